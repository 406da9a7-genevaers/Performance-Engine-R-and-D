       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCCASE.
      *****************************************************************
      *                                                               *
      * (C) COPYRIGHT IBM CORPORATION 2023.                           *
      *     Copyright Contributors to the GenevaERS Project.          *
      * SPDX-License-Identifier: Apache-2.0                           *
      *                                                               *
      *****************************************************************
      *                                                               *
      * Licensed under the Apache License,                            *
      * Version 2.0 (the "License");                                  *
      * you may not use this file except in                           *
      * compliance with the License.                                  *
      * You may obtain a copy of the License at                       *
      *                                                               *
      *     http://www.apache.org/licenses/LICENSE-2.0                *
      *                                                               *
      *  Unless required by applicable law or                         *
      *  agreed to in writing, software                               *
      *  distributed under the License is distributed                 *
      *  on an "AS IS" BASIS,                                         *
      *  WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express *
      *  or implied.                                                  *
      *  See the License for the specific language governing          *
      *  permissions and limitations under the License.               *
      *                                                               *
      ******************************************************************
      **                PROGRAM INFORMATION                            *
      ******************************************************************
      **                                                               *
      ** DESCRIPTION: CICS ONLINE MAINTENANCE OF CUSTOMER COMPLAINT    *
      **              AND SERVICE CASES ON THE CUSTCASE KSDS (SEE      *
      **              GVBCCASE).  AN OPERATOR KEYS A CUSTOMER, WHICH   *
      **              MUST BE ON CUSTNAMV, SEES UP TO TEN OF THE       *
      **              CUSTOMER'S CASES LISTED, AND MAY OPEN A NEW      *
      **              CASE OR UPDATE, ASSIGN OR CLOSE AN EXISTING ONE. *
      **              EVERY ACTION IS SERIALIZED BY A GVBUR66 ENQ ON   *
      **              CUSTCASE AND JOURNALED THROUGH MBRAUDWR AS A     *
      **              CASE ('K') BEFORE/AFTER PAIR ON CASEAUD, SO THE  *
      **              FULL HISTORY OF EVERY CASE CAN BE REPLAYED.      *
      **                                                               *
      ** TRANSACTION: MCAS                                             *
      **                                                               *
      ** COMMANDS (SECOND LEG, AFTER THE CASE LIST):                   *
      **   O <T><P> <SUMMARY>    - OPEN A CASE, TYPE C(OMPLAINT) OR    *
      **                           S(ERVICE), PRIORITY H, M OR L       *
      **   U <CASE#> <SUMMARY>   - REPLACE THE CASE SUMMARY            *
      **   A <CASE#> <USERID>    - ASSIGN THE CASE TO AN OPERATOR      *
      **   C <CASE#> <SUMMARY>   - CLOSE THE CASE (OPTIONAL RESOLUTION *
      **                           REPLACES THE SUMMARY)               *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CASEAUD AUDIT WRITER               *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                                                               *
      ** I-O FILES:     CUSTOMER CASE CLUSTER       (DDNAME=CUSTCASE)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0016 - ABEND                                     *
      **                                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-ABEND-CD                 PIC X(4)    VALUE '0016'.
       01  GVBTP90                     PIC X(08)   VALUE 'GVBTP90 '.
      *
       01  WS-PROMPT-TEXT.
           05  FILLER                  PIC X(40)   VALUE
               'MBRCCASE - CUSTOMER CASE MAINTENANCE'.
           05  FILLER                  PIC X(40)   VALUE
               'ENTER CUSTOMER KEY (10 CHARACTERS):'.
      *
       01  WS-KEY-INPUT                PIC X(10)   VALUE SPACES.
       01  WS-KEY-INPUT-LENGTH         PIC S9(04)  COMP VALUE +10.
      *
       01  WS-CMD-INPUT.
           05  WS-CMD-ACTION           PIC X(01).
           05  FILLER                  PIC X(01).
           05  WS-CMD-CASE-NBR         PIC X(05).
           05  WS-CMD-OPEN-ARGS  REDEFINES  WS-CMD-CASE-NBR.
               10  WS-CMD-CASE-TYPE    PIC X(01).
               10  WS-CMD-PRIORITY     PIC X(01).
               10  FILLER              PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-CMD-DATA             PIC X(67).
       01  WS-CMD-INPUT-LENGTH         PIC S9(04)  COMP VALUE +76.
      *
      *****************************************************************
      *  THE CASE LIST SCREEN - A TITLE, TEN ROWS, A COMMAND LINE.
      *****************************************************************
       01  WS-LIST-TEXT.
           05  WS-LIST-TITLE.
               10  FILLER              PIC X(10)   VALUE
                   'CASES FOR '.
               10  WS-LIST-KEY-ID      PIC X(10).
               10  FILLER              PIC X(20)   VALUE SPACES.
           05  WS-LIST-ROW             OCCURS 10 TIMES.
               10  WS-LROW-CASE-NBR    PIC X(05).
               10  FILLER              PIC X(01).
               10  WS-LROW-TYPE        PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-STATUS      PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-PRIORITY    PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-OPEN-DATE   PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-LROW-ASSIGNED-TO PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-LROW-SUMMARY     PIC X(26).
               10  FILLER              PIC X(24).
           05  WS-LIST-FOOT            PIC X(56)   VALUE
               'O <T><P> <TEXT> OPENS; U/A/C <CASE#> <TEXT> MAINTAINS'.
       01  WS-LIST-ROW-CNT             PIC S9(04)  COMP VALUE +0.
      *
       01  WS-OPENED-TEXT.
           05  FILLER                  PIC X(13)   VALUE
               'CASE OPENED: '.
           05  WS-OPENED-CASE-NBR      PIC 9(05).
           05  FILLER                  PIC X(22)   VALUE
               ' - AUDITED'.
       01  WS-UPDATED-TEXT             PIC X(40)   VALUE
           'CASE UPDATED AND AUDITED'.
       01  WS-ASSIGNED-TEXT            PIC X(40)   VALUE
           'CASE ASSIGNED AND AUDITED'.
       01  WS-CLOSED-TEXT              PIC X(40)   VALUE
           'CASE CLOSED AND AUDITED'.
       01  WS-NOT-FOUND-TEXT           PIC X(40)   VALUE
           'CASE NOT FOUND'.
       01  WS-IS-CLOSED-TEXT           PIC X(40)   VALUE
           'CASE IS ALREADY CLOSED'.
       01  WS-NO-CUST-TEXT             PIC X(40)   VALUE
           'CUSTOMER KEY NOT FOUND ON CUSTNAMV'.
       01  WS-EXHAUSTED-TEXT           PIC X(40)   VALUE
           'NO CASE NUMBERS LEFT FOR THIS CUSTOMER'.
       01  WS-BAD-CMD-TEXT             PIC X(40)   VALUE
           'COMMAND MUST BE O/U/A/C - SEE LIST FOOT'.
       01  WS-DENIED-TEXT              PIC X(40)   VALUE
           'ACCESS DENIED - NOT ENTITLED'.
       01  WS-ERROR-TEXT.
           05  FILLER                  PIC X(20)   VALUE
               'GVBTP90 ERROR RC = '.
           05  WS-ERROR-RC             PIC X(01).
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZEROES.
       01  WS-OPERATOR                 PIC X(08)   VALUE SPACES.
       01  WS-HIGH-CASE-NBR            PIC 9(05)   VALUE ZEROES.
       01  WS-BEFORE-IMAGE             PIC X(96)   VALUE SPACES.
       01  WS-BROWSE-EOF-SW            PIC X(01)   VALUE 'N'.
           88  WS-BROWSE-EOF               VALUE 'Y'.
       01  WS-CMD-VALID-SW             PIC X(01)   VALUE 'N'.
           88  WS-CMD-VALID                VALUE 'Y'.
      *
       COPY GVBCCASE.
      *
       COPY GVBCAUDW.
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
      *
       COPY GVBCENTL.
       01  WS-MBRENTCK                 PIC X(08)  VALUE 'MBRENTCK'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
      *      CUSTNAMV, OPENED FOR INPUT ONLY TO PROVE THE CUSTOMER.
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90C-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90C-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90C-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90C-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90C-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90C-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90C-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90C-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90C-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90C-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90C-ESDS==.
      *
       01  WS-GVBUR66                  PIC X(08)   VALUE 'GVBUR66 '.
       COPY GVBCUR66 REPLACING ==UR66-PARAMETER-AREA== BY
                                ==ENQ-DEQ-PARMS-WRITE==
                                ==UR66-REQUEST-TYPE==   BY
                                ==ENQ-DEQ-FUNC==
                                ==UR66-CONTROL-TYPE==   BY
                                ==ENQ-DEQ-CTRL==
                                ==UR66-MAJOR-NAME==     BY
                                ==ENQ-DEQ-RNAME==
                                ==UR66-MINOR-NAME==     BY
                                ==ENQ-DEQ-QNAME==
                                ==UR66-SCOPE-REQUEST==  BY
                                ==ENQ-DEQ-SCOPE-RQST==
                                ==UR66-REQ-ENQ==        BY
                                ==ENQ-DEQ-REQ-ENQ==
                                ==UR66-REQ-DEQ==        BY
                                ==ENQ-DEQ-REQ-DEQ==
                                ==UR66-CNTR-EXCLUSIVE== BY
                                ==ENQ-DEQ-CNTR-EXCL==
                                ==UR66-CNTR-SHARED==    BY
                                ==ENQ-DEQ-CNTR-SHARED==
                                ==UR66-SCOPE-STEP==     BY
                                ==ENQ-DEQ-SCOPE-STEP==
                                ==UR66-SCOPE-SYSTEM==   BY
                                ==ENQ-DEQ-SCOPE-SYS==
                                ==UR66-SCOPE-SYSTEMS==  BY
                                ==ENQ-DEQ-SCOPE-SYSS==
                                ==UR66-MAX-WAIT-MS==    BY
                                ==ENQ-DEQ-MAX-WAIT-MS==
                                ==UR66-ELAPSED-WAIT-MS== BY
                                ==ENQ-DEQ-ELAPSED-WAIT-MS==.
      *
      ******************************************************************
      *  COMMAREA - STATE AND THE CUSTOMER KEY BEING MAINTAINED.       *
      ******************************************************************
       01  WS-COMMAREA.
           05  WS-CA-STATE             PIC X(01).
               88  WS-CA-AWAITING-KEY      VALUE 'K'.
               88  WS-CA-AWAITING-CMD      VALUE 'C'.
           05  WS-CA-KEY-ID            PIC X(10).
      *
      *      USAGE STATISTICS FOR THE TXUSLOG JOURNAL - ONE RECORD
      *      PER TASK, WRITTEN BY MBRTXUSG (SEE GVBCTXUS).
       COPY GVBCTXUS.
       01  WS-MBRTXUSG                 PIC X(08)   VALUE 'MBRTXUSG'.
       01  WS-USAGE-RECORDED-SW        PIC X(01)   VALUE 'N'.
           88  WS-USAGE-RECORDED                   VALUE 'Y'.
      *
       EJECT
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                 PIC X(11).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 8800-START-USAGE       THRU 8800-EXIT
      *
      *      CASE ACTIONS SERIALIZE ON THEIR OWN QNAME - THE CASE
      *      NUMBER ALLOCATION MUST NOT RACE, BUT NO CUSTNAMV
      *      UPDATER NEEDS TO WAIT FOR IT.
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTCASE'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           IF   EIBCALEN = 0
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
           ELSE
                MOVE DFHCOMMAREA           TO WS-COMMAREA
                IF   WS-CA-AWAITING-CMD
                     PERFORM 4000-PROCESS-CMD THRU 4000-EXIT
                ELSE
                     PERFORM 2000-LIST-CASES THRU 2000-EXIT
                END-IF
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
           EXIT.
      *
      *
       1000-FIRST-TIME.
      *
           EXEC CICS SEND TEXT
                FROM     (WS-PROMPT-TEXT)
                LENGTH   (LENGTH OF WS-PROMPT-TEXT)
                ERASE
           END-EXEC
      *
           SET  WS-CA-AWAITING-KEY        TO TRUE
           MOVE SPACES                    TO WS-CA-KEY-ID
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCAS')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       1000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  STATE 'K' - RECEIVE THE CUSTOMER KEY, PROVE IT IS ON          *
      *  CUSTNAMV AND LIST UP TO TEN OF ITS CASES.                     *
      ******************************************************************
       2000-LIST-CASES.
      *
           MOVE SPACES                    TO WS-KEY-INPUT
           MOVE +10                       TO WS-KEY-INPUT-LENGTH
           EXEC CICS RECEIVE
                INTO      (WS-KEY-INPUT)
                LENGTH    (WS-KEY-INPUT-LENGTH)
                NOHANDLE
           END-EXEC
      *
           IF   WS-KEY-INPUT = SPACES OR LOW-VALUES
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
                GO TO 2000-EXIT
           END-IF
      *
           PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
           IF   ENTC-DENIED
                SET  TXUS-OUTCOME-DENIED   TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-DENIED-TEXT)
                     LENGTH   (LENGTH OF WS-DENIED-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
      *
           PERFORM 2500-LOCATE-CUSTOMER   THRU 2500-EXIT
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                EXEC CICS SEND TEXT
                     FROM     (WS-NO-CUST-TEXT)
                     LENGTH   (LENGTH OF WS-NO-CUST-TEXT)
                     ERASE
                END-EXEC
                SET  WS-CA-AWAITING-KEY    TO TRUE
                MOVE SPACES                TO WS-CA-KEY-ID
                MOVE WS-COMMAREA           TO DFHCOMMAREA
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                     TRANSID  ('MCAS')
                     COMMAREA (DFHCOMMAREA)
                     LENGTH   (LENGTH OF DFHCOMMAREA)
                END-EXEC
           END-IF
      *
           MOVE WS-KEY-INPUT              TO WS-CA-KEY-ID
                                             WS-LIST-KEY-ID
           MOVE +0                        TO WS-LIST-ROW-CNT
           MOVE SPACES                    TO WS-LIST-ROW (1)
                                             WS-LIST-ROW (2)
                                             WS-LIST-ROW (3)
                                             WS-LIST-ROW (4)
                                             WS-LIST-ROW (5)
                                             WS-LIST-ROW (6)
                                             WS-LIST-ROW (7)
                                             WS-LIST-ROW (8)
                                             WS-LIST-ROW (9)
                                             WS-LIST-ROW (10)
      *
           PERFORM 3000-LIST-CUSTOMER-CASES THRU 3000-EXIT
      *
           EXEC CICS SEND TEXT
                FROM     (WS-LIST-TEXT)
                LENGTH   (LENGTH OF WS-LIST-TEXT)
                ERASE
           END-EXEC
      *
           SET  WS-CA-AWAITING-CMD        TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCAS')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       2000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ASK MBRENTCK WHETHER THE SIGNED-ON OPERATOR MAY MAINTAIN      *
      *  CASES FOR THE REQUESTED CUSTOMER.                             *
      ******************************************************************
       2470-CHECK-ENTITLEMENT.
      *
           SET  ENTC-FCN-CHECK            TO TRUE
           MOVE SPACES                    TO ENTC-OPERATOR
           EXEC CICS ASSIGN
                USERID   (ENTC-OPERATOR)
                NOHANDLE
           END-EXEC
           MOVE ENTC-OPERATOR             TO WS-OPERATOR
           MOVE 'MCAS'                    TO ENTC-TRAN-ID
           MOVE WS-KEY-INPUT              TO ENTC-KEY-ID
           CALL WS-MBRENTCK USING ENTC-CHECK-PARMS
           .
       2470-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  LOCATE THE CUSTOMER ON CUSTNAMV - A CASE MAY ONLY BE RAISED   *
      *  AGAINST A CUSTOMER THE FILE KNOWS.  THE CLUSTER IS OPENED     *
      *  AND CLOSED AROUND THE ONE READ.                               *
      ******************************************************************
       2500-LOCATE-CUSTOMER.
      *
           SET  TP90C-ANCHOR              TO NULL
           MOVE 'CUSTNAMV'                TO TP90C-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90C-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90C-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90C-FILE-MODE
           MOVE SPACES                    TO TP90C-RETURN-CODE
           MOVE +0                        TO TP90C-VSAM-RETURN-CODE
           MOVE +0                        TO TP90C-RECORD-LENGTH
           MOVE SPACES                    TO TP90C-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90C-ANCHOR          TO NULL
                GO TO 2500-EXIT
           END-IF
      *
           MOVE TP90-VALUE-LOCATE         TO TP90C-FUNCTION-CODE
           MOVE LENGTH OF TP90-RECORD-AREA
                                          TO TP90C-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90C-RECFM
           MOVE WS-KEY-INPUT              TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-RECORD-AREA
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           MOVE TP90C-RETURN-CODE         TO WS-ERROR-RC
      *
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90C-ANCHOR              TO NULL
           MOVE WS-ERROR-RC               TO TP90C-RETURN-CODE
           .
       2500-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  LIST THE CUSTOMER'S CASES, OLDEST FIRST.  THE CLUSTER IS      *
      *  OPENED AND CLOSED AROUND THE BROWSE, THE USUAL PER-TASK       *
      *  CONVENTION.                                                   *
      ******************************************************************
       3000-LIST-CUSTOMER-CASES.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTCASE'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90-ANCHOR           TO NULL
                GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE WS-CA-KEY-ID              TO CASE-KEY-KEY-ID
           MOVE ZEROES                    TO CASE-KEY-CASE-NBR
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
      *
           PERFORM 3100-LIST-ONE-CASE     THRU 3100-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR WS-LIST-ROW-CNT >= +10
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       3000-EXIT.
           EXIT.
      *
      *
       3100-LIST-ONE-CASE.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CASE-KEY-ID NOT = WS-CA-KEY-ID
                SET  WS-BROWSE-EOF         TO TRUE
           ELSE
                ADD  +1                    TO WS-LIST-ROW-CNT
                MOVE CASE-NBR
                  TO WS-LROW-CASE-NBR (WS-LIST-ROW-CNT)
                MOVE CASE-TYPE
                  TO WS-LROW-TYPE (WS-LIST-ROW-CNT)
                MOVE CASE-STATUS
                  TO WS-LROW-STATUS (WS-LIST-ROW-CNT)
                MOVE CASE-PRIORITY
                  TO WS-LROW-PRIORITY (WS-LIST-ROW-CNT)
                MOVE CASE-OPEN-DATE
                  TO WS-LROW-OPEN-DATE (WS-LIST-ROW-CNT)
                MOVE CASE-ASSIGNED-TO
                  TO WS-LROW-ASSIGNED-TO (WS-LIST-ROW-CNT)
                MOVE CASE-SUMMARY
                  TO WS-LROW-SUMMARY (WS-LIST-ROW-CNT)
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  STATE 'C' - RECEIVE AND APPLY ONE CASE COMMAND UNDER THE      *
      *  EXCLUSIVE ENQ, WITH THE AUDIT PAIR APPENDED.                  *
      ******************************************************************
       4000-PROCESS-CMD.
      *
           MOVE SPACES                    TO WS-CMD-INPUT
           MOVE +76                       TO WS-CMD-INPUT-LENGTH
           EXEC CICS RECEIVE
                INTO      (WS-CMD-INPUT)
                LENGTH    (WS-CMD-INPUT-LENGTH)
                NOHANDLE
           END-EXEC
      *
           MOVE WS-CA-KEY-ID              TO WS-KEY-INPUT
           PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
           IF   ENTC-DENIED
                SET  TXUS-OUTCOME-DENIED   TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-DENIED-TEXT)
                     LENGTH   (LENGTH OF WS-DENIED-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
      *
           MOVE 'N'                       TO WS-CMD-VALID-SW
           EVALUATE TRUE
             WHEN WS-CMD-ACTION = 'O'
              AND (WS-CMD-CASE-TYPE = 'C' OR 'S')
              AND (WS-CMD-PRIORITY = 'H' OR 'M' OR 'L')
              AND WS-CMD-DATA NOT = SPACES
                  SET  WS-CMD-VALID       TO TRUE
             WHEN (WS-CMD-ACTION = 'U' OR 'A' OR 'C')
              AND WS-CMD-CASE-NBR IS NUMERIC
                  SET  WS-CMD-VALID       TO TRUE
           END-EVALUATE
      *
           IF   WS-CMD-VALID
                PERFORM 5000-APPLY-ONE-CMD THRU 5000-EXIT
           ELSE
                EXEC CICS SEND TEXT
                     FROM     (WS-BAD-CMD-TEXT)
                     LENGTH   (LENGTH OF WS-BAD-CMD-TEXT)
                     ERASE
                END-EXEC
           END-IF
      *
           SET  WS-CA-AWAITING-CMD        TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCAS')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       4000-EXIT.
           EXIT.
      *
      *
       5000-APPLY-ONE-CMD.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTCASE'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
                     ERASE
                END-EXEC
                GO TO 5000-EXIT
           END-IF
      *
      *      HELD ONLY ACROSS THE ONE ACTION, INCLUDING THE NEXT-
      *      NUMBER BROWSE FOR AN OPEN.
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           SET  AUDW-REC-CASE             TO TRUE
           MOVE WS-CA-KEY-ID              TO AUDW-KEY-ID
      *
           IF   WS-CMD-ACTION = 'O'
                PERFORM 5100-OPEN-CASE     THRU 5100-EXIT
           ELSE
                PERFORM 5200-MAINTAIN-CASE THRU 5200-EXIT
           END-IF
      *
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           .
       5000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  OPEN A NEW CASE AS THE CUSTOMER'S NEXT CASE NUMBER, WITH THE  *
      *  SLA TARGET FIXED FROM THE PRIORITY DEFAULTS.                  *
      ******************************************************************
       5100-OPEN-CASE.
      *
           PERFORM 5110-FIND-HIGH-NBR     THRU 5110-EXIT
           IF   WS-HIGH-CASE-NBR = 99999
                EXEC CICS SEND TEXT
                     FROM     (WS-EXHAUSTED-TEXT)
                     LENGTH   (LENGTH OF WS-EXHAUSTED-TEXT)
                     ERASE
                END-EXEC
                GO TO 5100-EXIT
           END-IF
      *
           MOVE SPACES                    TO CASE-RECORD
           MOVE WS-CA-KEY-ID              TO CASE-KEY-ID
                                             CASE-KEY-KEY-ID
           ADD  1 WS-HIGH-CASE-NBR    GIVING CASE-NBR
           MOVE CASE-NBR                  TO CASE-KEY-CASE-NBR
           MOVE WS-CMD-CASE-TYPE          TO CASE-TYPE
           MOVE WS-CMD-PRIORITY           TO CASE-PRIORITY
           SET  CASE-OPEN                 TO TRUE
           SET  CASE-NOT-ESCALATED        TO TRUE
           MOVE WS-TODAY-CCYYMMDD         TO CASE-OPEN-DATE
                                             CASE-LAST-ACTION-DATE
           MOVE WS-OPERATOR               TO CASE-OPENED-BY
                                             CASE-LAST-ACTION-BY
           MOVE ZEROES                    TO CASE-CLOSED-DATE
           MOVE WS-CMD-DATA               TO CASE-SUMMARY
           EVALUATE TRUE
             WHEN CASE-PRIORITY-HIGH
                  MOVE CASE-SLA-HIGH      TO CASE-SLA-DAYS
             WHEN CASE-PRIORITY-MEDIUM
                  MOVE CASE-SLA-MEDIUM    TO CASE-SLA-DAYS
             WHEN OTHER
                  MOVE CASE-SLA-LOW       TO CASE-SLA-DAYS
           END-EVALUATE
      *
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
                     ERASE
                END-EXEC
                GO TO 5100-EXIT
           END-IF
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-TYPE-ADDED           TO TRUE
           MOVE SPACES                    TO AUDW-BEFORE-IMAGE
           MOVE CASE-RECORD               TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           MOVE CASE-NBR                  TO WS-OPENED-CASE-NBR
           EXEC CICS SEND TEXT
                FROM     (WS-OPENED-TEXT)
                LENGTH   (LENGTH OF WS-OPENED-TEXT)
                ERASE
           END-EXEC
           .
       5100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  FIND THE CUSTOMER'S HIGHEST CASE NUMBER SO FAR (ZERO FOR A    *
      *  CUSTOMER WITH NO CASES).                                      *
      ******************************************************************
       5110-FIND-HIGH-NBR.
      *
           MOVE ZEROES                    TO WS-HIGH-CASE-NBR
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE WS-CA-KEY-ID              TO CASE-KEY-KEY-ID
           MOVE ZEROES                    TO CASE-KEY-CASE-NBR
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
      *
           PERFORM 5120-NEXT-CUSTOMER-CASE THRU 5120-EXIT
                   UNTIL WS-BROWSE-EOF
           .
       5110-EXIT.
           EXIT.
      *
      *
       5120-NEXT-CUSTOMER-CASE.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CASE-KEY-ID NOT = WS-CA-KEY-ID
                SET  WS-BROWSE-EOF         TO TRUE
           ELSE
                MOVE CASE-NBR              TO WS-HIGH-CASE-NBR
           END-IF
           .
       5120-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  UPDATE, ASSIGN OR CLOSE ONE EXISTING CASE.  A CLOSED CASE IS  *
      *  NEVER CHANGED AGAIN - ITS JOURNALED HISTORY STAYS FINAL.      *
      ******************************************************************
       5200-MAINTAIN-CASE.
      *
           MOVE WS-CA-KEY-ID              TO CASE-KEY-KEY-ID
           MOVE WS-CMD-CASE-NBR           TO CASE-KEY-CASE-NBR
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO CASE-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                EXEC CICS SEND TEXT
                     FROM     (WS-NOT-FOUND-TEXT)
                     LENGTH   (LENGTH OF WS-NOT-FOUND-TEXT)
                     ERASE
                END-EXEC
                GO TO 5200-EXIT
           END-IF
      *
           IF   CASE-CLOSED
                EXEC CICS SEND TEXT
                     FROM     (WS-IS-CLOSED-TEXT)
                     LENGTH   (LENGTH OF WS-IS-CLOSED-TEXT)
                     ERASE
                END-EXEC
                GO TO 5200-EXIT
           END-IF
      *
           MOVE CASE-RECORD               TO WS-BEFORE-IMAGE
           MOVE WS-TODAY-CCYYMMDD         TO CASE-LAST-ACTION-DATE
           MOVE WS-OPERATOR               TO CASE-LAST-ACTION-BY
           EVALUATE WS-CMD-ACTION
             WHEN 'U'
                  IF   WS-CMD-DATA NOT = SPACES
                       MOVE WS-CMD-DATA   TO CASE-SUMMARY
                  END-IF
             WHEN 'A'
                  MOVE WS-CMD-DATA (1:8)  TO CASE-ASSIGNED-TO
                  IF   CASE-ASSIGNED-TO = SPACES
                       SET  CASE-OPEN     TO TRUE
                  ELSE
                       SET  CASE-ASSIGNED TO TRUE
                  END-IF
             WHEN OTHER
                  SET  CASE-CLOSED        TO TRUE
                  MOVE WS-TODAY-CCYYMMDD  TO CASE-CLOSED-DATE
                  IF   WS-CMD-DATA NOT = SPACES
                       MOVE WS-CMD-DATA   TO CASE-SUMMARY
                  END-IF
           END-EVALUATE
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
                     ERASE
                END-EXEC
                GO TO 5200-EXIT
           END-IF
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE CASE-RECORD               TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           EVALUATE WS-CMD-ACTION
             WHEN 'U'
                  EXEC CICS SEND TEXT
                       FROM     (WS-UPDATED-TEXT)
                       LENGTH   (LENGTH OF WS-UPDATED-TEXT)
                       ERASE
                  END-EXEC
             WHEN 'A'
                  EXEC CICS SEND TEXT
                       FROM     (WS-ASSIGNED-TEXT)
                       LENGTH   (LENGTH OF WS-ASSIGNED-TEXT)
                       ERASE
                  END-EXEC
             WHEN OTHER
                  EXEC CICS SEND TEXT
                       FROM     (WS-CLOSED-TEXT)
                       LENGTH   (LENGTH OF WS-CLOSED-TEXT)
                       ERASE
                  END-EXEC
           END-EVALUATE
           .
       5200-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  USAGE STATISTICS - STAMP THE START OF THE TASK, WHO RAN IT    *
      *  AND FROM WHERE.  A FIRST ENTRY ONLY SENDS THE PROMPT.         *
      ******************************************************************
       8800-START-USAGE.
      *
           MOVE SPACES                    TO TXUS-RECORD
           MOVE 'MCAS'                    TO TXUS-TRAN-ID
           MOVE 'MBRCCASE'                TO TXUS-PROGRAM
           MOVE +0                        TO TXUS-VSAM-CALLS
                                             TXUS-RESPONSE-MS
           ACCEPT TXUS-START-DATE         FROM DATE YYYYMMDD
           ACCEPT TXUS-START-TIME         FROM TIME
           EXEC CICS ASSIGN
                USERID   (TXUS-OPERATOR)
                NOHANDLE
           END-EXEC
           MOVE EIBTRMID                  TO TXUS-TERMINAL
           IF   EIBCALEN = 0
                SET  TXUS-OUTCOME-PROMPTED TO TRUE
           ELSE
                SET  TXUS-OUTCOME-COMPLETED TO TRUE
           END-IF
           .
       8800-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  USAGE STATISTICS - STAMP THE END OF THE TASK AND HAND THE     *
      *  RECORD TO MBRTXUSG FOR THE TXUSLOG JOURNAL.  PERFORMED JUST   *
      *  BEFORE EVERY RETURN OR XCTL; A TASK IS JOURNALED ONCE, EVEN   *
      *  WHEN A FAILED XCTL FALLS THROUGH TO A LATER RETURN.           *
      ******************************************************************
       8900-RECORD-USAGE.
      *
           IF   WS-USAGE-RECORDED
                GO TO 8900-EXIT
           END-IF
           SET  WS-USAGE-RECORDED         TO TRUE
           ACCEPT TXUS-END-DATE           FROM DATE YYYYMMDD
           ACCEPT TXUS-END-TIME           FROM TIME
           CALL WS-MBRTXUSG USING TXUS-RECORD
           .
       8900-EXIT.
           EXIT.
