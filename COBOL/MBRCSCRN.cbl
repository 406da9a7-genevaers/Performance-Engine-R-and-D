       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCSCRN.
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
      ** DESCRIPTION: CICS DISPOSITION OF SANCTIONS AND WATCH-LIST     *
      **              SCREENING HITS ON THE SCRNHITV KSDS (SEE         *
      **              GVBCSCRN), RAISED BY THE MBRSCRN BATCH RUN.  A   *
      **              COMPLIANCE OPERATOR KEYS A CUSTOMER, SEES UP TO  *
      **              TEN OF ITS HITS WITH THEIR SCORES AND CURRENT    *
      **              DISPOSITION, AND MARKS A HIT A TRUE MATCH OR A   *
      **              FALSE POSITIVE.  THE OPERATOR AND DATE ARE       *
      **              STAMPED ON THE HIT.  A FALSE POSITIVE IS         *
      **              SUPPRESSED BY LATER SCREENING RUNS UNTIL ITS     *
      **              LIST ENTRY CHANGES.  EVERY DISPOSITION IS        *
      **              SERIALIZED BY A GVBUR66 ENQ ON SCRNHITV, THE     *
      **              SAME QNAME THE BATCH RUN HOLDS.                  *
      **                                                               *
      ** TRANSACTION: MSCR                                             *
      **                                                               *
      ** COMMANDS (SECOND LEG, AFTER THE HIT LIST):                    *
      **   T <ENTRY-ID>          - THE HIT IS A TRUE MATCH             *
      **   F <ENTRY-ID>          - THE HIT IS A FALSE POSITIVE         *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                                                               *
      ** I-O FILES:     SCREENING HIT CLUSTER       (DDNAME=SCRNHITV)  *
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
               'MBRCSCRN - WATCH-LIST HIT DISPOSITION'.
           05  FILLER                  PIC X(40)   VALUE
               'ENTER CUSTOMER KEY (10 CHARACTERS):'.
      *
       01  WS-KEY-INPUT                PIC X(10)   VALUE SPACES.
       01  WS-KEY-INPUT-LENGTH         PIC S9(04)  COMP VALUE +10.
      *
       01  WS-CMD-INPUT.
           05  WS-CMD-ACTION           PIC X(01).
           05  FILLER                  PIC X(01).
           05  WS-CMD-ENTRY-ID         PIC X(12).
       01  WS-CMD-INPUT-LENGTH         PIC S9(04)  COMP VALUE +14.
      *
      *****************************************************************
      *  THE HIT LIST SCREEN - A TITLE, TEN ROWS, A COMMAND LINE.
      *****************************************************************
       01  WS-LIST-TEXT.
           05  WS-LIST-TITLE.
               10  FILLER              PIC X(20)   VALUE
                   'SCREENING HITS FOR '.
               10  WS-LIST-KEY-ID      PIC X(10).
               10  FILLER              PIC X(10)   VALUE SPACES.
           05  WS-LIST-ROW             OCCURS 10 TIMES.
               10  WS-LROW-ENTRY-ID    PIC X(12).
               10  FILLER              PIC X(01).
               10  WS-LROW-LIST-SOURCE PIC X(04).
               10  FILLER              PIC X(01).
               10  WS-LROW-SCORE       PIC X(03).
               10  FILLER              PIC X(01).
               10  WS-LROW-NAME-MATCH  PIC X(01).
               10  WS-LROW-STATE-MATCH PIC X(01).
               10  WS-LROW-CITY-MATCH  PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-DISPOSITION PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-LAST-HIT    PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-LROW-DISP-BY     PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-LROW-LIST-NAME   PIC X(30).
               10  FILLER              PIC X(04).
           05  WS-LIST-FOOT            PIC X(56)   VALUE
               'T <ENTRY-ID> TRUE MATCH; F <ENTRY-ID> FALSE POSITIVE'.
       01  WS-LIST-ROW-CNT             PIC S9(04)  COMP VALUE +0.
      *
       01  WS-NO-HITS-TEXT             PIC X(40)   VALUE
           'NO SCREENING HITS FOR THIS CUSTOMER'.
       01  WS-TRUE-TEXT                PIC X(40)   VALUE
           'HIT MARKED TRUE MATCH'.
       01  WS-FALSE-TEXT               PIC X(40)   VALUE
           'HIT MARKED FALSE POSITIVE'.
       01  WS-NOT-FOUND-TEXT           PIC X(40)   VALUE
           'HIT NOT FOUND FOR THIS CUSTOMER'.
       01  WS-BAD-CMD-TEXT             PIC X(40)   VALUE
           'COMMAND MUST BE T OR F - SEE LIST FOOT'.
       01  WS-DENIED-TEXT              PIC X(40)   VALUE
           'ACCESS DENIED - NOT ENTITLED'.
       01  WS-ERROR-TEXT.
           05  FILLER                  PIC X(20)   VALUE
               'GVBTP90 ERROR RC = '.
           05  WS-ERROR-RC             PIC X(01).
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZEROES.
       01  WS-OPERATOR                 PIC X(08)   VALUE SPACES.
       01  WS-BROWSE-EOF-SW            PIC X(01)   VALUE 'N'.
           88  WS-BROWSE-EOF               VALUE 'Y'.
      *
       COPY GVBCSCRN.
      *
       COPY GVBCENTL.
       01  WS-MBRENTCK                 PIC X(08)  VALUE 'MBRENTCK'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
      *  COMMAREA - STATE AND THE CUSTOMER KEY BEING DISPOSED OF.      *
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
      *      DISPOSITIONS SERIALIZE ON THE HIT CLUSTER'S OWN QNAME,
      *      SO NONE IS LOST TO A SCREENING RUN REFRESHING THE HIT.
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'SCRNHITV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           IF   EIBCALEN = 0
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
           ELSE
                MOVE DFHCOMMAREA           TO WS-COMMAREA
                IF   WS-CA-AWAITING-CMD
                     PERFORM 4000-PROCESS-CMD THRU 4000-EXIT
                ELSE
                     PERFORM 2000-LIST-HITS THRU 2000-EXIT
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
                TRANSID  ('MSCR')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       1000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  STATE 'K' - RECEIVE THE CUSTOMER KEY AND LIST UP TO TEN OF    *
      *  ITS SCREENING HITS.                                           *
      ******************************************************************
       2000-LIST-HITS.
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
           PERFORM 3000-LIST-CUSTOMER-HITS THRU 3000-EXIT
      *
           IF   WS-LIST-ROW-CNT = ZERO
                EXEC CICS SEND TEXT
                     FROM     (WS-NO-HITS-TEXT)
                     LENGTH   (LENGTH OF WS-NO-HITS-TEXT)
                     ERASE
                END-EXEC
                SET  WS-CA-AWAITING-KEY    TO TRUE
                MOVE SPACES                TO WS-CA-KEY-ID
                MOVE WS-COMMAREA           TO DFHCOMMAREA
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                     TRANSID  ('MSCR')
                     COMMAREA (DFHCOMMAREA)
                     LENGTH   (LENGTH OF DFHCOMMAREA)
                END-EXEC
           END-IF
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
                TRANSID  ('MSCR')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       2000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ASK MBRENTCK WHETHER THE SIGNED-ON OPERATOR MAY DISPOSE OF    *
      *  HITS FOR THE REQUESTED CUSTOMER.                              *
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
           MOVE 'MSCR'                    TO ENTC-TRAN-ID
           MOVE WS-KEY-INPUT              TO ENTC-KEY-ID
           CALL WS-MBRENTCK USING ENTC-CHECK-PARMS
           .
       2470-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  LIST THE CUSTOMER'S HITS IN ENTRY-ID ORDER.  THE CLUSTER IS   *
      *  OPENED AND CLOSED AROUND THE BROWSE, THE USUAL PER-TASK       *
      *  CONVENTION.                                                   *
      ******************************************************************
       3000-LIST-CUSTOMER-HITS.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'SCRNHITV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90-ANCHOR           TO NULL
                GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF SCRH-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE WS-CA-KEY-ID              TO SCRH-KEY-KEY-ID
           MOVE LOW-VALUES                TO SCRH-KEY-ENTRY-ID
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
      *
           PERFORM 3100-LIST-ONE-HIT      THRU 3100-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR WS-LIST-ROW-CNT >= +10
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       3000-EXIT.
           EXIT.
      *
      *
       3100-LIST-ONE-HIT.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   SCRH-KEY-ID NOT = WS-CA-KEY-ID
                SET  WS-BROWSE-EOF         TO TRUE
           ELSE
                ADD  +1                    TO WS-LIST-ROW-CNT
                MOVE SCRH-ENTRY-ID
                  TO WS-LROW-ENTRY-ID (WS-LIST-ROW-CNT)
                MOVE SCRH-LIST-SOURCE
                  TO WS-LROW-LIST-SOURCE (WS-LIST-ROW-CNT)
                MOVE SCRH-SCORE
                  TO WS-LROW-SCORE (WS-LIST-ROW-CNT)
                MOVE SCRH-NAME-MATCH
                  TO WS-LROW-NAME-MATCH (WS-LIST-ROW-CNT)
                MOVE SCRH-STATE-MATCH
                  TO WS-LROW-STATE-MATCH (WS-LIST-ROW-CNT)
                MOVE SCRH-CITY-MATCH
                  TO WS-LROW-CITY-MATCH (WS-LIST-ROW-CNT)
                MOVE SCRH-DISPOSITION
                  TO WS-LROW-DISPOSITION (WS-LIST-ROW-CNT)
                MOVE SCRH-LAST-HIT-DATE
                  TO WS-LROW-LAST-HIT (WS-LIST-ROW-CNT)
                MOVE SCRH-DISP-BY
                  TO WS-LROW-DISP-BY (WS-LIST-ROW-CNT)
                MOVE SCRH-WLST-NAME
                  TO WS-LROW-LIST-NAME (WS-LIST-ROW-CNT)
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  STATE 'C' - RECEIVE AND APPLY ONE DISPOSITION UNDER THE       *
      *  EXCLUSIVE ENQ.                                                *
      ******************************************************************
       4000-PROCESS-CMD.
      *
           MOVE SPACES                    TO WS-CMD-INPUT
           MOVE +14                       TO WS-CMD-INPUT-LENGTH
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
           IF   (WS-CMD-ACTION = 'T' OR 'F')
           AND  WS-CMD-ENTRY-ID NOT = SPACES
                PERFORM 5000-APPLY-DISPOSITION THRU 5000-EXIT
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
                TRANSID  ('MSCR')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       4000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  MARK ONE HIT TRUE MATCH OR FALSE POSITIVE, STAMPED WITH THE   *
      *  OPERATOR AND THE DATE.  A HIT MAY BE RE-DISPOSED IF THE FIRST *
      *  DECISION WAS WRONG.                                           *
      ******************************************************************
       5000-APPLY-DISPOSITION.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'SCRNHITV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
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
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           PERFORM 5100-UPDATE-HIT        THRU 5100-EXIT
      *
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       5000-EXIT.
           EXIT.
      *
      *
       5100-UPDATE-HIT.
      *
           MOVE WS-CA-KEY-ID              TO SCRH-KEY-KEY-ID
           MOVE WS-CMD-ENTRY-ID           TO SCRH-KEY-ENTRY-ID
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF SCRH-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SPACES                    TO SCRH-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                EXEC CICS SEND TEXT
                     FROM     (WS-NOT-FOUND-TEXT)
                     LENGTH   (LENGTH OF WS-NOT-FOUND-TEXT)
                     ERASE
                END-EXEC
                GO TO 5100-EXIT
           END-IF
      *
           MOVE WS-CMD-ACTION             TO SCRH-DISPOSITION
           MOVE WS-TODAY-CCYYMMDD         TO SCRH-DISP-DATE
           MOVE WS-OPERATOR               TO SCRH-DISP-BY
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
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
           IF   SCRH-TRUE-MATCH
                EXEC CICS SEND TEXT
                     FROM     (WS-TRUE-TEXT)
                     LENGTH   (LENGTH OF WS-TRUE-TEXT)
                     ERASE
                END-EXEC
           ELSE
                EXEC CICS SEND TEXT
                     FROM     (WS-FALSE-TEXT)
                     LENGTH   (LENGTH OF WS-FALSE-TEXT)
                     ERASE
                END-EXEC
           END-IF
           .
       5100-EXIT.
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
           MOVE 'MSCR'                    TO TXUS-TRAN-ID
           MOVE 'MBRCSCRN'                TO TXUS-PROGRAM
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
