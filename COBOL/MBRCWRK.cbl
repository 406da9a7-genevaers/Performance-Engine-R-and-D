       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCWRK.
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
      ** DESCRIPTION: CICS ONLINE VIEW OF THE DATA-STEWARD WORK QUEUE  *
      **              (THE WORKQV KSDS - SEE GVBCWORK).  AN OPERATOR   *
      **              KEYS A WORK TYPE (OR '*' FOR ALL) AND OPTIONALLY *
      **              AN ASSIGNEE, AND SEES THE NOT-CLOSED ITEMS TEN   *
      **              AT A TIME WITH THEIR AGE IN DAYS.  AN ITEM MAY   *
      **              BE ASSIGNED OR CLOSED FROM THE LIST, OR THE      *
      **              OPERATOR MAY GO STRAIGHT TO THE MAINTENANCE      *
      **              SCREEN THAT WORKS ITS TYPE (WORK-TYPE-TABLE).    *
      **              EVERY CHANGE IS SERIALIZED BY A GVBUR66 ENQ ON   *
      **              WORKQV - THE SAME ONE MBRWRKWR TAKES - AND       *
      **              STAMPED WITH THE OPERATOR AND DATE ON THE ITEM.  *
      **                                                               *
      ** TRANSACTION: MWRK                                             *
      **                                                               *
      ** COMMANDS (SECOND LEG, AFTER THE ITEM LIST):                   *
      **   A <ROW> <USERID>      - ASSIGN THE ITEM (NO USERID PUTS IT  *
      **                           BACK TO OPEN)                       *
      **   C <ROW> <NOTE>        - CLOSE THE ITEM (OPTIONAL NOTE       *
      **                           REPLACES THE DETAIL)                *
      **   G <ROW>               - GO TO THE ITEM TYPE'S MAINTENANCE   *
      **                           TRANSACTION                         *
      **   N                     - NEXT TEN ITEMS                      *
      **   (ENTER ALONE)         - SHOW THE CURRENT TEN AGAIN          *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 GVBJDAY - GREGORIAN-TO-JULIAN CONVERSION      *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                                                               *
      ** I-O FILES:     STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
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
       01  WS-GVBJDAY                  PIC X(08)   VALUE 'GVBJDAY '.
      *
       01  WS-PROMPT-TEXT.
           05  FILLER                  PIC X(40)   VALUE
               'MBRCWRK - DATA-STEWARD WORK QUEUE'.
           05  FILLER                  PIC X(40)   VALUE
               'TYPE (S/D/N/O/Q/F OR *) AND ASSIGNEE:'.
      *
       01  WS-FILTER-INPUT.
           05  WS-FILTER-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  WS-FILTER-ASSIGNEE      PIC X(08).
       01  WS-FILTER-INPUT-LENGTH      PIC S9(04)  COMP VALUE +10.
      *
       01  WS-CMD-INPUT.
           05  WS-CMD-ACTION           PIC X(01).
           05  FILLER                  PIC X(01).
           05  WS-CMD-ROW              PIC X(02).
           05  FILLER                  PIC X(01).
           05  WS-CMD-DATA             PIC X(71).
       01  WS-CMD-INPUT-LENGTH         PIC S9(04)  COMP VALUE +76.
       01  WS-CMD-ROW-NBR              PIC 9(02)   VALUE ZEROES.
      *
      *****************************************************************
      *  THE ITEM LIST SCREEN - A TITLE, TEN ROWS, A COMMAND LINE.
      *****************************************************************
       01  WS-LIST-TEXT.
           05  WS-LIST-TITLE.
               10  FILLER              PIC X(25)   VALUE
                   'STEWARD WORK QUEUE, TYPE '.
               10  WS-LIST-TYPE        PIC X(01).
               10  FILLER              PIC X(11)   VALUE
                   ' ASSIGNEE '.
               10  WS-LIST-ASSIGNEE    PIC X(08).
               10  FILLER              PIC X(35)   VALUE SPACES.
           05  WS-LIST-HEAD            PIC X(80)   VALUE
               'RW T P S CUSTOMER   REFERENCE      AGE ASSIGNEE DETAIL'.
           05  WS-LIST-ROW             OCCURS 10 TIMES.
               10  WS-LROW-ROW-NBR     PIC Z9.
               10  FILLER              PIC X(01).
               10  WS-LROW-TYPE        PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-PRIORITY    PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-STATUS      PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-KEY-ID      PIC X(10).
               10  FILLER              PIC X(01).
               10  WS-LROW-ITEM-REF    PIC X(12).
               10  FILLER              PIC X(01).
               10  WS-LROW-AGE         PIC ZZZZ9.
               10  FILLER              PIC X(01).
               10  WS-LROW-ASSIGNED-TO PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-LROW-DETAIL      PIC X(30).
               10  FILLER              PIC X(02).
           05  WS-LIST-FOOT            PIC X(80)   VALUE
               'A <ROW> <USERID> ASSIGNS; C <ROW> <NOTE> CLOSES; G <ROW>
      -        ' GOES; N NEXT'.
       01  WS-LIST-ROW-CNT             PIC S9(04)  COMP VALUE +0.
      *
       01  WS-ASSIGNED-TEXT            PIC X(40)   VALUE
           'WORK ITEM ASSIGNED'.
       01  WS-UNASSIGNED-TEXT          PIC X(40)   VALUE
           'WORK ITEM UNASSIGNED - BACK TO OPEN'.
       01  WS-CLOSED-TEXT              PIC X(40)   VALUE
           'WORK ITEM CLOSED'.
       01  WS-NOT-FOUND-TEXT           PIC X(40)   VALUE
           'WORK ITEM NOT FOUND'.
       01  WS-IS-CLOSED-TEXT           PIC X(40)   VALUE
           'WORK ITEM IS ALREADY CLOSED'.
       01  WS-NO-ITEMS-TEXT            PIC X(40)   VALUE
           'NO OPEN WORK ITEMS MATCH'.
       01  WS-BAD-FILTER-TEXT          PIC X(40)   VALUE
           'TYPE MUST BE S, D, N, O, Q, F OR *'.
       01  WS-BAD-CMD-TEXT             PIC X(40)   VALUE
           'COMMAND MUST BE A/C/G <ROW> OR N'.
       01  WS-BAD-ROW-TEXT             PIC X(40)   VALUE
           'NO SUCH ROW ON THE LIST'.
       01  WS-NO-XCTL-TEXT             PIC X(40)   VALUE
           'MAINTENANCE PROGRAM NOT AVAILABLE'.
       01  WS-DENIED-TEXT              PIC X(40)   VALUE
           'ACCESS DENIED - NOT ENTITLED'.
       01  WS-ERROR-TEXT.
           05  FILLER                  PIC X(20)   VALUE
               'GVBTP90 ERROR RC = '.
           05  WS-ERROR-RC             PIC X(01).
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZEROES.
       01  WS-TODAY-JULIAN             PIC S9(08)  COMP VALUE +0.
       01  WS-AGE-DAYS                 PIC S9(08)  COMP VALUE +0.
       01  WS-OPERATOR                 PIC X(08)   VALUE SPACES.
       01  WS-ENTC-KEY-ID              PIC X(10)   VALUE SPACES.
       01  WS-TT-IDX                   PIC S9(04)  COMP VALUE +0.
       01  WS-TT-SCAN                  PIC S9(04)  COMP VALUE +0.
       01  WS-XCTL-PROGRAM             PIC X(08)   VALUE SPACES.
       01  WS-XCTL-RESP                PIC S9(08)  COMP VALUE +0.
       01  WS-BROWSE-EOF-SW            PIC X(01)   VALUE 'N'.
           88  WS-BROWSE-EOF               VALUE 'Y'.
       01  WS-FILTER-VALID-SW          PIC X(01)   VALUE 'N'.
           88  WS-FILTER-VALID             VALUE 'Y'.
      *
       COPY GVBCWORK.
      *
       COPY GVBCJDAY.
      *
       COPY GVBCENTL.
       01  WS-MBRENTCK                 PIC X(08)  VALUE 'MBRENTCK'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
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
      *  COMMAREA - STATE, THE FILTER, WHERE THE SHOWN PAGE AND THE    *
      *  NEXT ONE START, AND THE KEY BEHIND EACH ROW SHOWN.            *
      ******************************************************************
       01  WS-COMMAREA.
           05  WS-CA-STATE             PIC X(01).
               88  WS-CA-AWAITING-FILTER   VALUE 'F'.
               88  WS-CA-AWAITING-CMD      VALUE 'C'.
           05  WS-CA-FILTER-TYPE       PIC X(01).
           05  WS-CA-FILTER-ASSIGNEE   PIC X(08).
           05  WS-CA-PAGE-START        PIC X(23).
           05  WS-CA-NEXT-START        PIC X(23).
           05  WS-CA-ROW-KEY           OCCURS 10 TIMES
                                       PIC X(23).
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
       01  DFHCOMMAREA                 PIC X(286).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 8800-START-USAGE       THRU 8800-EXIT
      *
      *      WORK-QUEUE CHANGES SERIALIZE WITH MBRWRKWR'S BATCH
      *      RAISES ON THE SAME QNAME.
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'WORKQV'                  TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           IF   EIBCALEN = 0
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
           ELSE
                MOVE DFHCOMMAREA           TO WS-COMMAREA
                IF   WS-CA-AWAITING-CMD
                     PERFORM 4000-PROCESS-CMD THRU 4000-EXIT
                ELSE
                     PERFORM 2000-SET-FILTER THRU 2000-EXIT
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
           MOVE SPACES                    TO WS-COMMAREA
           SET  WS-CA-AWAITING-FILTER     TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MWRK')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       1000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  STATE 'F' - RECEIVE THE TYPE AND ASSIGNEE FILTER AND LIST     *
      *  THE FIRST TEN MATCHING ITEMS.                                 *
      ******************************************************************
       2000-SET-FILTER.
      *
           MOVE SPACES                    TO WS-FILTER-INPUT
           MOVE +10                       TO WS-FILTER-INPUT-LENGTH
           EXEC CICS RECEIVE
                INTO      (WS-FILTER-INPUT)
                LENGTH    (WS-FILTER-INPUT-LENGTH)
                NOHANDLE
           END-EXEC
      *
           IF   WS-FILTER-INPUT = SPACES OR LOW-VALUES
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
                GO TO 2000-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-ENTC-KEY-ID
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
           MOVE 'N'                       TO WS-FILTER-VALID-SW
           IF   WS-FILTER-TYPE = '*'
                SET  WS-FILTER-VALID       TO TRUE
           ELSE
                PERFORM 2600-FIND-TYPE     THRU 2600-EXIT
                IF   WS-TT-IDX > +0
                     SET  WS-FILTER-VALID  TO TRUE
                END-IF
           END-IF
      *
           IF   NOT WS-FILTER-VALID
                EXEC CICS SEND TEXT
                     FROM     (WS-BAD-FILTER-TEXT)
                     LENGTH   (LENGTH OF WS-BAD-FILTER-TEXT)
                     ERASE
                END-EXEC
                SET  WS-CA-AWAITING-FILTER TO TRUE
                MOVE WS-COMMAREA           TO DFHCOMMAREA
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                     TRANSID  ('MWRK')
                     COMMAREA (DFHCOMMAREA)
                     LENGTH   (LENGTH OF DFHCOMMAREA)
                END-EXEC
           END-IF
      *
           MOVE WS-FILTER-TYPE            TO WS-CA-FILTER-TYPE
           MOVE WS-FILTER-ASSIGNEE        TO WS-CA-FILTER-ASSIGNEE
           PERFORM 2700-SET-FIRST-PAGE    THRU 2700-EXIT
           PERFORM 3000-LIST-WORK-ITEMS   THRU 3000-EXIT
      *
           SET  WS-CA-AWAITING-CMD        TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MWRK')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       2000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ASK MBRENTCK WHETHER THE SIGNED-ON OPERATOR MAY WORK THE      *
      *  QUEUE - FOR ONE ITEM, WHETHER THE ITEM'S CUSTOMER IS INSIDE   *
      *  THE OPERATOR'S KEY RANGE.                                     *
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
           MOVE 'MWRK'                    TO ENTC-TRAN-ID
           MOVE WS-ENTC-KEY-ID            TO ENTC-KEY-ID
           CALL WS-MBRENTCK USING ENTC-CHECK-PARMS
           .
       2470-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  FIND A WORK TYPE IN WORK-TYPE-TABLE (WS-TT-IDX ZERO WHEN THE  *
      *  TYPE IS NOT ONE OF THEM).                                     *
      ******************************************************************
       2600-FIND-TYPE.
      *
           MOVE +0                        TO WS-TT-IDX
           PERFORM 2610-MATCH-ONE-TYPE    THRU 2610-EXIT
                   VARYING WS-TT-SCAN FROM +1 BY +1
                   UNTIL WS-TT-SCAN > WORK-TYPE-COUNT
           .
       2600-EXIT.
           EXIT.
      *
      *
       2610-MATCH-ONE-TYPE.
      *
           IF   WORK-TT-TYPE (WS-TT-SCAN) = WS-FILTER-TYPE
                MOVE WS-TT-SCAN            TO WS-TT-IDX
           END-IF
           .
       2610-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  THE FIRST PAGE STARTS AT THE FILTERED TYPE, OR AT THE TOP OF  *
      *  THE CLUSTER FOR ALL TYPES.                                    *
      ******************************************************************
       2700-SET-FIRST-PAGE.
      *
           MOVE LOW-VALUES                TO WORK-RECORD-KEY
           IF   WS-CA-FILTER-TYPE NOT = '*'
                MOVE WS-CA-FILTER-TYPE     TO WORK-KEY-TYPE
           END-IF
           MOVE WORK-RECORD-KEY           TO WS-CA-PAGE-START
           .
       2700-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  LIST UP TO TEN NOT-CLOSED ITEMS FROM WS-CA-PAGE-START, AND    *
      *  REMEMBER THE NEXT MATCHING KEY SO 'N' CAN CARRY ON.  THE      *
      *  CLUSTER IS OPENED AND CLOSED AROUND THE BROWSE, THE USUAL     *
      *  PER-TASK CONVENTION.                                          *
      ******************************************************************
       3000-LIST-WORK-ITEMS.
      *
           MOVE +0                        TO WS-LIST-ROW-CNT
           MOVE SPACES                    TO WS-CA-NEXT-START
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
           MOVE SPACES                    TO WS-CA-ROW-KEY (1)
                                             WS-CA-ROW-KEY (2)
                                             WS-CA-ROW-KEY (3)
                                             WS-CA-ROW-KEY (4)
                                             WS-CA-ROW-KEY (5)
                                             WS-CA-ROW-KEY (6)
                                             WS-CA-ROW-KEY (7)
                                             WS-CA-ROW-KEY (8)
                                             WS-CA-ROW-KEY (9)
                                             WS-CA-ROW-KEY (10)
           MOVE WS-CA-FILTER-TYPE         TO WS-LIST-TYPE
           MOVE WS-CA-FILTER-ASSIGNEE     TO WS-LIST-ASSIGNEE
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           MOVE WS-TODAY-CCYYMMDD         TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-TODAY-JULIAN
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'WORKQV  '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TP90-ANCHOR           TO NULL
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
                     ERASE
                END-EXEC
                GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF WORK-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE WS-CA-PAGE-START          TO WORK-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
      *
           PERFORM 3100-LIST-ONE-ITEM     THRU 3100-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR WS-CA-NEXT-START NOT = SPACES
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
      *
           IF   WS-LIST-ROW-CNT = +0
                EXEC CICS SEND TEXT
                     FROM     (WS-NO-ITEMS-TEXT)
                     LENGTH   (LENGTH OF WS-NO-ITEMS-TEXT)
                     ERASE
                END-EXEC
           ELSE
                EXEC CICS SEND TEXT
                     FROM     (WS-LIST-TEXT)
                     LENGTH   (LENGTH OF WS-LIST-TEXT)
                     ERASE
                END-EXEC
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  READ ONE ITEM.  A CLOSED ITEM, OR ONE FOR ANOTHER ASSIGNEE    *
      *  WHEN THE LIST IS FILTERED BY ASSIGNEE, IS PASSED OVER; THE    *
      *  ELEVENTH MATCH ONLY BECOMES THE NEXT PAGE'S START.            *
      ******************************************************************
       3100-LIST-ONE-ITEM.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
                GO TO 3100-EXIT
           END-IF
           IF   WS-CA-FILTER-TYPE NOT = '*'
           AND  WORK-TYPE NOT = WS-CA-FILTER-TYPE
                SET  WS-BROWSE-EOF         TO TRUE
                GO TO 3100-EXIT
           END-IF
      *
           IF   WORK-CLOSED
                GO TO 3100-EXIT
           END-IF
           IF   WS-CA-FILTER-ASSIGNEE NOT = SPACES
           AND  WORK-ASSIGNED-TO NOT = WS-CA-FILTER-ASSIGNEE
                GO TO 3100-EXIT
           END-IF
      *
           IF   WS-LIST-ROW-CNT >= +10
                MOVE WORK-TYPE             TO WORK-KEY-TYPE
                MOVE WORK-KEY-ID           TO WORK-KEY-KEY-ID
                MOVE WORK-ITEM-REF         TO WORK-KEY-ITEM-REF
                MOVE WORK-RECORD-KEY       TO WS-CA-NEXT-START
                GO TO 3100-EXIT
           END-IF
      *
           ADD  +1                        TO WS-LIST-ROW-CNT
           MOVE WORK-TYPE                 TO WORK-KEY-TYPE
           MOVE WORK-KEY-ID               TO WORK-KEY-KEY-ID
           MOVE WORK-ITEM-REF             TO WORK-KEY-ITEM-REF
           MOVE WORK-RECORD-KEY
             TO WS-CA-ROW-KEY (WS-LIST-ROW-CNT)
           MOVE WS-LIST-ROW-CNT
             TO WS-LROW-ROW-NBR (WS-LIST-ROW-CNT)
           MOVE WORK-TYPE
             TO WS-LROW-TYPE (WS-LIST-ROW-CNT)
           MOVE WORK-PRIORITY
             TO WS-LROW-PRIORITY (WS-LIST-ROW-CNT)
           MOVE WORK-STATUS
             TO WS-LROW-STATUS (WS-LIST-ROW-CNT)
           MOVE WORK-KEY-ID
             TO WS-LROW-KEY-ID (WS-LIST-ROW-CNT)
           MOVE WORK-ITEM-REF
             TO WS-LROW-ITEM-REF (WS-LIST-ROW-CNT)
           MOVE WORK-ASSIGNED-TO
             TO WS-LROW-ASSIGNED-TO (WS-LIST-ROW-CNT)
           MOVE WORK-DETAIL
             TO WS-LROW-DETAIL (WS-LIST-ROW-CNT)
      *
           MOVE +0                        TO WS-AGE-DAYS
           IF   WORK-OPEN-DATE NUMERIC
           AND  WORK-OPEN-DATE >= 18010101
           AND  WORK-OPEN-DATE <= WS-TODAY-CCYYMMDD
                MOVE WORK-OPEN-DATE        TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE WS-AGE-DAYS = WS-TODAY-JULIAN
                                    - JDAY-JULIAN-DAY
           END-IF
           MOVE WS-AGE-DAYS
             TO WS-LROW-AGE (WS-LIST-ROW-CNT)
           .
       3100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  STATE 'C' - RECEIVE AND APPLY ONE COMMAND AGAINST THE LIST.   *
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
           EVALUATE TRUE
             WHEN WS-CMD-INPUT = SPACES OR LOW-VALUES
                  PERFORM 3000-LIST-WORK-ITEMS THRU 3000-EXIT
             WHEN WS-CMD-ACTION = 'N'
                  IF   WS-CA-NEXT-START = SPACES
                       PERFORM 2700-SET-FIRST-PAGE THRU 2700-EXIT
                  ELSE
                       MOVE WS-CA-NEXT-START TO WS-CA-PAGE-START
                  END-IF
                  PERFORM 3000-LIST-WORK-ITEMS THRU 3000-EXIT
             WHEN WS-CMD-ACTION = 'A' OR 'C' OR 'G'
                  PERFORM 4100-EDIT-ROW    THRU 4100-EXIT
                  IF   WS-CMD-ROW-NBR > ZERO
                       PERFORM 4200-APPLY-ONE-CMD THRU 4200-EXIT
                  END-IF
             WHEN OTHER
                  EXEC CICS SEND TEXT
                       FROM     (WS-BAD-CMD-TEXT)
                       LENGTH   (LENGTH OF WS-BAD-CMD-TEXT)
                       ERASE
                  END-EXEC
           END-EVALUATE
      *
           SET  WS-CA-AWAITING-CMD        TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MWRK')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       4000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  THE ROW MAY BE KEYED AS ONE DIGIT OR TWO, AND MUST BE A ROW   *
      *  THE LIST SHOWED (WS-CMD-ROW-NBR ZERO OTHERWISE).              *
      ******************************************************************
       4100-EDIT-ROW.
      *
           MOVE ZEROES                    TO WS-CMD-ROW-NBR
           EVALUATE TRUE
             WHEN WS-CMD-ROW IS NUMERIC
                  MOVE WS-CMD-ROW          TO WS-CMD-ROW-NBR
             WHEN WS-CMD-ROW (1:1) IS NUMERIC
              AND WS-CMD-ROW (2:1) = SPACE
                  MOVE WS-CMD-ROW (1:1)    TO WS-CMD-ROW-NBR
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
      *
           IF   WS-CMD-ROW-NBR > 10
                MOVE ZEROES                TO WS-CMD-ROW-NBR
           END-IF
           IF   WS-CMD-ROW-NBR > ZERO
                IF   WS-CA-ROW-KEY (WS-CMD-ROW-NBR) = SPACES
                     MOVE ZEROES           TO WS-CMD-ROW-NBR
                END-IF
           END-IF
      *
           IF   WS-CMD-ROW-NBR = ZERO
                EXEC CICS SEND TEXT
                     FROM     (WS-BAD-ROW-TEXT)
                     LENGTH   (LENGTH OF WS-BAD-ROW-TEXT)
                     ERASE
                END-EXEC
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ONE ROW COMMAND.  THE OPERATOR MUST BE ENTITLED TO THE        *
      *  ITEM'S CUSTOMER; 'G' THEN TRANSFERS TO THE TYPE'S             *
      *  MAINTENANCE PROGRAM, WHICH STARTS AT ITS OWN PROMPT.          *
      ******************************************************************
       4200-APPLY-ONE-CMD.
      *
           MOVE WS-CA-ROW-KEY (WS-CMD-ROW-NBR) TO WORK-RECORD-KEY
           MOVE WORK-KEY-KEY-ID           TO WS-ENTC-KEY-ID
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
           IF   WS-CMD-ACTION = 'G'
                MOVE WORK-KEY-TYPE         TO WS-FILTER-TYPE
                PERFORM 2600-FIND-TYPE     THRU 2600-EXIT
                IF   WS-TT-IDX = +0
                     EXEC CICS SEND TEXT
                          FROM     (WS-NO-XCTL-TEXT)
                          LENGTH   (LENGTH OF WS-NO-XCTL-TEXT)
                          ERASE
                     END-EXEC
                     GO TO 4200-EXIT
                END-IF
                MOVE WORK-TT-PROGRAM (WS-TT-IDX) TO WS-XCTL-PROGRAM
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS XCTL
                     PROGRAM  (WS-XCTL-PROGRAM)
                     RESP     (WS-XCTL-RESP)
                END-EXEC
      *      ONLY REACHED WHEN THE TRANSFER FAILED.
                EXEC CICS SEND TEXT
                     FROM     (WS-NO-XCTL-TEXT)
                     LENGTH   (LENGTH OF WS-NO-XCTL-TEXT)
                     ERASE
                END-EXEC
                GO TO 4200-EXIT
           END-IF
      *
           PERFORM 5000-UPDATE-ITEM       THRU 5000-EXIT
           .
       4200-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ASSIGN OR CLOSE ONE ITEM UNDER THE EXCLUSIVE ENQ, STAMPED     *
      *  WITH THE OPERATOR.  A CLOSED ITEM IS NEVER CHANGED AGAIN      *
      *  FROM HERE.                                                    *
      ******************************************************************
       5000-UPDATE-ITEM.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'WORKQV  '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TP90-ANCHOR           TO NULL
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
           MOVE LENGTH OF WORK-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           PERFORM 5100-CHANGE-ITEM       THRU 5100-EXIT
      *
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       5000-EXIT.
           EXIT.
      *
      *
       5100-CHANGE-ITEM.
      *
           MOVE WS-CA-ROW-KEY (WS-CMD-ROW-NBR) TO WORK-RECORD-KEY
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO WORK-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
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
           IF   WORK-CLOSED
                EXEC CICS SEND TEXT
                     FROM     (WS-IS-CLOSED-TEXT)
                     LENGTH   (LENGTH OF WS-IS-CLOSED-TEXT)
                     ERASE
                END-EXEC
                GO TO 5100-EXIT
           END-IF
      *
           MOVE WS-TODAY-CCYYMMDD         TO WORK-LAST-ACTION-DATE
           MOVE WS-OPERATOR               TO WORK-LAST-ACTION-BY
           IF   WS-CMD-ACTION = 'A'
                MOVE WS-CMD-DATA (1:8)     TO WORK-ASSIGNED-TO
                IF   WORK-ASSIGNED-TO = SPACES
                     SET  WORK-OPEN        TO TRUE
                ELSE
                     SET  WORK-ASSIGNED    TO TRUE
                END-IF
           ELSE
                SET  WORK-CLOSED           TO TRUE
                MOVE WS-TODAY-CCYYMMDD     TO WORK-CLOSED-DATE
                MOVE WS-OPERATOR           TO WORK-CLOSED-BY
                IF   WS-CMD-DATA NOT = SPACES
                     MOVE WS-CMD-DATA      TO WORK-DETAIL
                END-IF
           END-IF
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
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
           EVALUATE TRUE
             WHEN WORK-ASSIGNED
                  EXEC CICS SEND TEXT
                       FROM     (WS-ASSIGNED-TEXT)
                       LENGTH   (LENGTH OF WS-ASSIGNED-TEXT)
                       ERASE
                  END-EXEC
             WHEN WORK-OPEN
                  EXEC CICS SEND TEXT
                       FROM     (WS-UNASSIGNED-TEXT)
                       LENGTH   (LENGTH OF WS-UNASSIGNED-TEXT)
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
           MOVE 'MWRK'                    TO TXUS-TRAN-ID
           MOVE 'MBRCWRK '                TO TXUS-PROGRAM
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
