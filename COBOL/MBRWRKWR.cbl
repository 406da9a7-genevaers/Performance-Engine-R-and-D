       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRWRKWR.
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
      ** DESCRIPTION: SHARED DATA-STEWARD WORK-QUEUE WRITER (SEE       *
      **              GVBCWRKW FOR THE CALLING INTERFACE AND GVBCWORK  *
      **              FOR THE WORKQV RECORD).  EVERY PROGRAM THAT      *
      **              FINDS SOMETHING A STEWARD MUST FIX - SUSPENSE,   *
      **              DUPLICATES, RETURNED MAIL, AGREEMENT CHECKS,     *
      **              DATA QUALITY, FRAUD WATCH - RAISES IT HERE, SO   *
      **              ONE QUEUE HOLDS THE WHOLE BACKLOG.  AN ITEM      *
      **              ALREADY QUEUED IS REFRESHED, NOT DUPLICATED.     *
      **              THE DD IS HELD OPEN FROM THE FIRST CALL TO THE   *
      **              CALLER'S CLOSE CALL; A MISSING WORKQV DD FOLLOWS *
      **              THE USUAL OPTIONAL-DD CONVENTION AND IS          *
      **              REPORTED ONCE.  EACH ITEM IS WRITTEN UNDER THE   *
      **              GENEVA/WORKQV ENQ THE MWRK TRANSACTION TAKES.    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                                                               *
      ** INPUT FILES:   NONE                                           *
      **                                                               *
      ** I-O FILES:     STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
      **                                                               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
       01  WS-QUEUE-DDNAME             PIC X(08)  VALUE 'WORKQV  '.
       01  WS-QUEUE-STATE-SW           PIC X(01)  VALUE ' '.
           88  WS-QUEUE-UNTRIED                   VALUE ' '.
           88  WS-QUEUE-IS-OPEN                   VALUE 'O'.
           88  WS-QUEUE-UNAVAILABLE               VALUE 'N'.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-TT-IDX                   PIC S9(04) COMP VALUE +0.
      *
       COPY GVBCWORK.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
       LINKAGE SECTION.
      *
       COPY GVBCWRKW REPLACING ==WRKW-WRITE-PARMS== BY
                               ==LS-WRITE-PARMS==.
      *
       PROCEDURE DIVISION USING LS-WRITE-PARMS.
      *
       000-MAIN-LOGIC.
      *
           MOVE '0'                       TO WRKW-RETURN-CODE
           MOVE ' '                       TO WRKW-RESULT
      *
           EVALUATE TRUE
             WHEN WRKW-FCN-RAISE
                  PERFORM 100-ENSURE-OPEN THRU 100-EXIT
                  IF   WS-QUEUE-IS-OPEN
                       PERFORM 200-RAISE-ONE-ITEM THRU 200-EXIT
                  END-IF
             WHEN WRKW-FCN-RESOLVE
                  PERFORM 100-ENSURE-OPEN THRU 100-EXIT
                  IF   WS-QUEUE-IS-OPEN
                       PERFORM 250-RESOLVE-ONE-ITEM THRU 250-EXIT
                  END-IF
             WHEN WRKW-FCN-CLOSE
                  PERFORM 300-CLOSE-QUEUE THRU 300-EXIT
             WHEN OTHER
                  MOVE '8'                TO WRKW-RETURN-CODE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN THE WORKQV DD ON FIRST USE.  A DD THAT IS NOT
      *  ALLOCATED IS REPORTED ONCE AND EVERY LATER CALL ANSWERS
      *  '4' WITHOUT RETRYING THE OPEN.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           EVALUATE TRUE
             WHEN WS-QUEUE-IS-OPEN
                  CONTINUE
             WHEN WS-QUEUE-UNAVAILABLE
                  MOVE '4'                TO WRKW-RETURN-CODE
             WHEN OTHER
                  SET   TP90-ANCHOR           TO NULL
                  MOVE  WS-QUEUE-DDNAME       TO TP90-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                  MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                  MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
                  MOVE  SPACES                TO TP90-RETURN-CODE
                  MOVE  +0                    TO TP90-VSAM-RETURN-CODE
                  MOVE  +0                    TO TP90-RECORD-LENGTH
                  MOVE  SPACES                TO TP90-RECFM

                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        WORK-RECORD,
                                        WORK-RECORD-KEY

                  IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-QUEUE-IS-OPEN  TO TRUE
                       MOVE 'GENEVA'          TO ENQ-DEQ-RNAME
                       MOVE 'WORKQV'          TO ENQ-DEQ-QNAME
                       MOVE '1'               TO ENQ-DEQ-SCOPE-RQST
                  ELSE
                       SET  TP90-ANCHOR       TO NULL
                       SET  WS-QUEUE-UNAVAILABLE TO TRUE
                       MOVE '4'               TO WRKW-RETURN-CODE
                       DISPLAY 'MBRWRKWR: NO WORKQV DD ALLOCATED, '
                               'NO STEWARD WORK ITEMS FOR THIS RUN'
                  END-IF
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RAISE ONE ITEM: WRITE IT OPEN IF IT IS NEW, REFRESH IT IF
      *  IT IS ALREADY QUEUED, REOPEN IT IF ITS PRODUCER HAD CLOSED
      *  IT.  A STEWARD'S CLOSE STANDS (GVBCWORK NOTE 1).
      ***************************************************************
       200-RAISE-ONE-ITEM.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           PERFORM 400-LOCATE-ITEM        THRU 400-EXIT
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE SPACES             TO WORK-RECORD
                  MOVE WRKW-TYPE          TO WORK-TYPE
                  MOVE WRKW-KEY-ID        TO WORK-KEY-ID
                  MOVE WRKW-ITEM-REF      TO WORK-ITEM-REF
                  MOVE WRKW-PRIORITY      TO WORK-PRIORITY
                  IF   WORK-PRIORITY = SPACES
                       PERFORM 450-DEFAULT-PRIORITY THRU 450-EXIT
                  END-IF
                  SET  WORK-OPEN          TO TRUE
                  MOVE WRKW-SOURCE-PGM    TO WORK-SOURCE-PGM
                                             WORK-LAST-ACTION-BY
                  MOVE WS-TODAY-CCYYMMDD  TO WORK-OPEN-DATE
                                             WORK-LAST-SEEN-DATE
                                             WORK-LAST-ACTION-DATE
                  MOVE 1                  TO WORK-SEEN-CNT
                  MOVE ZEROES             TO WORK-CLOSED-DATE
                  MOVE WRKW-DETAIL        TO WORK-DETAIL
                  MOVE TP90-VALUE-WRITE   TO TP90-FUNCTION-CODE
                  SET  WRKW-RESULT-NEW    TO TRUE
      *
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRWRKWR: WORKQV READ FAILED FOR KEY '
                          WRKW-KEY-ID ' RET CD = ' TP90-RETURN-CODE
                  MOVE '8'                TO WRKW-RETURN-CODE
                  GO TO 200-DEQ
      *
             WHEN WORK-CLOSED
              AND WORK-CLOSED-BY NOT = WRKW-SOURCE-PGM
                  MOVE WS-TODAY-CCYYMMDD  TO WORK-LAST-SEEN-DATE
                  IF   WORK-SEEN-CNT < 99999
                       ADD  1             TO WORK-SEEN-CNT
                  END-IF
                  MOVE TP90-VALUE-UPDATE  TO TP90-FUNCTION-CODE
                  SET  WRKW-RESULT-NONE   TO TRUE
      *
             WHEN WORK-CLOSED
                  SET  WORK-OPEN          TO TRUE
                  MOVE SPACES             TO WORK-ASSIGNED-TO
                                             WORK-CLOSED-BY
                  MOVE ZEROES             TO WORK-CLOSED-DATE
                  MOVE WS-TODAY-CCYYMMDD  TO WORK-OPEN-DATE
                                             WORK-LAST-SEEN-DATE
                                             WORK-LAST-ACTION-DATE
                  MOVE WRKW-SOURCE-PGM    TO WORK-LAST-ACTION-BY
                  MOVE 1                  TO WORK-SEEN-CNT
                  MOVE WRKW-DETAIL        TO WORK-DETAIL
                  MOVE TP90-VALUE-UPDATE  TO TP90-FUNCTION-CODE
                  SET  WRKW-RESULT-REOPENED TO TRUE
      *
             WHEN OTHER
                  MOVE WS-TODAY-CCYYMMDD  TO WORK-LAST-SEEN-DATE
                  IF   WORK-SEEN-CNT < 99999
                       ADD  1             TO WORK-SEEN-CNT
                  END-IF
                  MOVE WRKW-DETAIL        TO WORK-DETAIL
                  MOVE TP90-VALUE-UPDATE  TO TP90-FUNCTION-CODE
                  SET  WRKW-RESULT-REFRESHED TO TRUE
           END-EVALUATE
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRWRKWR: WORKQV WRITE FAILED FOR KEY '
                        WRKW-KEY-ID ' RET CD = ' TP90-RETURN-CODE
                MOVE '8'                  TO WRKW-RETURN-CODE
                MOVE ' '                  TO WRKW-RESULT
           END-IF
           .
       200-DEQ.
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE EXCEPTION CLEARED AT SOURCE - CLOSE THE ITEM IF IT IS
      *  STILL BEING WORKED.
      ***************************************************************
       250-RESOLVE-ONE-ITEM.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           PERFORM 400-LOCATE-ITEM        THRU 400-EXIT
           IF   TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                GO TO 250-DEQ
           END-IF
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRWRKWR: WORKQV READ FAILED FOR KEY '
                        WRKW-KEY-ID ' RET CD = ' TP90-RETURN-CODE
                MOVE '8'                  TO WRKW-RETURN-CODE
                GO TO 250-DEQ
           END-IF
           IF   WORK-CLOSED
                GO TO 250-DEQ
           END-IF
      *
           SET  WORK-CLOSED               TO TRUE
           MOVE WS-TODAY-CCYYMMDD         TO WORK-CLOSED-DATE
                                             WORK-LAST-ACTION-DATE
           MOVE WRKW-SOURCE-PGM           TO WORK-CLOSED-BY
                                             WORK-LAST-ACTION-BY
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WRKW-RESULT-CLOSED   TO TRUE
           ELSE
                DISPLAY 'MBRWRKWR: WORKQV UPDATE FAILED FOR KEY '
                        WRKW-KEY-ID ' RET CD = ' TP90-RETURN-CODE
                MOVE '8'                  TO WRKW-RETURN-CODE
           END-IF
           .
       250-DEQ.
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           .
       250-EXIT.
           EXIT.
      *
      *
       300-CLOSE-QUEUE.
      *
           IF   WS-QUEUE-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      WORK-RECORD,
                                      WORK-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
                SET  WS-QUEUE-UNTRIED     TO TRUE
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
       400-LOCATE-ITEM.
      *
           MOVE WRKW-TYPE                 TO WORK-KEY-TYPE
           MOVE WRKW-KEY-ID               TO WORK-KEY-KEY-ID
           MOVE WRKW-ITEM-REF             TO WORK-KEY-ITEM-REF
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF WORK-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SPACES                    TO WORK-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           .
       400-EXIT.
           EXIT.
      *
      *
       450-DEFAULT-PRIORITY.
      *
           MOVE 'M'                       TO WORK-PRIORITY
           PERFORM 455-CHECK-ONE-TYPE     THRU 455-EXIT
                   VARYING WS-TT-IDX FROM +1 BY +1
                   UNTIL WS-TT-IDX > WORK-TYPE-COUNT
           .
       450-EXIT.
           EXIT.
      *
      *
       455-CHECK-ONE-TYPE.
      *
           IF   WORK-TT-TYPE (WS-TT-IDX) = WORK-TYPE
                MOVE WORK-TT-PRIORITY (WS-TT-IDX) TO WORK-PRIORITY
           END-IF
           .
       455-EXIT.
           EXIT.
