       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCMSG.
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
      ** DESCRIPTION: CICS OPERATOR MESSAGE LOOKUP.  THE OPERATOR      *
      **              KEYS AN MBR MESSAGE ID FROM THE CONSOLE (SEE     *
      **              GVBCALRT) AND SEES ITS CATALOG ENTRY (SEE        *
      **              GVBCMCAT) - SEVERITY, WHETHER THE STEP MAY BE    *
      **              RERUN, THE EXPLANATION, PROBABLE CAUSE AND       *
      **              OPERATOR ACTION, AND WHOM TO ESCALATE TO.  THE   *
      **              ENTRY COMES THROUGH MBRMCTLK, CLOSED AGAIN       *
      **              BEFORE RETURNING TO CICS, AND THE MBRENTCK GATE  *
      **              APPLIES AS IN EVERY OTHER TRANSACTION.           *
      **                                                               *
      ** TRANSACTION: MMSG                                             *
      **                                                               *
      ** INPUT (SECOND LEG): <MESSAGE-ID>                              *
      **                                                               *
      ** MODULES CALLED: MBRMCTLK - MESSAGE CATALOG LOOKUP             *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                                                               *
      ** INPUT FILES:   OPERATOR MESSAGE CATALOG    (DDNAME=MSGCAT)    *
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
      *
       01  WS-PROMPT-TEXT.
           05  FILLER                  PIC X(40)   VALUE
               'MBRCMSG - OPERATOR MESSAGE LOOKUP'.
           05  FILLER                  PIC X(40)   VALUE
               'ENTER <MESSAGE ID>, E.G. MBR0601E:'.
      *
       01  WS-INPUT-AREA.
           05  WS-INPUT-MSG-ID         PIC X(08).
       01  WS-INPUT-LENGTH             PIC S9(04)  COMP VALUE +8.
      *
       01  WS-LINE-IDX                 PIC S9(04)  COMP VALUE +0.
       01  WS-LOOKUP-RC                PIC X(01)   VALUE SPACE.
           88  WS-LOOKUP-FOUND                     VALUE '0'.
           88  WS-LOOKUP-NOT-FOUND                 VALUE '1'.
           88  WS-LOOKUP-NO-CATALOG-DD             VALUE '4'.
      *
      *****************************************************************
      *  ONE SCREENFUL - A TITLE, NINE TEXT ROWS (EXPLANATION, CAUSE
      *  AND ACTION, THREE EACH), THE CONTACT, THE LAST CHANGE, AND A
      *  FOOT LINE.
      *****************************************************************
       01  WS-ENTRY-TEXT.
           05  WS-ENT-TITLE.
               10  WS-ENT-MSG-ID       PIC X(08).
               10  FILLER              PIC X(02)   VALUE SPACES.
               10  WS-ENT-SEVERITY     PIC X(44).
               10  FILLER              PIC X(08)   VALUE ' RERUN: '.
               10  WS-ENT-RERUN        PIC X(03).
               10  FILLER              PIC X(14)   VALUE SPACES.
           05  WS-ENT-ROW              OCCURS 11 TIMES.
               10  WS-ENT-LABEL        PIC X(17).
               10  WS-ENT-TEXT         PIC X(50).
               10  FILLER              PIC X(12).
           05  WS-ENT-FOOT             PIC X(40)   VALUE
               'MMSG <MESSAGE ID> FOR ANOTHER MESSAGE'.
      *
       01  WS-NOT-CATALOGED-TEXT       PIC X(40)   VALUE
           'MESSAGE ID NOT IN THE CATALOG'.
       01  WS-NO-CATALOG-TEXT          PIC X(40)   VALUE
           'MESSAGE CATALOG NOT AVAILABLE'.
       01  WS-BAD-INPUT-TEXT           PIC X(40)   VALUE
           'FORMAT IS <MESSAGE ID>, E.G. MBR0601E'.
       01  WS-DENIED-TEXT              PIC X(40)   VALUE
           'ACCESS DENIED - NOT ENTITLED'.
      *
       COPY GVBCMCTL.
       01  WS-MBRMCTLK                 PIC X(08)   VALUE 'MBRMCTLK'.
      *
       COPY GVBCENTL.
       01  WS-MBRENTCK                 PIC X(08)   VALUE 'MBRENTCK'.
      *
      ******************************************************************
      *  COMMAREA - ONLY THE STATE BYTE; EVERY LOOKUP IS SELF-         *
      *  CONTAINED.                                                    *
      ******************************************************************
       01  WS-COMMAREA.
           05  WS-CA-STATE             PIC X(01).
               88  WS-CA-AWAITING-REQUEST  VALUE 'R'.
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
       01  DFHCOMMAREA                 PIC X(01).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 8800-START-USAGE       THRU 8800-EXIT
      *
           IF   EIBCALEN = 0
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
           ELSE
                MOVE DFHCOMMAREA           TO WS-COMMAREA
                PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
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
           SET  WS-CA-AWAITING-REQUEST    TO TRUE
           PERFORM 8000-RETURN-TO-CICS    THRU 8000-EXIT
           .
       1000-EXIT.
           EXIT.
      *
      *
       2000-PROCESS-REQUEST.
      *
           MOVE SPACES                    TO WS-INPUT-AREA
           MOVE +8                        TO WS-INPUT-LENGTH
           EXEC CICS RECEIVE
                INTO      (WS-INPUT-AREA)
                LENGTH    (WS-INPUT-LENGTH)
                NOHANDLE
           END-EXEC
      *
           PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
           IF   ENTC-DENIED
                SET  TXUS-OUTCOME-DENIED   TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-DENIED-TEXT)
                     LENGTH   (LENGTH OF WS-DENIED-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8000-RETURN-TO-CICS THRU 8000-EXIT
                GO TO 2000-EXIT
           END-IF
      *
           IF   WS-INPUT-MSG-ID (1:3) NOT = 'MBR'
           OR   WS-INPUT-MSG-ID (4:4) NOT NUMERIC
                EXEC CICS SEND TEXT
                     FROM     (WS-BAD-INPUT-TEXT)
                     LENGTH   (LENGTH OF WS-BAD-INPUT-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8000-RETURN-TO-CICS THRU 8000-EXIT
                GO TO 2000-EXIT
           END-IF
      *
           PERFORM 3000-LOOKUP-MESSAGE    THRU 3000-EXIT
           EVALUATE TRUE
             WHEN WS-LOOKUP-NO-CATALOG-DD
                  EXEC CICS SEND TEXT
                       FROM     (WS-NO-CATALOG-TEXT)
                       LENGTH   (LENGTH OF WS-NO-CATALOG-TEXT)
                       ERASE
                  END-EXEC
             WHEN WS-LOOKUP-NOT-FOUND
                  EXEC CICS SEND TEXT
                       FROM     (WS-NOT-CATALOGED-TEXT)
                       LENGTH   (LENGTH OF WS-NOT-CATALOGED-TEXT)
                       ERASE
                  END-EXEC
             WHEN OTHER
                  EXEC CICS SEND TEXT
                       FROM     (WS-ENTRY-TEXT)
                       LENGTH   (LENGTH OF WS-ENTRY-TEXT)
                       ERASE
                  END-EXEC
           END-EVALUATE
      *
           PERFORM 8000-RETURN-TO-CICS    THRU 8000-EXIT
           .
       2000-EXIT.
           EXIT.
      *
      *
       2470-CHECK-ENTITLEMENT.
      *
           SET  ENTC-FCN-CHECK            TO TRUE
           MOVE SPACES                    TO ENTC-OPERATOR
           EXEC CICS ASSIGN
                USERID   (ENTC-OPERATOR)
                NOHANDLE
           END-EXEC
           MOVE 'MMSG'                    TO ENTC-TRAN-ID
           MOVE SPACES                    TO ENTC-KEY-ID
           CALL WS-MBRENTCK USING ENTC-CHECK-PARMS
           .
       2470-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  FETCH THE CATALOG ENTRY.  MSGCAT IS CLOSED AGAIN BEFORE       *
      *  RETURNING TO CICS.                                            *
      ******************************************************************
       3000-LOOKUP-MESSAGE.
      *
           SET  MCTL-FCN-LOOKUP           TO TRUE
           MOVE WS-INPUT-MSG-ID           TO MCTL-MSG-ID
           CALL WS-MBRMCTLK USING MCTL-LOOKUP-PARMS
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           MOVE MCTL-RETURN-CODE          TO WS-LOOKUP-RC
           IF   WS-LOOKUP-FOUND
                PERFORM 4000-BUILD-THE-ENTRY THRU 4000-EXIT
           END-IF
      *
           SET  MCTL-FCN-CLOSE            TO TRUE
           CALL WS-MBRMCTLK USING MCTL-LOOKUP-PARMS
           .
       3000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  FILL THE SCREEN FROM THE CATALOG ENTRY.                       *
      ******************************************************************
       4000-BUILD-THE-ENTRY.
      *
           MOVE MCTL-MSG-ID               TO WS-ENT-MSG-ID
           EVALUATE MCTL-SEVERITY
             WHEN 'E'
                  MOVE 'ERROR - PAGE THE ON-CALL NOW'
                                          TO WS-ENT-SEVERITY
             WHEN 'W'
                  MOVE 'WARNING - PAGE THE ON-CALL IN BUSINESS HOURS'
                                          TO WS-ENT-SEVERITY
             WHEN OTHER
                  MOVE 'INFORMATION - NO ACTION NEEDED'
                                          TO WS-ENT-SEVERITY
           END-EVALUATE
           IF   MCTL-RERUN-ALLOWED
                MOVE 'YES'                TO WS-ENT-RERUN
           ELSE
                MOVE 'NO '                TO WS-ENT-RERUN
           END-IF
      *
           PERFORM 4100-FILL-ONE-LINE     THRU 4100-EXIT
                   VARYING WS-LINE-IDX FROM +1 BY +1
                   UNTIL   WS-LINE-IDX > +3
           MOVE 'EXPLANATION'             TO WS-ENT-LABEL (1)
           MOVE 'PROBABLE CAUSE'          TO WS-ENT-LABEL (4)
           MOVE 'OPERATOR ACTION'         TO WS-ENT-LABEL (7)
      *
           MOVE SPACES                    TO WS-ENT-ROW (10)
           MOVE 'ESCALATE TO'             TO WS-ENT-LABEL (10)
           MOVE MCTL-CONTACT              TO WS-ENT-TEXT (10)
           MOVE SPACES                    TO WS-ENT-ROW (11)
           MOVE 'LAST CHANGED'            TO WS-ENT-LABEL (11)
           MOVE MCTL-MAINT-DATE           TO WS-ENT-TEXT (11)
           .
       4000-EXIT.
           EXIT.
      *
      *
       4100-FILL-ONE-LINE.
      *
           MOVE SPACES              TO WS-ENT-ROW (WS-LINE-IDX)
                                       WS-ENT-ROW (WS-LINE-IDX + 3)
                                       WS-ENT-ROW (WS-LINE-IDX + 6)
           MOVE MCTL-EXPLAIN-LINE (WS-LINE-IDX)
                                    TO WS-ENT-TEXT (WS-LINE-IDX)
           MOVE MCTL-CAUSE-LINE (WS-LINE-IDX)
                                    TO WS-ENT-TEXT (WS-LINE-IDX + 3)
           MOVE MCTL-ACTION-LINE (WS-LINE-IDX)
                                    TO WS-ENT-TEXT (WS-LINE-IDX + 6)
           .
       4100-EXIT.
           EXIT.
      *
      *
       8000-RETURN-TO-CICS.
      *
           MOVE WS-COMMAREA               TO DFHCOMMAREA
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MMSG')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       8000-EXIT.
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
           MOVE 'MMSG'                    TO TXUS-TRAN-ID
           MOVE 'MBRCMSG '                TO TXUS-PROGRAM
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
