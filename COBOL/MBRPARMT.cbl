       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPARMT.
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
      ** DESCRIPTION: PARAMETER REGISTRY MAINTENANCE AND LISTING.      *
      **              PROCESSES CARD REQUESTS AGAINST THE PARMREG      *
      **              CLUSTER (SEE GVBCPREG):                          *
      **                SET     - A VALUE FOR A PROGRAM'S KEYWORD      *
      **                          FROM AN EFFECTIVE DATE, AND WHETHER  *
      **                          A CTLCARD CARD MAY OVERRIDE IT       *
      **                RETIRE  - NO REGISTRY VALUE FROM A DATE (THE   *
      **                          PROGRAM'S OWN DEFAULT STANDS)        *
      **                CANCEL  - REMOVE A ROW NOT YET IN FORCE        *
      **                LIST    - EVERY VALUE IN FORCE ON A CYCLE      *
      **                          DATE, FOR ONE PROGRAM OR ALL         *
      **                HISTORY - EVERY ROW, PAST AND FUTURE, WITH     *
      **                          WHO SET IT AND WHEN                  *
      **              A ROW ALREADY IN FORCE IS NEVER CHANGED OR       *
      **              REMOVED; A SET OF A ROW NOT YET IN FORCE         *
      **              CORRECTS IT.  EVERY CHANGE IS JOURNALED TO       *
      **              PARMHIST WITH THE VALUE BEFORE AND AFTER.        *
      **              EVERY REQUEST, GOOD OR BAD, IS PRINTED.          *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   MAINTENANCE REQUEST CARDS    (DDNAME=CTLCARD)  *
      **                                                               *
      ** I-O FILES:     PARAMETER REGISTRY           (DDNAME=PARMREG)  *
      **                                                               *
      ** OUTPUT FILES:  PARAMETER REGISTRY REPORT    (DDNAME=PARMRPT)  *
      **                PARAMETER CHANGE JOURNAL     (DDNAME=PARMHIST) *
      **                                                               *
      ** RETURN CDS:  0000 - ALL REQUESTS PROCESSED                    *
      **              0004 - ONE OR MORE REQUESTS FAILED               *
      **              0016 - ABEND                                     *
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
       01  WS-ABEND-CD                 PIC X(4)   VALUE '0016'.
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-PREG-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-PREG-EOF                        VALUE 'Y'.
       01  WS-CARD-VALID-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CARD-VALID                      VALUE 'Y'.
       01  WS-HELD-SW                  PIC X(01)  VALUE 'N'.
           88  WS-ROW-HELD                        VALUE 'Y'.
      *
       01  WS-CARDS-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-SET-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-CORRECTED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-RETIRED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-CANCELLED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-LISTED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-FAILED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-CONT-CNT                 PIC S9(04) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-NOW-HHMMSSHH             PIC 9(08)  VALUE ZEROES.
       01  WS-AS-OF-DATE               PIC 9(08)  VALUE ZEROES.
       01  WS-LIST-PROGRAM             PIC X(08)  VALUE SPACES.
       01  WS-LIST-KEYWORD             PIC X(12)  VALUE SPACES.
       01  WS-NEW-STATUS               PIC X(01)  VALUE SPACES.
       01  WS-HIST-ACTION              PIC X(08)  VALUE SPACES.
      *
      *  THE CARD BEING PROCESSED IS HELD HERE WHILE ITS CONTINUATION
      *  CARDS ARE READ; THE CARD READ AFTER THEM WAITS IN
      *  WS-NEXT-CARD.
       01  WS-HELD-CARD                PIC X(80)  VALUE SPACES.
       01  WS-NEXT-CARD                PIC X(80)  VALUE SPACES.
       01  WS-CARD-VALUE               PIC X(64)  VALUE SPACES.
      *
      *  THE ROW BEFORE A CHANGE, FOR THE JOURNAL, AND THE ROW HELD
      *  BACK DURING A LIST OR HISTORY BROWSE UNTIL THE NEXT ROW
      *  SHOWS WHETHER IT IS THE ONE IN FORCE.
       01  WS-OLD-VALUE                PIC X(64)  VALUE SPACES.
       01  WS-OLD-OVERRIDE             PIC X(01)  VALUE SPACES.
       01  WS-OLD-STATUS               PIC X(01)  VALUE SPACES.
       01  WS-HELD-ROW                 PIC X(160) VALUE SPACES.
       01  WS-HELD-ROW-VIEW REDEFINES WS-HELD-ROW.
           05  WS-HELD-PROG-KWRD       PIC X(20).
           05  WS-HELD-EFF-DATE        PIC 9(08).
           05  WS-HELD-VALUE           PIC X(64).
           05  WS-HELD-OVERRIDE        PIC X(01).
           05  WS-HELD-STATUS          PIC X(01).
           05  FILLER                  PIC X(66).
       01  WS-NEXT-ROW                 PIC X(160) VALUE SPACES.
       01  WS-HELD-STATE               PIC X(16)  VALUE SPACES.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       COPY GVBCPREG.
      *
      *****************************************************************
      *  PARAMETER REGISTRY REPORT LINE.  A VALUE LONGER THAN THE
      *  VALUE COLUMN CONTINUES ON A SECOND LINE UNDER IT.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-ACTION           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-KEYWORD          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-EFF-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-OVERRIDE         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-VALUE            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-CHANGED-BY       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-CHANGED-DATE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(16).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-RPT-TITLE-LINE REDEFINES WS-RPT-DETAIL-LINE.
           05  WS-RPT-TITLE-TEXT       PIC X(40).
           05  WS-RPT-TITLE-DATE       PIC X(08).
           05  WS-RPT-TITLE-REST       PIC X(84).
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - ONE PARAMETER AREA PER
      *  CONCURRENTLY-OPEN DD.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA==  BY
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA==  BY
                                ==TP90R-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90R-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90R-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90R-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90R-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90R-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90R-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90R-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90R-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90R-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90R-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA==  BY
                                ==TP90H-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90H-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90H-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90H-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90H-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90H-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90H-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90H-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90H-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90H-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90H-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 400-READ-CARD         THRU 400-EXIT
                PERFORM 500-PROCESS-CARD      THRU 500-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-FAILED-CNT > ZERO
                  MOVE 4                     TO RETURN-CODE
             WHEN OTHER
                  MOVE 0                     TO RETURN-CODE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
       100-INIT.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE  'CTLCARD '            TO TP90C-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90C-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90C-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90C-FILE-MODE
           MOVE  SPACES                TO TP90C-RETURN-CODE
           MOVE  +0                    TO TP90C-VSAM-RETURN-CODE
           MOVE  LENGTH OF PREG-CARD   TO TP90C-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90C-RECFM

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 PREG-CARD,
                                 PREG-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPARMT DD: CTLCARD, GVBTP90 FAILED, '
                        'RET CD = ' TP90C-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'PARMREG '            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90-RECORD-LENGTH
           MOVE  SPACES                TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPARMT DD: PARMREG, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET   TP90R-ANCHOR          TO NULL
           MOVE  'PARMRPT '            TO TP90R-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90R-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90R-FILE-TYPE
           MOVE  TP90-VALUE-OUTPUT     TO TP90R-FILE-MODE
           MOVE  SPACES                TO TP90R-RETURN-CODE
           MOVE  +0                    TO TP90R-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-RPT-DETAIL-LINE
                                       TO TP90R-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90R-RECFM

           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 PREG-RECORD-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPARMT DD: PARMRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
      *      THE JOURNAL IS EXTENDED, NEVER REPLACED - IT IS THE
      *      RECORD OF EVERY CHANGE EVER MADE.
           SET   TP90H-ANCHOR          TO NULL
           MOVE  'PARMHIST'            TO TP90H-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90H-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90H-FILE-TYPE
           MOVE  TP90-VALUE-EXTEND     TO TP90H-FILE-MODE
           MOVE  SPACES                TO TP90H-RETURN-CODE
           MOVE  +0                    TO TP90H-VSAM-RETURN-CODE
           MOVE  LENGTH OF PRGH-RECORD TO TP90H-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90H-RECFM

           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 PRGH-RECORD,
                                 PREG-RECORD-KEY

           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPARMT DD: PARMHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90H-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       400-READ-CARD.
      *
           MOVE  TP90-VALUE-READ       TO TP90C-FUNCTION-CODE
           MOVE  SPACES                TO PREG-CARD

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 PREG-CARD,
                                 PREG-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE SPACES             TO PREG-CARD
                IF   TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'           TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRPARMT: ERROR READING CTLCARD RC = '
                             TP90C-RETURN-CODE
                     MOVE  'Y'          TO SEVERE-ERROR
                END-IF
           ELSE
                ADD  +1                 TO WS-CARDS-READ-CNT
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPEND ONE CONTINUATION CARD'S VALUE AND READ ON.  ONLY
      *  ONE CONTINUATION FITS THE 64-BYTE VALUE; A SECOND ONE
      *  FAILS THE REQUEST.
      ***************************************************************
       410-TAKE-CONTINUATION.
      *
           ADD  +1                        TO WS-CONT-CNT
           IF   WS-CONT-CNT = +1
                MOVE PREG-CONT-VALUE      TO WS-CARD-VALUE(22:43)
           END-IF
           PERFORM 400-READ-CARD          THRU 400-EXIT
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PROCESS ONE REQUEST.  ITS CONTINUATION CARDS ARE GATHERED
      *  FIRST, SO BY THE TIME THE REQUEST RUNS THE NEXT REQUEST
      *  CARD HAS ALREADY BEEN READ; IT IS PUT BACK AFTERWARDS.
      ***************************************************************
       500-PROCESS-CARD.
      *
           MOVE PREG-CARD                 TO WS-HELD-CARD
           MOVE SPACES                    TO WS-CARD-VALUE
           MOVE PREG-CARD-VALUE           TO WS-CARD-VALUE(1:21)
           MOVE +0                        TO WS-CONT-CNT
           PERFORM 400-READ-CARD          THRU 400-EXIT
           PERFORM 410-TAKE-CONTINUATION  THRU 410-EXIT
                   UNTIL EOF-FLAG = 'Y'
                      OR SEVERE-ERROR NOT = ' '
                      OR NOT PREG-CONT-CARD-FOLLOWS
           MOVE PREG-CARD                 TO WS-NEXT-CARD
           MOVE WS-HELD-CARD              TO PREG-CARD
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  CONTINUE
             WHEN PREG-CARD-FUNCTION (1:1) = '*'
                  CONTINUE
             WHEN PREG-CARD-SET
                  MOVE 'S'                   TO WS-NEW-STATUS
                  PERFORM 510-SET-ROW        THRU 510-EXIT
             WHEN PREG-CARD-RETIRE
                  MOVE 'R'                   TO WS-NEW-STATUS
                  PERFORM 510-SET-ROW        THRU 510-EXIT
             WHEN PREG-CARD-CANCEL
                  PERFORM 530-CANCEL-ROW     THRU 530-EXIT
             WHEN PREG-CARD-LIST
                  PERFORM 540-LIST-IN-FORCE  THRU 540-EXIT
             WHEN PREG-CARD-HISTORY
                  PERFORM 560-LIST-HISTORY   THRU 560-EXIT
             WHEN OTHER
                  ADD  +1                    TO WS-FAILED-CNT
                  DISPLAY 'MBRPARMT: *** UNRECOGNIZED FUNCTION '
                          PREG-CARD-FUNCTION ' ***'
           END-EVALUATE
      *
           MOVE WS-NEXT-CARD              TO PREG-CARD
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SET (STATUS 'S') OR RETIRE (STATUS 'R') ONE ROW.  A NEW
      *  EFFECTIVE DATE ADDS A ROW; AN EXISTING ROW MAY BE RE-SET
      *  ONLY WHILE IT IS STILL IN THE FUTURE.
      ***************************************************************
       510-SET-ROW.
      *
           IF   PREG-CARD-RETIRE
                MOVE 'RETIRE  '           TO WS-RPT-ACTION
           ELSE
                MOVE 'SET     '           TO WS-RPT-ACTION
           END-IF
           PERFORM 570-EDIT-CARD          THRU 570-EXIT
           IF   PREG-CARD-SET
           AND  WS-CARD-VALUE = SPACES
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   PREG-CARD-RETIRE
           AND  (WS-CARD-VALUE NOT = SPACES
            OR   PREG-CARD-OVERRIDE = 'Y')
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 510-EXIT
           END-IF
      *
           PERFORM 580-LOCATE-ROW         THRU 580-EXIT
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE SPACES             TO WS-OLD-VALUE
                                             WS-OLD-OVERRIDE
                                             WS-OLD-STATUS
                  MOVE WS-RPT-ACTION      TO WS-HIST-ACTION
                  MOVE TP90-VALUE-WRITE   TO TP90-FUNCTION-CODE
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO WS-FAILED-CNT
                  MOVE 'READ FAILED     ' TO WS-RPT-RESULT
                  PERFORM 700-REPORT-CARD THRU 700-EXIT
                  GO TO 510-EXIT
             WHEN PREG-EFF-DATE NOT > WS-TODAY-CCYYMMDD
                  ADD  +1                 TO WS-FAILED-CNT
                  MOVE 'ALREADY IN FORCE' TO WS-RPT-RESULT
                  PERFORM 700-REPORT-CARD THRU 700-EXIT
                  GO TO 510-EXIT
             WHEN OTHER
                  MOVE PREG-VALUE         TO WS-OLD-VALUE
                  MOVE PREG-OVERRIDE      TO WS-OLD-OVERRIDE
                  MOVE PREG-STATUS        TO WS-OLD-STATUS
                  MOVE 'CORRECT '         TO WS-HIST-ACTION
                  MOVE TP90-VALUE-UPDATE  TO TP90-FUNCTION-CODE
           END-EVALUATE
      *
           MOVE PREG-CARD-PROGRAM         TO PREG-PROGRAM
           MOVE PREG-CARD-KEYWORD         TO PREG-KEYWORD
           MOVE PREG-KEY-EFF-DATE         TO PREG-EFF-DATE
           MOVE WS-NEW-STATUS             TO PREG-STATUS
           IF   PREG-CARD-SET
                MOVE WS-CARD-VALUE        TO PREG-VALUE
           ELSE
                MOVE SPACES               TO PREG-VALUE
           END-IF
           IF   PREG-CARD-OVERRIDE = 'Y'
                MOVE 'Y'                  TO PREG-OVERRIDE
           ELSE
                MOVE 'N'                  TO PREG-OVERRIDE
           END-IF
           MOVE PREG-CARD-CHANGED-BY      TO PREG-CHANGED-BY
           MOVE WS-TODAY-CCYYMMDD         TO PREG-CHANGED-DATE
           ACCEPT WS-NOW-HHMMSSHH         FROM TIME
           MOVE WS-NOW-HHMMSSHH (1:6)     TO PREG-CHANGED-TIME
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'WRITE FAILED    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 510-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-HIST-ACTION = 'CORRECT '
                  ADD  +1                 TO WS-CORRECTED-CNT
                  MOVE 'CORRECTED       ' TO WS-RPT-RESULT
             WHEN PREG-CARD-RETIRE
                  ADD  +1                 TO WS-RETIRED-CNT
                  MOVE 'RETIRED         ' TO WS-RPT-RESULT
             WHEN OTHER
                  ADD  +1                 TO WS-SET-CNT
                  MOVE 'SET             ' TO WS-RPT-RESULT
           END-EVALUATE
           PERFORM 600-WRITE-HISTORY      THRU 600-EXIT
           PERFORM 710-REPORT-ROW         THRU 710-EXIT
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CANCEL A ROW THAT HAS NOT YET TAKEN EFFECT.  THE CARD MUST
      *  NAME THE ROW'S EFFECTIVE DATE.
      ***************************************************************
       530-CANCEL-ROW.
      *
           MOVE 'CANCEL  '                TO WS-RPT-ACTION
           PERFORM 570-EDIT-CARD          THRU 570-EXIT
           IF   PREG-CARD-EFF-DATE = SPACES
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 530-EXIT
           END-IF
      *
           PERFORM 580-LOCATE-ROW         THRU 580-EXIT
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO WS-FAILED-CNT
                  MOVE 'NOT ON FILE     ' TO WS-RPT-RESULT
                  PERFORM 700-REPORT-CARD THRU 700-EXIT
                  GO TO 530-EXIT
             WHEN PREG-EFF-DATE NOT > WS-TODAY-CCYYMMDD
                  ADD  +1                 TO WS-FAILED-CNT
                  MOVE 'ALREADY IN FORCE' TO WS-RPT-RESULT
                  PERFORM 700-REPORT-CARD THRU 700-EXIT
                  GO TO 530-EXIT
           END-EVALUATE
      *
           MOVE PREG-VALUE                TO WS-OLD-VALUE
           MOVE PREG-OVERRIDE             TO WS-OLD-OVERRIDE
           MOVE PREG-STATUS               TO WS-OLD-STATUS
           MOVE TP90-VALUE-DELETE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-CANCELLED-CNT
                MOVE 'CANCELLED       '   TO WS-RPT-RESULT
                MOVE 'CANCEL  '           TO WS-HIST-ACTION
                MOVE SPACES               TO PREG-VALUE
                                             PREG-OVERRIDE
                                             PREG-STATUS
                MOVE PREG-CARD-CHANGED-BY TO PREG-CHANGED-BY
                MOVE WS-TODAY-CCYYMMDD    TO PREG-CHANGED-DATE
                ACCEPT WS-NOW-HHMMSSHH    FROM TIME
                MOVE WS-NOW-HHMMSSHH (1:6) TO PREG-CHANGED-TIME
                PERFORM 600-WRITE-HISTORY THRU 600-EXIT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'DELETE FAILED   '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-CARD        THRU 700-EXIT
           .
       530-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LIST EVERY VALUE IN FORCE ON THE CARD'S DATE (BLANK -
      *  TODAY), FOR THE CARD'S PROGRAM (AND KEYWORD) OR FOR ALL:
      *  PER PROGRAM AND KEYWORD, THE LAST ROW NOT AFTER
      *  THE DATE, UNLESS THAT ROW RETIRED THE KEYWORD.  ROWS ARRIVE
      *  IN KEY ORDER, SO EACH ROW IS HELD UNTIL THE NEXT ONE SHOWS
      *  WHETHER A LATER ROW STILL IN FORCE REPLACES IT.
      ***************************************************************
       540-LIST-IN-FORCE.
      *
           IF   PREG-CARD-EFF-DATE = SPACES
                MOVE WS-TODAY-CCYYMMDD    TO WS-AS-OF-DATE
           ELSE
           IF   PREG-CARD-EFF-DATE NUMERIC
                MOVE PREG-CARD-EFF-DATE   TO WS-AS-OF-DATE
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'LIST    '           TO WS-RPT-ACTION
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 540-EXIT
           END-IF
           END-IF
      *
           MOVE SPACES                    TO WS-RPT-DETAIL-LINE
           MOVE 'PARAMETERS IN FORCE ON CYCLE DATE'
                                          TO WS-RPT-TITLE-TEXT
           MOVE WS-AS-OF-DATE             TO WS-RPT-TITLE-DATE
           IF   PREG-CARD-PROGRAM NOT = SPACES
                MOVE SPACES               TO WS-RPT-TITLE-REST
                STRING ' FOR PROGRAM ' PREG-CARD-PROGRAM
                       DELIMITED BY SIZE INTO WS-RPT-TITLE-REST
           END-IF
           PERFORM 720-WRITE-RPT-LINE     THRU 720-EXIT
      *
           MOVE PREG-CARD-KEYWORD         TO WS-LIST-KEYWORD
           PERFORM 590-START-BROWSE       THRU 590-EXIT
           MOVE 'N'                       TO WS-HELD-SW
           PERFORM 545-LIST-ONE-ROW       THRU 545-EXIT
                   UNTIL WS-PREG-EOF
           .
       540-EXIT.
           EXIT.
      *
      *
       545-LIST-ONE-ROW.
      *
           PERFORM 595-READ-NEXT-ROW      THRU 595-EXIT
      *
           IF   WS-ROW-HELD
           AND  (WS-PREG-EOF
            OR   PREG-RECORD (1:20) NOT = WS-HELD-PROG-KWRD)
                PERFORM 548-LIST-HELD-ROW THRU 548-EXIT
           END-IF
      *
           IF   NOT WS-PREG-EOF
           AND  PREG-EFF-DATE NOT > WS-AS-OF-DATE
                MOVE PREG-RECORD          TO WS-HELD-ROW
                MOVE 'Y'                  TO WS-HELD-SW
           END-IF
           .
       545-EXIT.
           EXIT.
      *
      *
       548-LIST-HELD-ROW.
      *
           MOVE 'N'                       TO WS-HELD-SW
           IF   WS-HELD-STATUS = 'S'
                MOVE PREG-RECORD          TO WS-NEXT-ROW
                MOVE WS-HELD-ROW          TO PREG-RECORD
                ADD  +1                   TO WS-LISTED-CNT
                MOVE 'LIST    '           TO WS-RPT-ACTION
                MOVE 'IN FORCE        '   TO WS-RPT-RESULT
                PERFORM 710-REPORT-ROW    THRU 710-EXIT
                MOVE WS-NEXT-ROW          TO PREG-RECORD
           END-IF
           .
       548-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LIST EVERY ROW FOR A PROGRAM (AND KEYWORD, IF GIVEN) - OR
      *  THE WHOLE REGISTRY - WITH ITS STANDING TODAY: NOT YET IN
      *  FORCE, IN FORCE, SUPERSEDED BY A LATER ROW IN FORCE, OR
      *  RETIRED.
      ***************************************************************
       560-LIST-HISTORY.
      *
           MOVE SPACES                    TO WS-RPT-DETAIL-LINE
           MOVE 'PARAMETER REGISTRY HISTORY AS OF'
                                          TO WS-RPT-TITLE-TEXT
           MOVE WS-TODAY-CCYYMMDD         TO WS-RPT-TITLE-DATE
           PERFORM 720-WRITE-RPT-LINE     THRU 720-EXIT
      *
           MOVE PREG-CARD-KEYWORD         TO WS-LIST-KEYWORD
           PERFORM 590-START-BROWSE       THRU 590-EXIT
           MOVE 'N'                       TO WS-HELD-SW
           PERFORM 565-HISTORY-ONE-ROW    THRU 565-EXIT
                   UNTIL WS-PREG-EOF
           .
       560-EXIT.
           EXIT.
      *
      *
       565-HISTORY-ONE-ROW.
      *
           PERFORM 595-READ-NEXT-ROW      THRU 595-EXIT
      *
           IF   WS-ROW-HELD
                EVALUATE TRUE
                  WHEN WS-HELD-EFF-DATE > WS-TODAY-CCYYMMDD
                       MOVE 'NOT YET IN FORCE' TO WS-HELD-STATE
                  WHEN NOT WS-PREG-EOF
                  AND  PREG-RECORD (1:20) = WS-HELD-PROG-KWRD
                  AND  PREG-EFF-DATE NOT > WS-TODAY-CCYYMMDD
                       MOVE 'SUPERSEDED      ' TO WS-HELD-STATE
                  WHEN WS-HELD-STATUS = 'R'
                       MOVE 'RETIRED         ' TO WS-HELD-STATE
                  WHEN OTHER
                       MOVE 'IN FORCE        ' TO WS-HELD-STATE
                END-EVALUATE
                MOVE PREG-RECORD          TO WS-NEXT-ROW
                MOVE WS-HELD-ROW          TO PREG-RECORD
                ADD  +1                   TO WS-LISTED-CNT
                MOVE 'HISTORY '           TO WS-RPT-ACTION
                MOVE WS-HELD-STATE        TO WS-RPT-RESULT
                PERFORM 710-REPORT-ROW    THRU 710-EXIT
                MOVE WS-NEXT-ROW          TO PREG-RECORD
                MOVE 'N'                  TO WS-HELD-SW
           END-IF
      *
           IF   NOT WS-PREG-EOF
                MOVE PREG-RECORD          TO WS-HELD-ROW
                MOVE 'Y'                  TO WS-HELD-SW
           END-IF
           .
       565-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EDIT THE FIELDS EVERY CHANGE CARD NEEDS AND BUILD THE ROW
      *  KEY.  A BLANK EFFECTIVE DATE IS THE RUN DATE; NO ROW MAY
      *  TAKE EFFECT EARLIER THAN THAT - A NIGHT ALREADY RUN KEEPS
      *  THE VALUES IT RAN WITH.
      ***************************************************************
       570-EDIT-CARD.
      *
           MOVE 'Y'                       TO WS-CARD-VALID-SW
           IF   PREG-CARD-PROGRAM = SPACES
           OR   PREG-CARD-KEYWORD = SPACES
           OR   PREG-CARD-CHANGED-BY = SPACES
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   PREG-CARD-OVERRIDE NOT = SPACE
           AND  PREG-CARD-OVERRIDE NOT = 'Y'
           AND  PREG-CARD-OVERRIDE NOT = 'N'
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   WS-CONT-CNT > +1
           OR   (WS-CONT-CNT > +0 AND NOT PREG-CARD-SET)
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
      *
           MOVE PREG-CARD-PROGRAM         TO PREG-KEY-PROGRAM
           MOVE PREG-CARD-KEYWORD         TO PREG-KEY-KEYWORD
           IF   PREG-CARD-EFF-DATE = SPACES
                MOVE WS-TODAY-CCYYMMDD    TO PREG-KEY-EFF-DATE
           ELSE
           IF   PREG-CARD-EFF-DATE NUMERIC
                MOVE PREG-CARD-EFF-DATE   TO PREG-KEY-EFF-DATE
           ELSE
                MOVE ZEROES               TO PREG-KEY-EFF-DATE
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           END-IF
           IF   PREG-KEY-EFF-DATE < WS-TODAY-CCYYMMDD
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           .
       570-EXIT.
           EXIT.
      *
      *
       580-LOCATE-ROW.
      *
           MOVE SPACES                    TO PREG-RECORD
           MOVE 'PARMREG '                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF PREG-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY
           .
       580-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSITION AT THE CARD'S PROGRAM (AND KEYWORD), OR AT THE
      *  START OF THE REGISTRY WHEN NO PROGRAM IS GIVEN (A KEYWORD
      *  ALONE NARROWS NOTHING).
      ***************************************************************
       590-START-BROWSE.
      *
           MOVE PREG-CARD-PROGRAM         TO WS-LIST-PROGRAM
           IF   WS-LIST-PROGRAM = SPACES
                MOVE SPACES               TO WS-LIST-KEYWORD
           END-IF
           MOVE LOW-VALUES                TO PREG-RECORD-KEY
           IF   WS-LIST-PROGRAM NOT = SPACES
                MOVE WS-LIST-PROGRAM      TO PREG-KEY-PROGRAM
                IF   WS-LIST-KEYWORD NOT = SPACES
                     MOVE WS-LIST-KEYWORD TO PREG-KEY-KEYWORD
                END-IF
           END-IF
      *
           MOVE 'PARMREG '                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF PREG-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-PREG-EOF-SW
           ELSE
                MOVE 'N'                   TO WS-PREG-EOF-SW
           END-IF
           .
       590-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NEXT ROW OF THE BROWSE; END OF FILE, OR THE FIRST ROW PAST
      *  THE PROGRAM (AND KEYWORD) BEING LISTED, ENDS IT.
      ***************************************************************
       595-READ-NEXT-ROW.
      *
           IF   WS-PREG-EOF
                GO TO 595-EXIT
           END-IF
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  MOVE 'Y'                TO WS-PREG-EOF-SW
             WHEN WS-LIST-PROGRAM NOT = SPACES
             AND  PREG-PROGRAM NOT = WS-LIST-PROGRAM
                  MOVE 'Y'                TO WS-PREG-EOF-SW
             WHEN WS-LIST-KEYWORD NOT = SPACES
             AND  PREG-KEYWORD NOT = WS-LIST-KEYWORD
                  MOVE 'Y'                TO WS-PREG-EOF-SW
           END-EVALUATE
           .
       595-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  JOURNAL ONE CHANGE TO PARMHIST.  PREG-RECORD HOLDS THE ROW
      *  AS IT NOW STANDS (BLANK VALUE FIELDS FOR A CANCEL); THE
      *  BEFORE FIELDS WERE SAVED BY THE CALLER.
      ***************************************************************
       600-WRITE-HISTORY.
      *
           MOVE SPACES                    TO PRGH-RECORD
           MOVE WS-HIST-ACTION            TO PRGH-ACTION
           MOVE PREG-KEY-PROGRAM          TO PRGH-PROGRAM
           MOVE PREG-KEY-KEYWORD          TO PRGH-KEYWORD
           MOVE PREG-KEY-EFF-DATE         TO PRGH-EFF-DATE
           MOVE WS-OLD-VALUE              TO PRGH-OLD-VALUE
           MOVE WS-OLD-OVERRIDE           TO PRGH-OLD-OVERRIDE
           MOVE WS-OLD-STATUS             TO PRGH-OLD-STATUS
           MOVE PREG-VALUE                TO PRGH-NEW-VALUE
           MOVE PREG-OVERRIDE             TO PRGH-NEW-OVERRIDE
           MOVE PREG-STATUS               TO PRGH-NEW-STATUS
           MOVE PREG-CHANGED-BY           TO PRGH-CHANGED-BY
           MOVE PREG-CHANGED-DATE         TO PRGH-CHANGED-DATE
           MOVE PREG-CHANGED-TIME         TO PRGH-CHANGED-TIME
      *
           MOVE TP90-VALUE-WRITE          TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 PRGH-RECORD,
                                 PREG-RECORD-KEY
      *
      *      A CHANGE THAT CANNOT BE JOURNALED STOPS THE RUN - THE
      *      REGISTRY MUST NEVER HOLD A CHANGE THE JOURNAL DOES NOT.
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPARMT: ERROR WRITING PARMHIST RC = '
                        TP90H-RETURN-CODE ' FOR ' PRGH-PROGRAM ' '
                        PRGH-KEYWORD ' ' PRGH-EFF-DATE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REPORT LINE FOR A REJECTED OR FAILED CARD, AS PUNCHED.
      ***************************************************************
       700-REPORT-CARD.
      *
           MOVE PREG-CARD-PROGRAM         TO WS-RPT-PROGRAM
           MOVE PREG-CARD-KEYWORD         TO WS-RPT-KEYWORD
           MOVE PREG-CARD-EFF-DATE        TO WS-RPT-EFF-DATE
           MOVE PREG-CARD-OVERRIDE        TO WS-RPT-OVERRIDE
           MOVE WS-CARD-VALUE (1:40)      TO WS-RPT-VALUE
           MOVE PREG-CARD-CHANGED-BY      TO WS-RPT-CHANGED-BY
           MOVE SPACES                    TO WS-RPT-CHANGED-DATE
           PERFORM 720-WRITE-RPT-LINE     THRU 720-EXIT
           IF   WS-CARD-VALUE (41:24) NOT = SPACES
                MOVE SPACES               TO WS-RPT-DETAIL-LINE
                MOVE WS-CARD-VALUE (41:24) TO WS-RPT-VALUE
                PERFORM 720-WRITE-RPT-LINE THRU 720-EXIT
           END-IF
           .
       700-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REPORT LINE FOR THE ROW IN PREG-RECORD.
      ***************************************************************
       710-REPORT-ROW.
      *
           MOVE PREG-PROGRAM              TO WS-RPT-PROGRAM
           MOVE PREG-KEYWORD              TO WS-RPT-KEYWORD
           MOVE PREG-EFF-DATE             TO WS-RPT-EFF-DATE
           MOVE PREG-OVERRIDE             TO WS-RPT-OVERRIDE
           IF   PREG-STATUS-RETIRED
                MOVE '(RETIRED - PROGRAM DEFAULT STANDS)'
                                          TO WS-RPT-VALUE
           ELSE
                MOVE PREG-VALUE (1:40)    TO WS-RPT-VALUE
           END-IF
           MOVE PREG-CHANGED-BY           TO WS-RPT-CHANGED-BY
           MOVE PREG-CHANGED-DATE         TO WS-RPT-CHANGED-DATE
           PERFORM 720-WRITE-RPT-LINE     THRU 720-EXIT
           IF   PREG-VALUE (41:24) NOT = SPACES
                MOVE SPACES               TO WS-RPT-DETAIL-LINE
                MOVE PREG-VALUE (41:24)   TO WS-RPT-VALUE
                PERFORM 720-WRITE-RPT-LINE THRU 720-EXIT
           END-IF
           .
       710-EXIT.
           EXIT.
      *
      *
       720-WRITE-RPT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 PREG-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPARMT: ERROR WRITING PARMRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           MOVE SPACES                    TO WS-RPT-DETAIL-LINE
           .
       720-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 PREG-CARD,
                                 PREG-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 PREG-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 PRGH-RECORD,
                                 PREG-RECORD-KEY
      *
           MOVE WS-CARDS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPARMT: ' WS-DISPLAY-MASK-1 ' CARDS READ'
           MOVE WS-SET-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPARMT: ' WS-DISPLAY-MASK-1 ' ROWS SET'
           MOVE WS-CORRECTED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPARMT: ' WS-DISPLAY-MASK-1 ' ROWS CORRECTED'
           MOVE WS-RETIRED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPARMT: ' WS-DISPLAY-MASK-1 ' ROWS RETIRED'
           MOVE WS-CANCELLED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPARMT: ' WS-DISPLAY-MASK-1 ' ROWS CANCELLED'
           MOVE WS-LISTED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPARMT: ' WS-DISPLAY-MASK-1 ' ROWS LISTED'
           MOVE WS-FAILED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPARMT: ' WS-DISPLAY-MASK-1 ' REQUESTS FAILED'
           .
       9900-EXIT.
           EXIT.
