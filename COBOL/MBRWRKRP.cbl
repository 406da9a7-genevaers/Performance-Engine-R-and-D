       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRWRKRP.
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
      ** DESCRIPTION: DAILY DATA-STEWARD BACKLOG REPORT.  BROWSES THE  *
      **              WORKQV WORK QUEUE (GVBCWORK) AND COUNTS EVERY    *
      **              ITEM NOT YET CLOSED BY WORK TYPE AND BY ASSIGNEE *
      **              ('UNASSIGNED' FOR AN OPEN ITEM), EACH SPLIT INTO *
      **              AGE BUCKETS FROM THE ITEM'S OPEN DATE:           *
      **                0-7, 8-30, 31-90 AND OVER 90 DAYS              *
      **              WITH THE ITEMS OPENED AND CLOSED TODAY, SO THE   *
      **              WHOLE STEWARDSHIP BACKLOG IS ON ONE PAGE.        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY - DATE TO SERIAL DAY                  *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
      **                                                               *
      ** OUTPUT FILES:  BACKLOG REPORT              (DDNAME=WRKRPT)    *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - AN ITEM HAS BEEN OPEN OVER 90 DAYS        *
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
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-BACKLOG-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-OPENED-TODAY-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-CLOSED-TODAY-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-OVER-90-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-RPT-LINE-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-RUN-SERIAL               PIC S9(08) COMP VALUE +0.
       01  WS-AGE-DAYS                 PIC S9(08) COMP VALUE +0.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-BKT-IDX                  PIC S9(04) COMP VALUE +0.
      *
      *****************************************************************
      *  COUNTS BY WORK TYPE (IN WORK-TYPE-TABLE ORDER) AND BY
      *  ASSIGNEE, EACH ACROSS THE FOUR BUCKETS.  ROW 1 OF THE
      *  ASSIGNEE TABLE IS THE UNASSIGNED ITEMS; AN ASSIGNEE PAST
      *  THE TABLE'S END IS COUNTED ON ITS LAST, '*OTHERS*' ROW.
      *****************************************************************
       01  WS-TY-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-TY-SCAN                  PIC S9(04) COMP VALUE +0.
       01  WS-TY-TABLE.
           05  WS-TY-ENTRY             OCCURS 6 TIMES.
               10  WS-TY-BUCKET        OCCURS 4 TIMES
                                       PIC S9(08) COMP.
      *
       01  WS-AS-MAX                   PIC S9(04) COMP VALUE +200.
       01  WS-AS-COUNT                 PIC S9(04) COMP VALUE +0.
       01  WS-AS-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-AS-SCAN                  PIC S9(04) COMP VALUE +0.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY             OCCURS 200 TIMES.
               10  WS-AS-ASSIGNEE      PIC X(10).
               10  WS-AS-BUCKET        OCCURS 4 TIMES
                                       PIC S9(08) COMP.
      *
       01  WS-TOTAL-BUCKETS.
           05  WS-TOTAL-BUCKET         OCCURS 4 TIMES
                                       PIC S9(08) COMP.
      *
      *****************************************************************
      *  REPORT LINES.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(80)  VALUE SPACES.
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(46)  VALUE
               'MBRWRKRP - DATA-STEWARD WORK QUEUE BACKLOG AS '.
           05  WS-RPT-TITLE-DATE       PIC X(08).
           05  FILLER                  PIC X(26)  VALUE SPACES.
      *
       01  WS-RPT-HEAD-LINE.
           05  WS-RPT-HEAD-LABEL       PIC X(20).
           05  FILLER                  PIC X(45)  VALUE
               '      0-7     8-30    31-90  OVER 90    TOTAL'.
           05  FILLER                  PIC X(15)  VALUE SPACES.
      *
       01  WS-RPT-MATRIX-LINE.
           05  WS-RPT-MTX-LABEL        PIC X(20).
           05  WS-RPT-MTX-COL          OCCURS 5 TIMES.
               10  FILLER              PIC X(02).
               10  WS-RPT-MTX-CNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15).
       01  WS-RPT-ROW-TOTAL            PIC S9(08) COMP VALUE +0.
      *
       01  WS-RPT-ACTIVITY-LINE.
           05  FILLER                  PIC X(14)  VALUE
               'OPENED TODAY '.
           05  WS-RPT-OPENED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)  VALUE
               '   CLOSED TODAY '.
           05  WS-RPT-CLOSED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)  VALUE
               '   OVER 90 DAYS '.
           05  WS-RPT-OVER-90          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE SPACES.
      *
       COPY GVBCWORK.
       COPY GVBCJDAY.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRWRKRP'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-COUNT-ONE-ITEM    THRU 200-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 500-WRITE-REPORT      THRU 500-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRWRKRP'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-RPT-LINE-CNT           TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-OVER-90-CNT > ZERO
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
      ***************************************************************
      *  CLEAR THE COUNTS AND OPEN THE FILES.
      ***************************************************************
       100-INIT.
      *
           MOVE WS-RUN-DATE               TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-RUN-SERIAL
      *
           INITIALIZE WS-TY-TABLE
                      WS-AS-TABLE
                      WS-TOTAL-BUCKETS
           MOVE 'UNASSIGNED'              TO WS-AS-ASSIGNEE (1)
           MOVE '*OTHERS*'                TO WS-AS-ASSIGNEE (WS-AS-MAX)
           MOVE +1                        TO WS-AS-COUNT
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
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRWRKRP DD: WORKQV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF WORK-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO WORK-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO EOF-FLAG
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'WRKRPT  '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 WORK-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRWRKRP DD: WRKRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE WORK ITEM.  A CLOSED ITEM ONLY COUNTS IF IT WAS
      *  CLOSED TODAY; EVERY OTHER ITEM IS BACKLOG.
      ***************************************************************
       200-COUNT-ONE-ITEM.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           IF   TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                MOVE 'Y'                   TO EOF-FLAG
                GO TO 200-EXIT
           END-IF
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRWRKRP: ERROR READING WORKQV RC = '
                        TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
           ADD  +1                        TO RECORD-CNT
      *
           IF   WORK-OPEN-DATE = WS-RUN-DATE
                ADD  +1                    TO WS-OPENED-TODAY-CNT
           END-IF
           IF   WORK-CLOSED
                IF   WORK-CLOSED-DATE = WS-RUN-DATE
                     ADD  +1               TO WS-CLOSED-TODAY-CNT
                END-IF
                GO TO 200-EXIT
           END-IF
      *
           ADD  +1                        TO WS-BACKLOG-CNT
           PERFORM 210-AGE-THE-ITEM       THRU 210-EXIT
      *
           MOVE +0                        TO WS-TY-IDX
           PERFORM 220-MATCH-ONE-TYPE     THRU 220-EXIT
                   VARYING WS-TY-SCAN FROM +1 BY +1
                   UNTIL WS-TY-SCAN > WORK-TYPE-COUNT
           IF   WS-TY-IDX > +0
                ADD  +1      TO WS-TY-BUCKET (WS-TY-IDX, WS-BKT-IDX)
           END-IF
      *
           PERFORM 230-FIND-ASSIGNEE      THRU 230-EXIT
           ADD  +1           TO WS-AS-BUCKET (WS-AS-IDX, WS-BKT-IDX)
           ADD  +1           TO WS-TOTAL-BUCKET (WS-BKT-IDX)
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AGE IN DAYS FROM THE OPEN DATE, AND THE BUCKET IT FALLS IN.
      *  AN ITEM WITH NO USABLE OPEN DATE IS TAKEN AS NEW.
      ***************************************************************
       210-AGE-THE-ITEM.
      *
           MOVE +0                        TO WS-AGE-DAYS
           IF   WORK-OPEN-DATE NUMERIC
           AND  WORK-OPEN-DATE >= 18010101
           AND  WORK-OPEN-DATE <= WS-RUN-DATE
                MOVE WORK-OPEN-DATE        TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - JDAY-JULIAN-DAY
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-AGE-DAYS <= +7
                  MOVE +1                  TO WS-BKT-IDX
             WHEN WS-AGE-DAYS <= +30
                  MOVE +2                  TO WS-BKT-IDX
             WHEN WS-AGE-DAYS <= +90
                  MOVE +3                  TO WS-BKT-IDX
             WHEN OTHER
                  MOVE +4                  TO WS-BKT-IDX
                  ADD  +1                  TO WS-OVER-90-CNT
           END-EVALUATE
           .
       210-EXIT.
           EXIT.
      *
      *
       220-MATCH-ONE-TYPE.
      *
           IF   WORK-TT-TYPE (WS-TY-SCAN) = WORK-TYPE
                MOVE WS-TY-SCAN            TO WS-TY-IDX
           END-IF
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE ITEM'S ASSIGNEE ROW, ADDED ON FIRST SIGHT.  AN OPEN ITEM
      *  IS ROW 1 (UNASSIGNED); ONCE THE TABLE IS FULL A NEW
      *  ASSIGNEE IS COUNTED ON THE LAST ROW.
      ***************************************************************
       230-FIND-ASSIGNEE.
      *
           IF   WORK-ASSIGNED-TO = SPACES
                MOVE +1                    TO WS-AS-IDX
                GO TO 230-EXIT
           END-IF
      *
           MOVE +0                        TO WS-AS-IDX
           PERFORM 235-MATCH-ONE-ASSIGNEE THRU 235-EXIT
                   VARYING WS-AS-SCAN FROM +2 BY +1
                   UNTIL WS-AS-SCAN > WS-AS-COUNT
                      OR WS-AS-IDX > +0
           IF   WS-AS-IDX > +0
                GO TO 230-EXIT
           END-IF
      *
           IF   WS-AS-COUNT < WS-AS-MAX - 1
                ADD  +1                    TO WS-AS-COUNT
                MOVE WS-AS-COUNT           TO WS-AS-IDX
                MOVE WORK-ASSIGNED-TO      TO WS-AS-ASSIGNEE (WS-AS-IDX)
           ELSE
                MOVE WS-AS-MAX             TO WS-AS-IDX
           END-IF
           .
       230-EXIT.
           EXIT.
      *
      *
       235-MATCH-ONE-ASSIGNEE.
      *
           IF   WS-AS-ASSIGNEE (WS-AS-SCAN) = WORK-ASSIGNED-TO
                MOVE WS-AS-SCAN            TO WS-AS-IDX
           END-IF
           .
       235-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE REPORT - TITLE, THE TYPE MATRIX, THE ASSIGNEE MATRIX
      *  AND TODAY'S ACTIVITY.
      ***************************************************************
       500-WRITE-REPORT.
      *
           MOVE WS-RUN-DATE               TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
      *
           MOVE 'BY WORK TYPE'            TO WS-RPT-HEAD-LABEL
           MOVE WS-RPT-HEAD-LINE          TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           PERFORM 510-WRITE-TYPE-ROW     THRU 510-EXIT
                   VARYING WS-TY-IDX FROM +1 BY +1
                   UNTIL WS-TY-IDX > WORK-TYPE-COUNT
           PERFORM 530-WRITE-TOTAL-ROW    THRU 530-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
      *
           MOVE 'BY ASSIGNEE'             TO WS-RPT-HEAD-LABEL
           MOVE WS-RPT-HEAD-LINE          TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           PERFORM 520-WRITE-ASSIGNEE-ROW THRU 520-EXIT
                   VARYING WS-AS-IDX FROM +1 BY +1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
           IF   WS-AS-COUNT < WS-AS-MAX
                MOVE WS-AS-MAX             TO WS-AS-IDX
                PERFORM 520-WRITE-ASSIGNEE-ROW THRU 520-EXIT
           END-IF
           PERFORM 530-WRITE-TOTAL-ROW    THRU 530-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
      *
           MOVE WS-OPENED-TODAY-CNT       TO WS-RPT-OPENED
           MOVE WS-CLOSED-TODAY-CNT       TO WS-RPT-CLOSED
           MOVE WS-OVER-90-CNT            TO WS-RPT-OVER-90
           MOVE WS-RPT-ACTIVITY-LINE      TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
       510-WRITE-TYPE-ROW.
      *
           MOVE SPACES                    TO WS-RPT-MATRIX-LINE
           MOVE WORK-TT-DESCRIPTION (WS-TY-IDX) TO WS-RPT-MTX-LABEL
           MOVE +0                        TO WS-RPT-ROW-TOTAL
           PERFORM 515-MOVE-TYPE-BUCKET   THRU 515-EXIT
                   VARYING WS-BKT-IDX FROM +1 BY +1
                   UNTIL WS-BKT-IDX > +4
           MOVE WS-RPT-ROW-TOTAL          TO WS-RPT-MTX-CNT (5)
           MOVE WS-RPT-MATRIX-LINE        TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       510-EXIT.
           EXIT.
      *
      *
       515-MOVE-TYPE-BUCKET.
      *
           MOVE WS-TY-BUCKET (WS-TY-IDX, WS-BKT-IDX)
                                  TO WS-RPT-MTX-CNT (WS-BKT-IDX)
           ADD  WS-TY-BUCKET (WS-TY-IDX, WS-BKT-IDX)
                                  TO WS-RPT-ROW-TOTAL
           .
       515-EXIT.
           EXIT.
      *
      *
       520-WRITE-ASSIGNEE-ROW.
      *
           MOVE SPACES                    TO WS-RPT-MATRIX-LINE
           MOVE WS-AS-ASSIGNEE (WS-AS-IDX) TO WS-RPT-MTX-LABEL
           MOVE +0                        TO WS-RPT-ROW-TOTAL
           PERFORM 525-MOVE-ASSIGNEE-BUCKET THRU 525-EXIT
                   VARYING WS-BKT-IDX FROM +1 BY +1
                   UNTIL WS-BKT-IDX > +4
           MOVE WS-RPT-ROW-TOTAL          TO WS-RPT-MTX-CNT (5)
      *      THE OVERFLOW ROW ONLY PRINTS WHEN IT WAS NEEDED.
           IF   WS-AS-IDX = WS-AS-MAX
           AND  WS-RPT-ROW-TOTAL = +0
                GO TO 520-EXIT
           END-IF
           MOVE WS-RPT-MATRIX-LINE        TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       520-EXIT.
           EXIT.
      *
      *
       525-MOVE-ASSIGNEE-BUCKET.
      *
           MOVE WS-AS-BUCKET (WS-AS-IDX, WS-BKT-IDX)
                                  TO WS-RPT-MTX-CNT (WS-BKT-IDX)
           ADD  WS-AS-BUCKET (WS-AS-IDX, WS-BKT-IDX)
                                  TO WS-RPT-ROW-TOTAL
           .
       525-EXIT.
           EXIT.
      *
      *
       530-WRITE-TOTAL-ROW.
      *
           MOVE SPACES                    TO WS-RPT-MATRIX-LINE
           MOVE 'TOTAL BACKLOG'           TO WS-RPT-MTX-LABEL
           MOVE +0                        TO WS-RPT-ROW-TOTAL
           PERFORM 535-MOVE-TOTAL-BUCKET  THRU 535-EXIT
                   VARYING WS-BKT-IDX FROM +1 BY +1
                   UNTIL WS-BKT-IDX > +4
           MOVE WS-RPT-ROW-TOTAL          TO WS-RPT-MTX-CNT (5)
           MOVE WS-RPT-MATRIX-LINE        TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       530-EXIT.
           EXIT.
      *
      *
       535-MOVE-TOTAL-BUCKET.
      *
           MOVE WS-TOTAL-BUCKET (WS-BKT-IDX)
                                  TO WS-RPT-MTX-CNT (WS-BKT-IDX)
           ADD  WS-TOTAL-BUCKET (WS-BKT-IDX)
                                  TO WS-RPT-ROW-TOTAL
           .
       535-EXIT.
           EXIT.
      *
      *
       800-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 WORK-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRWRKRP: ERROR WRITING WRKRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-RPT-LINE-CNT
           END-IF
           .
       800-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      WORK-RECORD,
                                      WORK-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      WORK-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRWRKRP: ' WS-DISPLAY-MASK-1 ' WORK ITEMS READ'
           MOVE WS-BACKLOG-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRWRKRP: ' WS-DISPLAY-MASK-1
                   ' ITEMS IN THE BACKLOG'
           MOVE WS-OVER-90-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRWRKRP: ' WS-DISPLAY-MASK-1
                   ' ITEMS OPEN OVER 90 DAYS'
           .
       9900-EXIT.
           EXIT.
