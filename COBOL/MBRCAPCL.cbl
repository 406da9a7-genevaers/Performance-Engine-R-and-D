       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCAPCL.
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
      ** DESCRIPTION: NIGHTLY VSAM CAPACITY COLLECTOR.  READS THE      *
      **              IDCAMS LISTCAT ALL LISTING OF THE PRODUCTION     *
      **              CLUSTERS (CUSTNAMV, ITS CUSTADRV/CUSTCTCV/       *
      **              CUSTLGNV CHILDREN, CUSTHIST, CUSTAGRX, PHONIDXV  *
      **              AND THE OTHER KSDSS - WHICHEVER ENTRIES THE      *
      **              PRECEDING LISTCAT STEP NAMES) AND APPENDS ONE    *
      **              CAPHIST RECORD (SEE GVBCCAPH) PER CLUSTER WITH   *
      **              THE DATA COMPONENT'S RECORD COUNT, SPACE         *
      **              ALLOCATED AND USED, EXTENTS AND CI/CA SPLITS.    *
      **              GVBTP90'S INFO CALL ONLY KNOWS THE RECORD        *
      **              COUNT, SO THE CATALOG STATISTICS ARE TAKEN FROM  *
      **              THE LISTING.  MBRCAPRP PROJECTS GROWTH FROM THE  *
      **              HISTORY MONTHLY.                                 *
      **                                                               *
      **              THE LISTCAT STEP'S SYSPRINT MUST BE WRITTEN      *
      **              RECFM=FBA,LRECL=121.                             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   IDCAMS LISTCAT ALL LISTING  (DDNAME=LISTCAT)   *
      **                                                               *
      ** OUTPUT FILES:  VSAM CAPACITY HISTORY       (DDNAME=CAPHIST)   *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY CLUSTER RECORDED                    *
      **              0004 - A CLUSTER HAD NO STATISTICS (LISTCAT RUN  *
      **                     WITHOUT ALL) OR NO CLUSTER WAS LISTED     *
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
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-LINE-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-CLUSTER-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-WRITTEN-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-NO-STATS-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  ONE LISTCAT LINE, WITH A TRAILING BLANK SO A SCAN THAT RUNS
      *  OFF THE END OF A FIELD ALWAYS STOPS INSIDE THE AREA.
      *****************************************************************
       01  WS-LC-AREA.
           05  WS-LC-LINE.
               10  WS-LC-CC            PIC X(01).
               10  WS-LC-ENTRY-COL     PIC X(01).
               10  FILLER              PIC X(119).
           05  FILLER                  PIC X(01)  VALUE SPACE.
      *
       01  WS-LC-POS                   PIC S9(04) COMP VALUE +0.
       01  WS-LC-HITS                  PIC S9(04) COMP VALUE +0.
       01  WS-LC-KEYWORD               PIC X(16)  VALUE SPACES.
       01  WS-LC-KEY-LEN               PIC S9(04) COMP VALUE +0.
       01  WS-LC-VALUE                 PIC S9(15) COMP-3 VALUE +0.
       01  WS-LC-DIGIT-CNT             PIC S9(04) COMP VALUE +0.
       01  WS-LC-CHAR                  PIC X(01)  VALUE SPACE.
       01  WS-LC-DIGIT REDEFINES WS-LC-CHAR
                                       PIC 9(01).
       01  WS-LC-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-LC-FOUND                        VALUE 'Y'.
      *
      *****************************************************************
      *  THE CLUSTER BEING COLLECTED.  A STATISTIC STILL AT -1 HAS
      *  NOT BEEN SEEN; ONLY THE FIRST OCCURRENCE IN THE DATA
      *  COMPONENT COUNTS, SINCE THE PER-VOLUME GROUPS REPEAT
      *  HI-A-RBA/HI-U-RBA FOR THEIR OWN PIECE OF THE SPACE.
      *****************************************************************
       01  WS-PENDING-SW               PIC X(01)  VALUE 'N'.
           88  WS-CLUSTER-PENDING                 VALUE 'Y'.
       01  WS-IN-DATA-SW               PIC X(01)  VALUE 'N'.
           88  WS-IN-DATA-COMPONENT               VALUE 'Y'.
       01  WS-CUR-CLUSTER-NAME         PIC X(44)  VALUE SPACES.
       01  WS-CUR-REC-TOTAL            PIC S9(15) COMP-3 VALUE -1.
       01  WS-CUR-SPLITS-CI            PIC S9(15) COMP-3 VALUE -1.
       01  WS-CUR-SPLITS-CA            PIC S9(15) COMP-3 VALUE -1.
       01  WS-CUR-EXTENTS              PIC S9(15) COMP-3 VALUE -1.
       01  WS-CUR-HI-A-RBA             PIC S9(15) COMP-3 VALUE -1.
       01  WS-CUR-HI-U-RBA             PIC S9(15) COMP-3 VALUE -1.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-TIME-NOW.
           05  WS-RUN-TIME             PIC 9(06)  VALUE ZEROES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
      *
       COPY GVBCCAPH.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90O-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90O-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90O-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90O-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90O-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90O-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90O-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90O-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90O-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90O-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90O-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRCAPCL'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-READ-LISTCAT-LINE THRU 200-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-CLUSTER-PENDING
                PERFORM 500-WRITE-CLUSTER     THRU 500-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCAPCL'                TO RUNC-REG-RUN-ID
           MOVE WS-CLUSTER-CNT            TO RUNC-REG-RCRDS-READ
           MOVE WS-WRITTEN-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-NO-STATS-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-NO-STATS-CNT > ZERO
               OR WS-WRITTEN-CNT = ZERO
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
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW             FROM TIME
      *
           SET  TP90-ANCHOR               TO NULL
           SET  TP90O-ANCHOR              TO NULL
      *
           MOVE 'LISTCAT '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-LC-LINE      TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-LC-LINE,
                                 RUNC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAPCL DD: LISTCAT, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           MOVE 'CAPHIST '                TO TP90O-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90O-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90O-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90O-FILE-MODE
           MOVE SPACES                    TO TP90O-RETURN-CODE
           MOVE +0                        TO TP90O-VSAM-RETURN-CODE
           MOVE LENGTH OF CAPH-RECORD     TO TP90O-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90O-RECFM
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 CAPH-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAPCL DD: CAPHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90O-RETURN-CODE
                SET  TP90O-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90O-DDNAME
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE LISTCAT LINE.  AN ENTRY HEADING (ENTRY TYPE IN
      *  COLUMN 2) ENDS THE CLUSTER BEING COLLECTED; A COMPONENT
      *  HEADING SAYS WHETHER WHAT FOLLOWS IS THE DATA COMPONENT.
      ***************************************************************
       200-READ-LISTCAT-LINE.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO WS-LC-LINE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-LC-LINE,
                                 RUNC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 200-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCAPCL DD: LISTCAT, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 200-EXIT
             WHEN OTHER
                  ADD  +1                  TO WS-LINE-CNT
           END-EVALUATE
      *
           MOVE +0                        TO WS-LC-HITS
           INSPECT WS-LC-LINE TALLYING WS-LC-HITS FOR ALL ' ---'
           IF   WS-LC-ENTRY-COL NOT = SPACE
           AND  WS-LC-HITS > ZERO
                PERFORM 300-START-ENTRY   THRU 300-EXIT
                GO TO 200-EXIT
           END-IF
      *
           MOVE +0                        TO WS-LC-HITS
           INSPECT WS-LC-LINE TALLYING WS-LC-HITS
                   FOR ALL 'DATA ------- '
           IF   WS-LC-HITS > ZERO
                SET  WS-IN-DATA-COMPONENT TO TRUE
                GO TO 200-EXIT
           END-IF
      *
           MOVE +0                        TO WS-LC-HITS
           INSPECT WS-LC-LINE TALLYING WS-LC-HITS
                   FOR ALL 'INDEX ------ '
           IF   WS-LC-HITS > ZERO
                MOVE 'N'                  TO WS-IN-DATA-SW
                GO TO 200-EXIT
           END-IF
      *
           IF   WS-CLUSTER-PENDING
           AND  WS-IN-DATA-COMPONENT
                PERFORM 400-CAPTURE-STATS THRU 400-EXIT
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A NEW CATALOG ENTRY.  WRITE THE CLUSTER COLLECTED SO FAR;
      *  ONLY A CLUSTER ENTRY STARTS A NEW ONE (AIX, PATH, NONVSAM
      *  AND THE REST ARE PASSED OVER).
      ***************************************************************
       300-START-ENTRY.
      *
           IF   WS-CLUSTER-PENDING
                PERFORM 500-WRITE-CLUSTER THRU 500-EXIT
           END-IF
           MOVE 'N'                       TO WS-PENDING-SW
                                             WS-IN-DATA-SW
      *
           MOVE +0                        TO WS-LC-POS
           INSPECT WS-LC-LINE TALLYING WS-LC-POS
                   FOR CHARACTERS BEFORE INITIAL 'CLUSTER ------- '
           IF   WS-LC-POS > +60
                GO TO 300-EXIT
           END-IF
      *
           ADD  +1                        TO WS-CLUSTER-CNT
           SET  WS-CLUSTER-PENDING        TO TRUE
           COMPUTE WS-LC-POS = WS-LC-POS + 17
           MOVE WS-LC-AREA (WS-LC-POS:44) TO WS-CUR-CLUSTER-NAME
           MOVE -1                        TO WS-CUR-REC-TOTAL
                                             WS-CUR-SPLITS-CI
                                             WS-CUR-SPLITS-CA
                                             WS-CUR-EXTENTS
                                             WS-CUR-HI-A-RBA
                                             WS-CUR-HI-U-RBA
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PICK THE STATISTICS THIS LINE CARRIES OUT OF THE DATA
      *  COMPONENT'S STATISTICS AND ALLOCATION GROUPS.
      ***************************************************************
       400-CAPTURE-STATS.
      *
           IF   WS-CUR-REC-TOTAL < ZERO
                MOVE 'REC-TOTAL'          TO WS-LC-KEYWORD
                MOVE +9                   TO WS-LC-KEY-LEN
                PERFORM 410-EXTRACT-FIELD THRU 410-EXIT
                IF   WS-LC-FOUND
                     MOVE WS-LC-VALUE     TO WS-CUR-REC-TOTAL
                END-IF
           END-IF
      *
           IF   WS-CUR-SPLITS-CI < ZERO
                MOVE 'SPLITS-CI'          TO WS-LC-KEYWORD
                MOVE +9                   TO WS-LC-KEY-LEN
                PERFORM 410-EXTRACT-FIELD THRU 410-EXIT
                IF   WS-LC-FOUND
                     MOVE WS-LC-VALUE     TO WS-CUR-SPLITS-CI
                END-IF
           END-IF
      *
           IF   WS-CUR-SPLITS-CA < ZERO
                MOVE 'SPLITS-CA'          TO WS-LC-KEYWORD
                MOVE +9                   TO WS-LC-KEY-LEN
                PERFORM 410-EXTRACT-FIELD THRU 410-EXIT
                IF   WS-LC-FOUND
                     MOVE WS-LC-VALUE     TO WS-CUR-SPLITS-CA
                END-IF
           END-IF
      *
           IF   WS-CUR-EXTENTS < ZERO
                MOVE 'EXTENTS'            TO WS-LC-KEYWORD
                MOVE +7                   TO WS-LC-KEY-LEN
                PERFORM 410-EXTRACT-FIELD THRU 410-EXIT
                IF   WS-LC-FOUND
                     MOVE WS-LC-VALUE     TO WS-CUR-EXTENTS
                END-IF
           END-IF
      *
           IF   WS-CUR-HI-A-RBA < ZERO
                MOVE 'HI-A-RBA'           TO WS-LC-KEYWORD
                MOVE +8                   TO WS-LC-KEY-LEN
                PERFORM 410-EXTRACT-FIELD THRU 410-EXIT
                IF   WS-LC-FOUND
                     MOVE WS-LC-VALUE     TO WS-CUR-HI-A-RBA
                END-IF
           END-IF
      *
           IF   WS-CUR-HI-U-RBA < ZERO
                MOVE 'HI-U-RBA'           TO WS-LC-KEYWORD
                MOVE +8                   TO WS-LC-KEY-LEN
                PERFORM 410-EXTRACT-FIELD THRU 410-EXIT
                IF   WS-LC-FOUND
                     MOVE WS-LC-VALUE     TO WS-CUR-HI-U-RBA
                END-IF
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LISTCAT PRINTS A STATISTIC AS ITS NAME, A RUN OF DASHES AND
      *  THE VALUE (REC-TOTAL--------123456).  FIND THE NAME, STEP
      *  OVER THE DASHES AND ACCUMULATE THE DIGITS.
      ***************************************************************
       410-EXTRACT-FIELD.
      *
           MOVE 'N'                       TO WS-LC-FOUND-SW
           MOVE +0                        TO WS-LC-POS
           INSPECT WS-LC-LINE TALLYING WS-LC-POS
                   FOR CHARACTERS
                   BEFORE INITIAL WS-LC-KEYWORD (1:WS-LC-KEY-LEN)
           IF   WS-LC-POS >= LENGTH OF WS-LC-LINE
                GO TO 410-EXIT
           END-IF
      *
           COMPUTE WS-LC-POS = WS-LC-POS + WS-LC-KEY-LEN + 1
           PERFORM 415-SKIP-DASH          THRU 415-EXIT
                   UNTIL WS-LC-AREA (WS-LC-POS:1) NOT = '-'
      *
           MOVE +0                        TO WS-LC-VALUE
                                             WS-LC-DIGIT-CNT
           PERFORM 420-ACCUM-DIGIT        THRU 420-EXIT
                   UNTIL WS-LC-AREA (WS-LC-POS:1) NOT NUMERIC
           IF   WS-LC-DIGIT-CNT > ZERO
                SET  WS-LC-FOUND          TO TRUE
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
       415-SKIP-DASH.
      *
           ADD  +1                        TO WS-LC-POS
           .
       415-EXIT.
           EXIT.
      *
      *
       420-ACCUM-DIGIT.
      *
           MOVE WS-LC-AREA (WS-LC-POS:1)  TO WS-LC-CHAR
           COMPUTE WS-LC-VALUE = (WS-LC-VALUE * 10) + WS-LC-DIGIT
           ADD  +1                        TO WS-LC-DIGIT-CNT
                                             WS-LC-POS
           .
       420-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPEND THE CLUSTER'S CAPACITY SAMPLE.  A CLUSTER LISTED
      *  WITHOUT ITS STATISTICS (LISTCAT WITHOUT ALL, OR AN ENTRY
      *  THE CATALOG COULD NOT OPEN) IS REPORTED AND SKIPPED.
      ***************************************************************
       500-WRITE-CLUSTER.
      *
           MOVE 'N'                       TO WS-PENDING-SW
           IF   WS-CUR-REC-TOTAL < ZERO
           OR   WS-CUR-HI-A-RBA  < ZERO
           OR   WS-CUR-HI-U-RBA  < ZERO
                ADD  +1                   TO WS-NO-STATS-CNT
                DISPLAY 'MBRCAPCL: NO STATISTICS LISTED FOR '
                        WS-CUR-CLUSTER-NAME
                GO TO 500-EXIT
           END-IF
      *
           MOVE SPACES                    TO CAPH-RECORD
           MOVE WS-RUN-DATE               TO CAPH-RUN-DATE
           MOVE WS-RUN-TIME               TO CAPH-RUN-TIME
           MOVE WS-CUR-CLUSTER-NAME       TO CAPH-CLUSTER-NAME
           MOVE WS-CUR-REC-TOTAL          TO CAPH-REC-TOTAL
           MOVE WS-CUR-HI-A-RBA           TO CAPH-HI-A-RBA
           MOVE WS-CUR-HI-U-RBA           TO CAPH-HI-U-RBA
           MOVE +0                        TO CAPH-SPLITS-CI
                                             CAPH-SPLITS-CA
                                             CAPH-EXTENTS
           IF   WS-CUR-SPLITS-CI > ZERO
                MOVE WS-CUR-SPLITS-CI     TO CAPH-SPLITS-CI
           END-IF
           IF   WS-CUR-SPLITS-CA > ZERO
                MOVE WS-CUR-SPLITS-CA     TO CAPH-SPLITS-CA
           END-IF
           IF   WS-CUR-EXTENTS > ZERO
                MOVE WS-CUR-EXTENTS       TO CAPH-EXTENTS
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90O-FUNCTION-CODE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 CAPH-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAPCL DD: CAPHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
           ADD  +1                        TO WS-WRITTEN-CNT
           .
       500-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      WS-LC-LINE,
                                      RUNC-RECORD-KEY
           END-IF
           IF   TP90O-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90O-FUNCTION-CODE
                CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                      CAPH-RECORD,
                                      RUNC-RECORD-KEY
           END-IF
      *
           MOVE WS-LINE-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPCL: ' WS-DISPLAY-MASK-1 ' LISTCAT LINES READ'
           MOVE WS-CLUSTER-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPCL: ' WS-DISPLAY-MASK-1 ' CLUSTERS LISTED'
           MOVE WS-WRITTEN-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPCL: ' WS-DISPLAY-MASK-1
                   ' CAPACITY SAMPLES WRITTEN'
           MOVE WS-NO-STATS-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPCL: ' WS-DISPLAY-MASK-1
                   ' CLUSTERS WITHOUT STATISTICS'
           .
       9900-EXIT.
           EXIT.
