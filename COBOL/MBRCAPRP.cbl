       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCAPRP.
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
      ** DESCRIPTION: MONTHLY VSAM CAPACITY REPORT.  READS THE CAPHIST *
      **              HISTORY MBRCAPCL APPENDS NIGHTLY (SEE GVBCCAPH)  *
      **              AND, FOR EVERY CLUSTER IN IT, REPORTS:           *
      **                - THE LATEST RECORD COUNT AND THE PERCENTAGE   *
      **                  OF ITS ALLOCATED SPACE IN USE                *
      **                - ITS RECORD GROWTH PER MONTH AND THE DATE ITS *
      **                  USED SPACE WILL REACH ITS ALLOCATION AT THE  *
      **                  GROWTH RATE SEEN OVER THE WINDOW             *
      **                - ITS CI SPLITS (AS A PERCENTAGE OF RECORDS),  *
      **                  CA SPLITS AND EXTENTS                        *
      **              A CLUSTER DUE TO FILL WITHIN THE SHOP HORIZON IS *
      **              FLAGGED RESIZE (ALERT MBR1001W); ONE WHOSE       *
      **              SPLITS OR EXTENTS HAVE PASSED THE SHOP LIMITS IS *
      **              FLAGGED REORG (ALERT MBR1002W).  HORIZON AND     *
      **              LIMITS ARE THE GVBCALRT THRESHOLDS.              *
      **                                                               *
      **              THE GROWTH RATE IS MEASURED FROM THE FIRST       *
      **              SAMPLE IN THE WINDOW, OR FROM THE LAST           *
      **              REORGANIZATION IF LATER - A RELOAD SHOWS UP AS   *
      **              USED SPACE OR CI SPLITS FALLING FROM ONE SAMPLE  *
      **              TO THE NEXT.                                     *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBGDAT - JULIAN-TO-GREGORIAN CONVERSION      *
      **                 GVBJDAY - GREGORIAN-TO-JULIAN CONVERSION      *
      **                 MBRALRTW - ALERTLOG JOURNAL WRITER            *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   VSAM CAPACITY HISTORY       (DDNAME=CAPHIST)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  CAPACITY REPORT             (DDNAME=CAPRPT)    *
      **                                                               *
      ** CONTROL CARD:  CYCLEDATE=CCYYMMDD   REPORT DATE (TODAY)       *
      **                WINDOW=NNN          DAYS OF HISTORY (090)      *
      **                                                               *
      ** RETURN CDS:  0000 - NO CLUSTER NEEDS ATTENTION                *
      **              0004 - A CLUSTER IS FLAGGED RESIZE OR REORG      *
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
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-MBRALRTW                 PIC X(08)  VALUE 'MBRALRTW'.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-HIST-READ-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-HIST-USED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-RESIZE-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-REORG-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-OVERFLOW-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-CYCLE-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-WINDOW-DAYS          PIC S9(08) COMP VALUE +90.
       01  WS-KWRD-NUMERIC             PIC 9(08)  VALUE ZEROES.
      *
       01  WS-CYCLE-JULIAN             PIC S9(08) COMP VALUE +0.
       01  WS-WINDOW-START-DATE        PIC 9(08)  VALUE ZEROES.
       01  WS-FIRST-JULIAN             PIC S9(08) COMP VALUE +0.
       01  WS-LAST-JULIAN              PIC S9(08) COMP VALUE +0.
       01  WS-GROWTH-DAYS              PIC S9(08) COMP VALUE +0.
       01  WS-DAYS-TO-FULL             PIC S9(08) COMP VALUE +0.
       01  WS-FULL-DATE                PIC 9(08)  VALUE ZEROES.
       01  WS-USED-PER-DAY             PIC S9(15) COMP-3 VALUE +0.
       01  WS-RECS-PER-MONTH           PIC S9(15) COMP-3 VALUE +0.
       01  WS-USED-PCT                 PIC S9(08) COMP VALUE +0.
       01  WS-CI-SPLIT-PCT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-RESIZE-SW                PIC X(01)  VALUE 'N'.
           88  WS-RESIZE-DUE                      VALUE 'Y'.
       01  WS-REORG-SW                 PIC X(01)  VALUE 'N'.
           88  WS-REORG-DUE                       VALUE 'Y'.
      *
      *****************************************************************
      *  ONE SLOT PER CLUSTER SEEN IN THE WINDOW: THE BASELINE SAMPLE
      *  THE GROWTH IS MEASURED FROM AND THE LATEST SAMPLE.
      *****************************************************************
       01  WS-CLU-TBL-MAX              PIC S9(04) COMP VALUE +200.
       01  WS-CLU-COUNT                PIC S9(04) COMP VALUE +0.
       01  WS-CLU-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-CLU-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-CLU-FOUND                       VALUE 'Y'.
       01  WS-CLU-TBL.
           05  WS-CLU-ENTRY            OCCURS 200 TIMES.
               10  WS-CLU-NAME         PIC X(44).
               10  WS-CLU-SAMPLES      PIC S9(08) COMP.
               10  WS-CLU-REORG-DATE   PIC 9(08).
               10  WS-CLU-FIRST-DATE   PIC 9(08).
               10  WS-CLU-FIRST-USED   PIC S9(15) COMP-3.
               10  WS-CLU-FIRST-RECS   PIC S9(15) COMP-3.
               10  WS-CLU-LAST-DATE    PIC 9(08).
               10  WS-CLU-LAST-USED    PIC S9(15) COMP-3.
               10  WS-CLU-LAST-ALLOC   PIC S9(15) COMP-3.
               10  WS-CLU-LAST-RECS    PIC S9(15) COMP-3.
               10  WS-CLU-LAST-CI      PIC S9(15) COMP-3.
               10  WS-CLU-LAST-CA      PIC S9(15) COMP-3.
               10  WS-CLU-LAST-EXT     PIC S9(04) COMP.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(38)  VALUE
               'MBRCAPRP - VSAM CAPACITY PROJECTION AS'.
           05  FILLER                  PIC X(04)  VALUE ' OF '.
           05  WS-RPT-HDG-CYCLE-DATE   PIC 9(08).
           05  FILLER                  PIC X(10)  VALUE ', WINDOW '.
           05  WS-RPT-HDG-WINDOW       PIC ZZ9.
           05  FILLER                  PIC X(05)  VALUE ' DAYS'.
           05  FILLER                  PIC X(52)  VALUE SPACES.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(45)  VALUE 'CLUSTER'.
           05  FILLER                  PIC X(15)  VALUE
               '       RECORDS '.
           05  FILLER                  PIC X(05)  VALUE 'USED '.
           05  FILLER                  PIC X(12)  VALUE
               ' RECS/MONTH '.
           05  FILLER                  PIC X(09)  VALUE 'FULL ON  '.
           05  FILLER                  PIC X(05)  VALUE 'CI%  '.
           05  FILLER                  PIC X(06)  VALUE 'CASPL '.
           05  FILLER                  PIC X(04)  VALUE 'EXT '.
           05  FILLER                  PIC X(13)  VALUE 'ACTION'.
           05  FILLER                  PIC X(06)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-CLUSTER          PIC X(44).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-RECORDS          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-USED-PCT         PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE '%'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-RECS-PER-MONTH   PIC -(10)9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-FULL-DATE        PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CI-PCT           PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE '%'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CA-SPLITS        PIC ZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-EXTENTS          PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ACTION           PIC X(13).
           05  FILLER                  PIC X(06)  VALUE SPACES.
      *
       01  WS-ALERT-TEXT.
           05  WS-ALERT-VERB           PIC X(11).
           05  WS-ALERT-CLUSTER        PIC X(39).
      *
       COPY GVBCCAPH.
       COPY GVBCKWRD.
       COPY GVBCRUNC.
       COPY GVBCALRT.
       COPY GVBCALOG.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
           ACCEPT WS-CTL-CYCLE-DATE       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRCAPRP'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-READ-HISTORY      THRU 200-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                MOVE +0                       TO WS-CLU-IDX
                PERFORM 400-PROJECT-CLUSTER   THRU 400-EXIT
                     UNTIL WS-CLU-IDX >= WS-CLU-COUNT
                        OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCAPRP'                TO RUNC-REG-RUN-ID
           MOVE WS-HIST-READ-CNT          TO RUNC-REG-RCRDS-READ
           MOVE WS-CLU-COUNT              TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-OVERFLOW-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-RESIZE-CNT > ZERO
               OR WS-REORG-CNT  > ZERO
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
      *  PARSE THE CONTROL CARD, WORK OUT WHERE THE WINDOW STARTS
      *  AND OPEN THE HISTORY AND THE REPORT.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           SET  TP90R-ANCHOR              TO NULL
      *
           MOVE 'MBRCAPRP'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +2                     TO KWRD-ENTRY-COUNT
           MOVE 'CYCLEDATE'            TO KWRD-NAME (1)
           MOVE WS-CTL-CYCLE-DATE      TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'WINDOW'               TO KWRD-NAME (2)
           MOVE '090'                  TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (1) (1:8) NOT NUMERIC
               OR KWRD-VALUE (2) (1:3) NOT NUMERIC
                  DISPLAY 'MBRCAPRP: CYCLEDATE/WINDOW MUST BE NUMERIC'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:8)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-CYCLE-DATE
                  MOVE KWRD-VALUE (2) (1:3)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-WINDOW-DAYS
           END-EVALUATE
           IF   WS-CTL-WINDOW-DAYS < +2
                DISPLAY 'MBRCAPRP: WINDOW MUST BE AT LEAST 2 DAYS'
                MOVE  'Y'                    TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE WS-CTL-CYCLE-DATE         TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-CYCLE-JULIAN
           COMPUTE GDAT-JULIAN-DAY = WS-CYCLE-JULIAN
                                   - WS-CTL-WINDOW-DAYS
           CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
           MOVE GDAT-GREGORIAN-DATE       TO WS-WINDOW-START-DATE
           DISPLAY 'MBRCAPRP: SAMPLES FROM ' WS-WINDOW-START-DATE
                   ' THRU ' WS-CTL-CYCLE-DATE
      *
           MOVE 'CAPHIST '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF CAPH-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CAPH-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAPRP DD: CAPHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           MOVE 'CAPRPT  '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-DETAIL-LINE
                                          TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 RUNC-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAPRP DD: CAPRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE WS-CTL-CYCLE-DATE         TO WS-RPT-HDG-CYCLE-DATE
           MOVE WS-CTL-WINDOW-DAYS        TO WS-RPT-HDG-WINDOW
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADING-1,
                                 RUNC-RECORD-KEY
           IF   TP90R-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-HEADING-2,
                                      RUNC-RECORD-KEY
           END-IF
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAPRP DD: CAPRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE CAPACITY SAMPLE; ONE INSIDE THE WINDOW IS FOLDED
      *  INTO ITS CLUSTER'S SLOT.
      ***************************************************************
       200-READ-HISTORY.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CAPH-RECORD,
                                 RUNC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 200-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCAPRP DD: CAPHIST, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 200-EXIT
             WHEN OTHER
                  ADD  +1                  TO WS-HIST-READ-CNT
           END-EVALUATE
      *
           IF   CAPH-RUN-DATE < WS-WINDOW-START-DATE
           OR   CAPH-RUN-DATE > WS-CTL-CYCLE-DATE
                GO TO 200-EXIT
           END-IF
           ADD  +1                        TO WS-HIST-USED-CNT
      *
           MOVE 'N'                       TO WS-CLU-FOUND-SW
           MOVE +0                        TO WS-CLU-IDX
           PERFORM 210-MATCH-CLUSTER      THRU 210-EXIT
                   UNTIL WS-CLU-IDX >= WS-CLU-COUNT
                      OR WS-CLU-FOUND
           IF   NOT WS-CLU-FOUND
                IF   WS-CLU-COUNT >= WS-CLU-TBL-MAX
                     ADD  +1               TO WS-OVERFLOW-CNT
                     IF   WS-OVERFLOW-CNT = +1
                          DISPLAY 'MBRCAPRP: MORE THAN ' WS-CLU-TBL-MAX
                                  ' CLUSTERS, ' CAPH-CLUSTER-NAME
                                  ' AND LATER NOT PROJECTED'
                     END-IF
                     GO TO 200-EXIT
                END-IF
                ADD  +1                   TO WS-CLU-COUNT
                MOVE WS-CLU-COUNT         TO WS-CLU-IDX
                MOVE CAPH-CLUSTER-NAME    TO WS-CLU-NAME (WS-CLU-IDX)
                MOVE +0                   TO WS-CLU-SAMPLES (WS-CLU-IDX)
                MOVE ZEROES               TO WS-CLU-REORG-DATE
                                             (WS-CLU-IDX)
                PERFORM 220-SET-BASELINE  THRU 220-EXIT
           ELSE
      *      USED SPACE OR CI SPLITS FALLING MEANS THE CLUSTER WAS
      *      RELOADED SINCE THE LAST SAMPLE - MEASURE GROWTH FROM HERE.
                IF   CAPH-HI-U-RBA  < WS-CLU-LAST-USED (WS-CLU-IDX)
                OR   CAPH-SPLITS-CI < WS-CLU-LAST-CI (WS-CLU-IDX)
                     MOVE CAPH-RUN-DATE    TO WS-CLU-REORG-DATE
                                             (WS-CLU-IDX)
                     MOVE +0               TO WS-CLU-SAMPLES
                                             (WS-CLU-IDX)
                     PERFORM 220-SET-BASELINE THRU 220-EXIT
                END-IF
           END-IF
      *
           ADD  +1                        TO WS-CLU-SAMPLES (WS-CLU-IDX)
           MOVE CAPH-RUN-DATE             TO WS-CLU-LAST-DATE
                                             (WS-CLU-IDX)
           MOVE CAPH-HI-U-RBA             TO WS-CLU-LAST-USED
                                             (WS-CLU-IDX)
           MOVE CAPH-HI-A-RBA             TO WS-CLU-LAST-ALLOC
                                             (WS-CLU-IDX)
           MOVE CAPH-REC-TOTAL            TO WS-CLU-LAST-RECS
                                             (WS-CLU-IDX)
           MOVE CAPH-SPLITS-CI            TO WS-CLU-LAST-CI
                                             (WS-CLU-IDX)
           MOVE CAPH-SPLITS-CA            TO WS-CLU-LAST-CA
                                             (WS-CLU-IDX)
           MOVE CAPH-EXTENTS              TO WS-CLU-LAST-EXT
                                             (WS-CLU-IDX)
           .
       200-EXIT.
           EXIT.
      *
      *
       210-MATCH-CLUSTER.
      *
           ADD  +1                        TO WS-CLU-IDX
           IF   WS-CLU-NAME (WS-CLU-IDX) = CAPH-CLUSTER-NAME
                SET  WS-CLU-FOUND         TO TRUE
           END-IF
           .
       210-EXIT.
           EXIT.
      *
      *
       220-SET-BASELINE.
      *
           MOVE CAPH-RUN-DATE             TO WS-CLU-FIRST-DATE
                                             (WS-CLU-IDX)
           MOVE CAPH-HI-U-RBA             TO WS-CLU-FIRST-USED
                                             (WS-CLU-IDX)
           MOVE CAPH-REC-TOTAL            TO WS-CLU-FIRST-RECS
                                             (WS-CLU-IDX)
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PROJECT ONE CLUSTER: SPACE IN USE, GROWTH PER DAY SINCE THE
      *  BASELINE, THE DATE THE USED SPACE REACHES THE ALLOCATION,
      *  AND WHETHER ITS SPLITS OR EXTENTS CALL FOR A REORGANIZATION.
      ***************************************************************
       400-PROJECT-CLUSTER.
      *
           ADD  +1                        TO WS-CLU-IDX
           MOVE 'N'                       TO WS-RESIZE-SW
                                             WS-REORG-SW
      *
           MOVE WS-CLU-NAME (WS-CLU-IDX)  TO WS-RPT-CLUSTER
           MOVE WS-CLU-LAST-RECS (WS-CLU-IDX)
                                          TO WS-RPT-RECORDS
           MOVE WS-CLU-LAST-CA (WS-CLU-IDX)
                                          TO WS-RPT-CA-SPLITS
           MOVE WS-CLU-LAST-EXT (WS-CLU-IDX)
                                          TO WS-RPT-EXTENTS
      *
           MOVE +0                        TO WS-USED-PCT
           IF   WS-CLU-LAST-ALLOC (WS-CLU-IDX) > ZERO
                COMPUTE WS-USED-PCT =
                        (WS-CLU-LAST-USED (WS-CLU-IDX) * 100)
                        / WS-CLU-LAST-ALLOC (WS-CLU-IDX)
           END-IF
           MOVE WS-USED-PCT               TO WS-RPT-USED-PCT
      *
           MOVE +0                        TO WS-CI-SPLIT-PCT
           IF   WS-CLU-LAST-RECS (WS-CLU-IDX) > ZERO
                COMPUTE WS-CI-SPLIT-PCT =
                        (WS-CLU-LAST-CI (WS-CLU-IDX) * 100)
                        / WS-CLU-LAST-RECS (WS-CLU-IDX)
           END-IF
           IF   WS-CI-SPLIT-PCT > +999
                MOVE +999                 TO WS-CI-SPLIT-PCT
           END-IF
           MOVE WS-CI-SPLIT-PCT           TO WS-RPT-CI-PCT
      *
           PERFORM 410-PROJECT-GROWTH     THRU 410-EXIT
      *
           IF   WS-CI-SPLIT-PCT >= ALRT-CAP-CI-SPLIT-PCT
           OR   WS-CLU-LAST-CA (WS-CLU-IDX) >= ALRT-CAP-CA-SPLIT-LIMIT
           OR   WS-CLU-LAST-EXT (WS-CLU-IDX) >= ALRT-CAP-EXTENT-LIMIT
                SET  WS-REORG-DUE         TO TRUE
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-RESIZE-DUE AND WS-REORG-DUE
                  MOVE '*RESIZE+REORG'    TO WS-RPT-ACTION
             WHEN WS-RESIZE-DUE
                  MOVE '*RESIZE'          TO WS-RPT-ACTION
             WHEN WS-REORG-DUE
                  MOVE '*REORG'           TO WS-RPT-ACTION
             WHEN WS-CLU-SAMPLES (WS-CLU-IDX) < +2
                  MOVE 'ONE SAMPLE'       TO WS-RPT-ACTION
             WHEN OTHER
                  MOVE SPACES             TO WS-RPT-ACTION
           END-EVALUATE
      *
           IF   WS-RESIZE-DUE
                ADD  +1                   TO WS-RESIZE-CNT
                MOVE ALRT-CAP-RESIZE      TO ALRT-MSG-ID
                MOVE 'RESIZE DUE '        TO WS-ALERT-VERB
                MOVE WS-DAYS-TO-FULL      TO ALRT-MSG-COUNT
                PERFORM 700-ISSUE-ALERT   THRU 700-EXIT
           END-IF
           IF   WS-REORG-DUE
                ADD  +1                   TO WS-REORG-CNT
                MOVE ALRT-CAP-REORG       TO ALRT-MSG-ID
                MOVE 'REORG DUE  '        TO WS-ALERT-VERB
                MOVE WS-CI-SPLIT-PCT      TO ALRT-MSG-COUNT
                PERFORM 700-ISSUE-ALERT   THRU 700-EXIT
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 RUNC-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAPRP DD: CAPRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  GROWTH FROM THE BASELINE TO THE LATEST SAMPLE.  THE FULL
      *  DATE IS COUNTED FORWARD FROM THE LATEST SAMPLE; A CLUSTER
      *  THAT FILLS INSIDE THE SHOP HORIZON (COUNTED FROM THE REPORT
      *  DATE) IS DUE FOR RESIZING.
      ***************************************************************
       410-PROJECT-GROWTH.
      *
           MOVE +0                        TO WS-RECS-PER-MONTH
                                             WS-DAYS-TO-FULL
           MOVE 'N/A     '                TO WS-RPT-FULL-DATE
      *
           IF   WS-CLU-LAST-USED (WS-CLU-IDX) >=
                WS-CLU-LAST-ALLOC (WS-CLU-IDX)
                MOVE 'FULL NOW'           TO WS-RPT-FULL-DATE
                SET  WS-RESIZE-DUE        TO TRUE
           END-IF
      *
           MOVE WS-CLU-FIRST-DATE (WS-CLU-IDX)
                                          TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-FIRST-JULIAN
           MOVE WS-CLU-LAST-DATE (WS-CLU-IDX)
                                          TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-LAST-JULIAN
           COMPUTE WS-GROWTH-DAYS = WS-LAST-JULIAN - WS-FIRST-JULIAN
           IF   WS-GROWTH-DAYS < +1
                MOVE +0                   TO WS-RPT-RECS-PER-MONTH
                GO TO 410-EXIT
           END-IF
      *
           COMPUTE WS-RECS-PER-MONTH =
                  ((WS-CLU-LAST-RECS (WS-CLU-IDX)
                  - WS-CLU-FIRST-RECS (WS-CLU-IDX)) * 30)
                  / WS-GROWTH-DAYS
           MOVE WS-RECS-PER-MONTH         TO WS-RPT-RECS-PER-MONTH
           COMPUTE WS-USED-PER-DAY =
                   (WS-CLU-LAST-USED (WS-CLU-IDX)
                  - WS-CLU-FIRST-USED (WS-CLU-IDX))
                  / WS-GROWTH-DAYS
      *
           IF   WS-RESIZE-DUE
                GO TO 410-EXIT
           END-IF
           IF   WS-USED-PER-DAY < +1
                MOVE 'NONE    '           TO WS-RPT-FULL-DATE
                GO TO 410-EXIT
           END-IF
      *
           COMPUTE WS-DAYS-TO-FULL =
                  (WS-CLU-LAST-ALLOC (WS-CLU-IDX)
                 - WS-CLU-LAST-USED (WS-CLU-IDX))
                 / WS-USED-PER-DAY
           IF   WS-DAYS-TO-FULL > +36500
                MOVE '> 100 YR'           TO WS-RPT-FULL-DATE
                GO TO 410-EXIT
           END-IF
           COMPUTE GDAT-JULIAN-DAY = WS-LAST-JULIAN + WS-DAYS-TO-FULL
           CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
           MOVE GDAT-GREGORIAN-DATE       TO WS-FULL-DATE
           MOVE WS-FULL-DATE              TO WS-RPT-FULL-DATE
      *
           IF   GDAT-JULIAN-DAY - WS-CYCLE-JULIAN <=
                ALRT-CAP-HORIZON-DAYS
                SET  WS-RESIZE-DUE        TO TRUE
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
       700-ISSUE-ALERT.
      *
           MOVE WS-CLU-NAME (WS-CLU-IDX)  TO WS-ALERT-CLUSTER
           MOVE WS-ALERT-TEXT             TO ALRT-MSG-TEXT
           DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
           SET  ALOG-FCN-WRITE            TO TRUE
           MOVE 'MBRCAPRP'                TO ALOG-PARM-PROGRAM
           MOVE ALRT-MESSAGE-LINE         TO ALOG-PARM-MSG-LINE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
           .
       700-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           SET  ALOG-FCN-CLOSE            TO TRUE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CAPH-RECORD,
                                      RUNC-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      RUNC-RECORD-KEY
           END-IF
      *
           MOVE WS-HIST-READ-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPRP: ' WS-DISPLAY-MASK-1
                   ' CAPACITY SAMPLES READ'
           MOVE WS-HIST-USED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPRP: ' WS-DISPLAY-MASK-1
                   ' SAMPLES IN THE WINDOW'
           MOVE WS-CLU-COUNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPRP: ' WS-DISPLAY-MASK-1 ' CLUSTERS PROJECTED'
           MOVE WS-RESIZE-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPRP: ' WS-DISPLAY-MASK-1 ' FLAGGED RESIZE'
           MOVE WS-REORG-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAPRP: ' WS-DISPLAY-MASK-1 ' FLAGGED REORG'
           .
       9900-EXIT.
           EXIT.
