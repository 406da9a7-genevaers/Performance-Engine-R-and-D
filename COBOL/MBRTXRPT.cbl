       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRTXRPT.
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
      ** DESCRIPTION: ONLINE TRANSACTION USAGE AND RESPONSE-TIME       *
      **              REPORT.  READS THE TXUSLOG JOURNAL THE CICS      *
      **              TRANSACTIONS WRITE THROUGH MBRTXUSG (SEE         *
      **              GVBCTXUS) FOR ONE DAY OR ONE MONTH AND REPORTS,  *
      **              PER TRANSACTION:                                 *
      **                - TASK VOLUME, AVERAGE/MAXIMUM RESPONSE TIME,  *
      **                  VSAM CALLS PER TASK, DENIALS AND ERRORS;     *
      **                - THE 50TH, 90TH, 95TH AND 99TH PERCENTILE     *
      **                  RESPONSE TIMES (TO THE NEAREST 10 MS; A      *
      **                  TIME OF 30 SECONDS OR MORE PRINTS AS 30000+) *
      **                - VOLUME BY HOUR OF DAY;                       *
      **              AND THE TEN SLOWEST TASKS OF THE PERIOD.         *
      **                                                               *
      **              EACH TRANSACTION'S 90TH PERCENTILE IS JUDGED     *
      **              AGAINST THE AVERAGE OF ITS OWN PRIOR PERIODS     *
      **              (UP TO EIGHT, HELD IN TXUSHIST - SEE GVBCTXUH).  *
      **              ONE THAT HAS DEGRADED BY MORE THAN DEGRADEPCT    *
      **              PERCENT IS ALERTED ON THE REPORT AND THE JOB     *
      **              LOG, AND THE RUN ENDS RC 4.  THE PERIOD IS THEN  *
      **              FOLDED INTO THE HISTORY.  NO TXUSHIST DD MEANS   *
      **              NO ALERTING; THE REPORT IS STILL PRODUCED.       *
      **                                                               *
      **              CONTROL CARD (CTLCARD, MBRKWRD FORMAT):          *
      **                PERIOD=DAY|MONTH   - DEFAULT DAY               *
      **                DATE=CCYYMMDD      - DAY REPORTED, OR ANY DAY  *
      **                                     OF THE MONTH REPORTED;    *
      **                                     DEFAULT YESTERDAY         *
      **                DEGRADEPCT=NNN     - DEFAULT 050               *
      **                MINHIST=NN         - PRIOR PERIODS NEEDED      *
      **                                     BEFORE ALERTING (DEF 03)  *
      **                MINTASKS=NNNN      - TASKS IN THE PERIOD       *
      **                                     NEEDED BEFORE ALERTING    *
      **                                     (DEFAULT 0020)            *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   TRANSACTION USAGE JOURNAL   (DDNAME=TXUSLOG)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** IN/OUT FILES:  RESPONSE-TIME HISTORY       (DDNAME=TXUSHIST)  *
      **                                                               *
      ** OUTPUT FILES:  USAGE REPORT                (DDNAME=TXUSRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - A TRANSACTION'S RESPONSE TIME DEGRADED    *
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
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-READ-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-IN-PERIOD-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-REJECT-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-OVERFLOW-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-ALERT-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-RPT-CNT                  PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-KWRD-NUMERIC             PIC 9(04)  VALUE ZEROES.
       01  WS-CTL-PERIOD               PIC X(05)  VALUE 'DAY  '.
           88  WS-CTL-DAILY                       VALUE 'DAY  '.
           88  WS-CTL-MONTHLY                     VALUE 'MONTH'.
       01  WS-CTL-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-DEGRADE-PCT          PIC S9(04) COMP VALUE +50.
       01  WS-CTL-MIN-HIST             PIC S9(04) COMP VALUE +3.
       01  WS-CTL-MIN-TASKS            PIC S9(08) COMP VALUE +20.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
      *
      *      THE PERIOD AS THE HISTORY RECORDS IT - CCYYMMDD, OR CCYYMM
      *      AND SPACES FOR A MONTH.
       01  WS-PERIOD-TAG               PIC X(08)  VALUE SPACES.
       01  WS-PERIOD-TYPE              PIC X(01)  VALUE 'D'.
      *
       01  WS-HIST-AVAILABLE-SW        PIC X(01)  VALUE 'N'.
           88  WS-HIST-AVAILABLE                  VALUE 'Y'.
      *
      *****************************************************************
      *  ONE ENTRY PER TRANSACTION ID SEEN IN THE PERIOD.  RESPONSE
      *  TIMES ARE COUNTED INTO 10-MS BUCKETS (BUCKET 1 = 0-9 MS ...
      *  BUCKET 3000 = 29,990-29,999 MS, BUCKET 3001 = 30 SECONDS AND
      *  OVER); THE PERCENTILES ARE READ BACK OFF THE BUCKETS, SO THE
      *  JOURNAL NEED NOT BE SORTED OR HELD.
      *****************************************************************
       01  WS-TRAN-MAX                 PIC S9(04) COMP VALUE +40.
       01  WS-TRAN-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-TRN-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-BUCKET-MAX               PIC S9(04) COMP VALUE +3001.
       01  WS-BUCKET-IDX               PIC S9(04) COMP VALUE +0.
       01  WS-HOUR-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-HOUR-POS                 PIC S9(04) COMP VALUE +0.
       01  WS-TRAN-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-TRAN-FOUND                      VALUE 'Y'.
      *
       01  WS-TRAN-TABLE.
           05  WS-TRN-ENTRY            OCCURS 40 TIMES.
               10  WS-TRN-ID           PIC X(04).
               10  WS-TRN-PROGRAM      PIC X(08).
               10  WS-TRN-TASKS        PIC S9(09) COMP.
               10  WS-TRN-TOTAL-MS     PIC S9(15) COMP-3.
               10  WS-TRN-MAX-MS       PIC S9(09) COMP.
               10  WS-TRN-VSAM-CALLS   PIC S9(11) COMP-3.
               10  WS-TRN-DENIED       PIC S9(09) COMP.
               10  WS-TRN-ERRORS       PIC S9(09) COMP.
               10  WS-TRN-AVG-MS       PIC S9(09) COMP.
               10  WS-TRN-PCTL-MS      PIC S9(09) COMP
                                       OCCURS 4 TIMES.
               10  WS-TRN-PCTL-OVER    PIC X(01)
                                       OCCURS 4 TIMES.
               10  WS-TRN-HIST-CNT     PIC S9(04) COMP.
               10  WS-TRN-BASE-MS      PIC S9(09) COMP.
               10  WS-TRN-ALERT-SW     PIC X(01).
                   88  WS-TRN-ALERTED             VALUE 'Y'.
               10  WS-TRN-HOUR-CNT     PIC S9(08) COMP
                                       OCCURS 24 TIMES.
               10  WS-TRN-BUCKET       PIC S9(08) COMP
                                       OCCURS 3001 TIMES.
      *
      *****************************************************************
      *  THE PERCENTILES REPORTED, AND THE RANK EACH FALLS AT FOR
      *  THE TRANSACTION IN HAND.
      *****************************************************************
       01  WS-PCTL-DATA.
           05  FILLER                  PIC 9(02)  VALUE 50.
           05  FILLER                  PIC 9(02)  VALUE 90.
           05  FILLER                  PIC 9(02)  VALUE 95.
           05  FILLER                  PIC 9(02)  VALUE 99.
       01  WS-PCTL-TABLE REDEFINES WS-PCTL-DATA.
           05  WS-PCTL-VALUE           PIC 9(02)  OCCURS 4 TIMES.
       01  WS-PCTL-MAX                 PIC S9(04) COMP VALUE +4.
       01  WS-PCTL-P90                 PIC S9(04) COMP VALUE +2.
       01  WS-PCTL-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-PCTL-WORK.
           05  WS-PCTL-RANK            PIC S9(09) COMP
                                       OCCURS 4 TIMES.
           05  WS-PCTL-SET-SW          PIC X(01)
                                       OCCURS 4 TIMES.
       01  WS-PCTL-LEFT                PIC S9(04) COMP VALUE +0.
       01  WS-CUM-TASKS                PIC S9(09) COMP VALUE +0.
      *
      *****************************************************************
      *  THE TEN SLOWEST TASKS OF THE PERIOD, SLOWEST FIRST.
      *****************************************************************
       01  WS-SLOW-MAX                 PIC S9(04) COMP VALUE +10.
       01  WS-SLOW-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-SLOW-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-SLOW-POS                 PIC S9(04) COMP VALUE +0.
       01  WS-SLOW-PLACED-SW           PIC X(01)  VALUE 'N'.
           88  WS-SLOW-PLACED                     VALUE 'Y'.
       01  WS-SLOW-TABLE.
           05  WS-SLOW-ENTRY           OCCURS 10 TIMES.
               10  WS-SLOW-RESPONSE-MS PIC 9(09).
               10  WS-SLOW-USAGE       PIC X(100).
      *
      *****************************************************************
      *  HISTORY WORK AREAS.
      *****************************************************************
       01  WS-HIST-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-HIST-SUM-MS              PIC S9(15) COMP-3 VALUE +0.
       01  WS-HIST-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-HIST-FOUND                      VALUE 'Y'.
       01  WS-ALERT-LIMIT-MS           PIC S9(09) COMP VALUE +0.
      *
       COPY GVBCTXUS.
       COPY GVBCTXUH.
      *
      *****************************************************************
      *  REPORT LINES - EACH IS BUILT IN ITS OWN LAYOUT AND MOVED TO
      *  THE OUTPUT BUFFER.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(50)  VALUE
               'MBRTXRPT - ONLINE TRANSACTION USAGE     PERIOD: '.
           05  WS-RPT-TITLE-TYPE       PIC X(06).
           05  WS-RPT-TITLE-PERIOD     PIC X(08).
           05  FILLER                  PIC X(68)  VALUE SPACES.
      *
       01  WS-RPT-SECTION-LINE.
           05  WS-RPT-SECTION-TEXT     PIC X(132).
      *
       01  WS-RPT-SUMMARY-HDR.
           05  FILLER                  PIC X(45)  VALUE
               'TRAN PROGRAM   TASKS AVG MS  P50 MS   P90 MS '.
           05  FILLER                  PIC X(45)  VALUE
               '  P95 MS   P99 MS   MAX MS  VSAM/TASK DENIED '.
           05  FILLER                  PIC X(42)  VALUE
               ' ERRORS HST P90   ALERT'.
      *
       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-SUM-TRAN         PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SUM-PROGRAM      PIC X(08).
           05  WS-RPT-SUM-TASKS        PIC ZZZ,ZZ9.
           05  WS-RPT-SUM-AVG          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SUM-PCTL-GRP     OCCURS 4 TIMES.
               10  WS-RPT-SUM-PCTL     PIC ZZZ,ZZ9.
               10  WS-RPT-SUM-OVER     PIC X(01).
               10  FILLER              PIC X(01).
           05  WS-RPT-SUM-MAX          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SUM-VSAM         PIC ZZZ,ZZ9.99.
           05  WS-RPT-SUM-DENIED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SUM-ERRORS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SUM-BASE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-RPT-SUM-ALERT        PIC X(08).
           05  FILLER                  PIC X(16)  VALUE SPACES.
      *
       01  WS-RPT-HOUR-HDR.
           05  FILLER                  PIC X(12)  VALUE
               'TRAN HOURS  '.
           05  WS-RPT-HOUR-HDR-GRP     OCCURS 12 TIMES.
               10  FILLER              PIC X(05)  VALUE SPACES.
               10  WS-RPT-HOUR-HDR-HH  PIC 9(02).
           05  FILLER                  PIC X(36)  VALUE SPACES.
      *
       01  WS-RPT-HOUR-LINE.
           05  WS-RPT-HOUR-TRAN        PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-HOUR-RANGE       PIC X(07).
           05  WS-RPT-HOUR-CNT         PIC ZZZ,ZZ9
                                       OCCURS 12 TIMES.
           05  FILLER                  PIC X(36)  VALUE SPACES.
      *
       01  WS-RPT-SLOW-HDR.
           05  FILLER                  PIC X(45)  VALUE
               'RANK TRAN  PROGRAM OPERATOR TERM     DATE    '.
           05  FILLER                  PIC X(45)  VALUE
               '   TIME   RESPONSE MS     VSAM  OUTCOME'.
           05  FILLER                  PIC X(42)  VALUE SPACES.
      *
       01  WS-RPT-SLOW-LINE.
           05  WS-RPT-SLOW-RANK        PIC Z9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-RPT-SLOW-TRAN        PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SLOW-PROGRAM     PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SLOW-OPERATOR    PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SLOW-TERMINAL    PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SLOW-DATE        PIC 9(08).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-RPT-SLOW-TIME        PIC 9(08).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-RPT-SLOW-RESPONSE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-RPT-SLOW-VSAM        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08)  VALUE SPACES.
           05  WS-RPT-SLOW-OUTCOME     PIC X(01).
           05  FILLER                  PIC X(48)  VALUE SPACES.
      *
       01  WS-RPT-ALERT-LINE.
           05  FILLER                  PIC X(07)  VALUE 'ALERT: '.
           05  WS-RPT-ALERT-TRAN       PIC X(04).
           05  FILLER                  PIC X(18)  VALUE
               ' 90TH PERCENTILE '.
           05  WS-RPT-ALERT-P90        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(28)  VALUE
               ' MS AGAINST ITS AVERAGE OF '.
           05  WS-RPT-ALERT-BASE       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09)  VALUE
               ' MS OVER '.
           05  WS-RPT-ALERT-HIST       PIC Z9.
           05  FILLER                  PIC X(15)  VALUE
               ' PRIOR PERIODS'.
           05  FILLER                  PIC X(35)  VALUE SPACES.
      *
       COPY GVBCKWRD.
       COPY GVBCRUNC.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
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
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRTXRPT'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-READ-USAGE       THRU 200-EXIT
                     UNTIL EOF-FLAG = 'Y'
                        OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                MOVE +0                      TO WS-TRN-IDX
                PERFORM 300-FINISH-TRAN      THRU 300-EXIT
                     UNTIL WS-TRN-IDX >= WS-TRAN-CNT
                        OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 400-WRITE-REPORT     THRU 400-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRTXRPT'                TO RUNC-REG-RUN-ID
           MOVE WS-READ-CNT               TO RUNC-REG-RCRDS-READ
           MOVE WS-RPT-CNT                TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-REJECT-CNT             TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-ALERT-CNT > ZERO
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
      *  CONTROL CARD, REPORTING PERIOD, AND FILES.
      ***************************************************************
       100-INIT.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE 'MBRTXRPT'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +5                     TO KWRD-ENTRY-COUNT
           MOVE 'PERIOD'               TO KWRD-NAME (1)
           MOVE 'DAY'                  TO KWRD-VALUE (1)
           MOVE 'DAY MONTH'            TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'DATE'                 TO KWRD-NAME (2)
           MOVE SPACES                 TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           MOVE 'DEGRADEPCT'           TO KWRD-NAME (3)
           MOVE '050'                  TO KWRD-VALUE (3)
           MOVE SPACES                 TO KWRD-ALLOWED (3)
           MOVE 'D'                    TO KWRD-SOURCE (3)
           MOVE 'MINHIST'              TO KWRD-NAME (4)
           MOVE '03'                   TO KWRD-VALUE (4)
           MOVE SPACES                 TO KWRD-ALLOWED (4)
           MOVE 'D'                    TO KWRD-SOURCE (4)
           MOVE 'MINTASKS'             TO KWRD-NAME (5)
           MOVE '0020'                 TO KWRD-VALUE (5)
           MOVE SPACES                 TO KWRD-ALLOWED (5)
           MOVE 'D'                    TO KWRD-SOURCE (5)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (2) NOT = SPACES
              AND KWRD-VALUE (2) (1:8) NOT NUMERIC
                  DISPLAY 'MBRTXRPT: DATE MUST BE CCYYMMDD'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (3) (1:3) NOT NUMERIC
               OR KWRD-VALUE (4) (1:2) NOT NUMERIC
               OR KWRD-VALUE (5) (1:4) NOT NUMERIC
                  DISPLAY 'MBRTXRPT: DEGRADEPCT/MINHIST/MINTASKS MUST '
                          'BE ZERO-PADDED NUMBERS'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:5)  TO WS-CTL-PERIOD
                  MOVE KWRD-VALUE (3) (1:3)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-DEGRADE-PCT
                  MOVE KWRD-VALUE (4) (1:2)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-MIN-HIST
                  MOVE KWRD-VALUE (5) (1:4)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-MIN-TASKS
           END-EVALUATE
      *
      *      NO DATE - REPORT YESTERDAY (OR YESTERDAY'S MONTH), SO THE
      *      JOB CAN RUN JUST AFTER MIDNIGHT ON A COMPLETE JOURNAL.
           IF   KWRD-VALUE (2) = SPACES
                MOVE WS-TODAY-CCYYMMDD     TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY - 1
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE   TO WS-CTL-DATE
           ELSE
                MOVE KWRD-VALUE (2) (1:8)  TO WS-CTL-DATE
           END-IF
      *
           MOVE SPACES                    TO WS-PERIOD-TAG
           IF   WS-CTL-MONTHLY
                MOVE WS-CTL-DATE (1:6)     TO WS-PERIOD-TAG (1:6)
                MOVE 'M'                   TO WS-PERIOD-TYPE
                MOVE 'MONTH '              TO WS-RPT-TITLE-TYPE
           ELSE
                MOVE WS-CTL-DATE           TO WS-PERIOD-TAG
                MOVE 'D'                   TO WS-PERIOD-TYPE
                MOVE 'DAY   '              TO WS-RPT-TITLE-TYPE
           END-IF
           MOVE WS-PERIOD-TAG             TO WS-RPT-TITLE-PERIOD
           DISPLAY 'MBRTXRPT: REPORTING ' WS-RPT-TITLE-TYPE
                   WS-PERIOD-TAG
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'TXUSLOG '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF TXUS-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TXUS-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTXRPT DD: TXUSLOG, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90H-ANCHOR              TO NULL
           MOVE 'TXUSHIST'                TO TP90H-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90H-FILE-MODE
           MOVE SPACES                    TO TP90H-RETURN-CODE
           MOVE +0                        TO TP90H-VSAM-RETURN-CODE
           MOVE +0                        TO TP90H-RECORD-LENGTH
           MOVE SPACES                    TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 TXUH-RECORD,
                                 TXUH-KEY
           IF   TP90H-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-HIST-AVAILABLE     TO TRUE
                DISPLAY 'DATASET OPENED: ' TP90H-DDNAME
           ELSE
                DISPLAY 'MBRTXRPT: NO TXUSHIST DD ALLOCATED, '
                        'RESPONSE TIMES NOT JUDGED AGAINST HISTORY'
                SET  TP90H-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'TXUSRPT '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTXRPT DD: TXUSRPT, GVBTP90 FAILED, '
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
      *  ONE JOURNAL RECORD - KEEP IT IF ITS TASK STARTED IN THE
      *  PERIOD, AND COUNT IT INTO ITS TRANSACTION'S FIGURES.
      ***************************************************************
       200-READ-USAGE.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TXUS-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO WS-READ-CNT
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 200-EXIT
             WHEN OTHER
                  DISPLAY 'MBRTXRPT DD: TXUSLOG, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 200-EXIT
           END-EVALUATE
      *
           IF   WS-CTL-MONTHLY
                IF   TXUS-START-DATE (1:6) NOT = WS-PERIOD-TAG (1:6)
                     GO TO 200-EXIT
                END-IF
           ELSE
                IF   TXUS-START-DATE NOT = WS-CTL-DATE
                     GO TO 200-EXIT
                END-IF
           END-IF
      *
           IF   TXUS-START-TIME NOT NUMERIC
           OR   TXUS-START-HH > 23
           OR   TXUS-RESPONSE-MS NOT NUMERIC
           OR   TXUS-VSAM-CALLS NOT NUMERIC
                ADD  +1                    TO WS-REJECT-CNT
                GO TO 200-EXIT
           END-IF
           ADD  +1                        TO WS-IN-PERIOD-CNT
      *
           PERFORM 210-FIND-TRAN          THRU 210-EXIT
           IF   NOT WS-TRAN-FOUND
                GO TO 200-EXIT
           END-IF
      *
           ADD  +1                        TO WS-TRN-TASKS (WS-TRN-IDX)
           ADD  TXUS-RESPONSE-MS          TO WS-TRN-TOTAL-MS
                                                        (WS-TRN-IDX)
           ADD  TXUS-VSAM-CALLS           TO WS-TRN-VSAM-CALLS
                                                        (WS-TRN-IDX)
           IF   TXUS-RESPONSE-MS > WS-TRN-MAX-MS (WS-TRN-IDX)
                MOVE TXUS-RESPONSE-MS      TO WS-TRN-MAX-MS
                                                        (WS-TRN-IDX)
           END-IF
           IF   TXUS-OUTCOME-DENIED
                ADD  +1                    TO WS-TRN-DENIED
                                                        (WS-TRN-IDX)
           END-IF
           IF   TXUS-OUTCOME-ERROR
                ADD  +1                    TO WS-TRN-ERRORS
                                                        (WS-TRN-IDX)
           END-IF
      *
           COMPUTE WS-HOUR-IDX = TXUS-START-HH + 1
           ADD  +1                        TO WS-TRN-HOUR-CNT
                                             (WS-TRN-IDX, WS-HOUR-IDX)
      *
           IF   TXUS-RESPONSE-MS >= 30000
                MOVE WS-BUCKET-MAX         TO WS-BUCKET-IDX
           ELSE
                COMPUTE WS-BUCKET-IDX = TXUS-RESPONSE-MS / 10 + 1
           END-IF
           ADD  +1                        TO WS-TRN-BUCKET
                                             (WS-TRN-IDX, WS-BUCKET-IDX)
      *
           PERFORM 220-NOTE-IF-SLOW       THRU 220-EXIT
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND (OR ADD) THE TRANSACTION'S ENTRY.  A TABLE THAT IS
      *  FULL DROPS THE RECORD AND SAYS SO AT THE END.
      ***************************************************************
       210-FIND-TRAN.
      *
           MOVE 'N'                       TO WS-TRAN-FOUND-SW
           MOVE +0                        TO WS-TRN-IDX
           PERFORM 215-MATCH-ONE-TRAN     THRU 215-EXIT
                UNTIL WS-TRAN-FOUND
                   OR WS-TRN-IDX >= WS-TRAN-CNT
           IF   WS-TRAN-FOUND
                GO TO 210-EXIT
           END-IF
      *
           IF   WS-TRAN-CNT >= WS-TRAN-MAX
                ADD  +1                    TO WS-OVERFLOW-CNT
                GO TO 210-EXIT
           END-IF
      *
           ADD  +1                        TO WS-TRAN-CNT
           MOVE WS-TRAN-CNT               TO WS-TRN-IDX
           INITIALIZE WS-TRN-ENTRY (WS-TRN-IDX)
           MOVE TXUS-TRAN-ID              TO WS-TRN-ID (WS-TRN-IDX)
           MOVE TXUS-PROGRAM              TO WS-TRN-PROGRAM
                                                        (WS-TRN-IDX)
           MOVE 'N'                       TO WS-TRN-ALERT-SW
                                                        (WS-TRN-IDX)
           SET  WS-TRAN-FOUND             TO TRUE
           .
       210-EXIT.
           EXIT.
      *
      *
       215-MATCH-ONE-TRAN.
      *
           ADD  +1                        TO WS-TRN-IDX
           IF   WS-TRN-ID (WS-TRN-IDX) = TXUS-TRAN-ID
                SET  WS-TRAN-FOUND         TO TRUE
           END-IF
           .
       215-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  KEEP THE TEN SLOWEST TASKS, SLOWEST FIRST.  THE NEW TASK
      *  GOES IN AFTER EVERY ENTRY AT LEAST AS SLOW, AND THE ONES
      *  BELOW IT MOVE DOWN ONE (THE TENTH FALLING OFF).
      ***************************************************************
       220-NOTE-IF-SLOW.
      *
           IF   WS-SLOW-CNT >= WS-SLOW-MAX
           AND  TXUS-RESPONSE-MS <= WS-SLOW-RESPONSE-MS (WS-SLOW-MAX)
                GO TO 220-EXIT
           END-IF
      *
           MOVE +0                        TO WS-SLOW-POS
           MOVE 'N'                       TO WS-SLOW-PLACED-SW
           PERFORM 225-FIND-SLOW-POS      THRU 225-EXIT
                UNTIL WS-SLOW-PLACED
                   OR WS-SLOW-POS >= WS-SLOW-CNT
           ADD  +1                        TO WS-SLOW-POS
      *
           IF   WS-SLOW-CNT < WS-SLOW-MAX
                ADD  +1                    TO WS-SLOW-CNT
           END-IF
           MOVE WS-SLOW-CNT               TO WS-SLOW-IDX
           PERFORM 227-SHIFT-SLOW-DOWN    THRU 227-EXIT
                UNTIL WS-SLOW-IDX <= WS-SLOW-POS
      *
           MOVE TXUS-RESPONSE-MS          TO WS-SLOW-RESPONSE-MS
                                                        (WS-SLOW-POS)
           MOVE TXUS-RECORD               TO WS-SLOW-USAGE
                                                        (WS-SLOW-POS)
           .
       220-EXIT.
           EXIT.
      *
      *
       225-FIND-SLOW-POS.
      *
           IF   TXUS-RESPONSE-MS > WS-SLOW-RESPONSE-MS (WS-SLOW-POS + 1)
                SET  WS-SLOW-PLACED        TO TRUE
           ELSE
                ADD  +1                    TO WS-SLOW-POS
           END-IF
           .
       225-EXIT.
           EXIT.
      *
      *
       227-SHIFT-SLOW-DOWN.
      *
           MOVE WS-SLOW-ENTRY (WS-SLOW-IDX - 1)
                                          TO WS-SLOW-ENTRY (WS-SLOW-IDX)
           SUBTRACT +1                    FROM WS-SLOW-IDX
           .
       227-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AFTER THE JOURNAL - ONE TRANSACTION'S AVERAGE, PERCENTILES,
      *  AND THE JUDGEMENT AGAINST ITS HISTORY.
      ***************************************************************
       300-FINISH-TRAN.
      *
           ADD  +1                        TO WS-TRN-IDX
      *
           COMPUTE WS-TRN-AVG-MS (WS-TRN-IDX) =
                   WS-TRN-TOTAL-MS (WS-TRN-IDX) /
                   WS-TRN-TASKS (WS-TRN-IDX)
      *
           MOVE +0                        TO WS-PCTL-IDX
           PERFORM 310-SET-ONE-RANK       THRU 310-EXIT
                UNTIL WS-PCTL-IDX >= WS-PCTL-MAX
           MOVE WS-PCTL-MAX               TO WS-PCTL-LEFT
           MOVE +0                        TO WS-CUM-TASKS
                                             WS-BUCKET-IDX
           PERFORM 320-WALK-ONE-BUCKET    THRU 320-EXIT
                UNTIL WS-PCTL-LEFT = +0
                   OR WS-BUCKET-IDX >= WS-BUCKET-MAX
      *
           IF   WS-HIST-AVAILABLE
                PERFORM 350-JUDGE-AND-FOLD THRU 350-EXIT
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
      *      RANK OF THE NTH PERCENTILE = N PERCENT OF THE TASKS,
      *      ROUNDED UP, AND NEVER BELOW THE FIRST TASK.
       310-SET-ONE-RANK.
      *
           ADD  +1                        TO WS-PCTL-IDX
           COMPUTE WS-PCTL-RANK (WS-PCTL-IDX) =
                   (WS-TRN-TASKS (WS-TRN-IDX) *
                    WS-PCTL-VALUE (WS-PCTL-IDX) + 99) / 100
           IF   WS-PCTL-RANK (WS-PCTL-IDX) < +1
                MOVE +1                    TO WS-PCTL-RANK (WS-PCTL-IDX)
           END-IF
           MOVE 'N'                       TO WS-PCTL-SET-SW
                                                        (WS-PCTL-IDX)
           .
       310-EXIT.
           EXIT.
      *
      *
       320-WALK-ONE-BUCKET.
      *
           ADD  +1                        TO WS-BUCKET-IDX
           ADD  WS-TRN-BUCKET (WS-TRN-IDX, WS-BUCKET-IDX)
                                          TO WS-CUM-TASKS
           MOVE +0                        TO WS-PCTL-IDX
           PERFORM 325-CHECK-ONE-PCTL     THRU 325-EXIT
                UNTIL WS-PCTL-IDX >= WS-PCTL-MAX
           .
       320-EXIT.
           EXIT.
      *
      *
       325-CHECK-ONE-PCTL.
      *
           ADD  +1                        TO WS-PCTL-IDX
           IF   WS-PCTL-SET-SW (WS-PCTL-IDX) = 'N'
           AND  WS-CUM-TASKS >= WS-PCTL-RANK (WS-PCTL-IDX)
                MOVE 'Y'                   TO WS-PCTL-SET-SW
                                                        (WS-PCTL-IDX)
                SUBTRACT +1                FROM WS-PCTL-LEFT
                COMPUTE WS-TRN-PCTL-MS (WS-TRN-IDX, WS-PCTL-IDX) =
                        (WS-BUCKET-IDX - 1) * 10
                IF   WS-BUCKET-IDX = WS-BUCKET-MAX
                     MOVE '+'              TO WS-TRN-PCTL-OVER
                                             (WS-TRN-IDX, WS-PCTL-IDX)
                ELSE
                     MOVE SPACE            TO WS-TRN-PCTL-OVER
                                             (WS-TRN-IDX, WS-PCTL-IDX)
                END-IF
           END-IF
           .
       325-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE TRANSACTION'S HISTORY, JUDGE THIS PERIOD'S 90TH
      *  PERCENTILE AGAINST THE AVERAGE OF THE PRIOR PERIODS HELD,
      *  THEN FOLD THIS PERIOD IN (NEWEST FIRST, EIGHT KEPT) AND
      *  WRITE THE RECORD BACK.
      ***************************************************************
       350-JUDGE-AND-FOLD.
      *
           MOVE SPACES                    TO TXUH-RECORD
           MOVE WS-TRN-ID (WS-TRN-IDX)    TO TXUH-TRAN-ID
           MOVE WS-PERIOD-TYPE            TO TXUH-PERIOD-TYPE
           MOVE TP90-VALUE-READ           TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 TXUH-RECORD,
                                 TXUH-KEY
           EVALUATE TRUE
             WHEN TP90H-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  SET  WS-HIST-FOUND      TO TRUE
             WHEN TP90H-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE 'N'                TO WS-HIST-FOUND-SW
                  INITIALIZE TXUH-RECORD
                  MOVE WS-TRN-ID (WS-TRN-IDX) TO TXUH-TRAN-ID
                  MOVE WS-PERIOD-TYPE     TO TXUH-PERIOD-TYPE
                  MOVE ZEROES             TO TXUH-ENTRY-CNT
             WHEN OTHER
                  DISPLAY 'MBRTXRPT DD: TXUSHIST, GVBTP90 FAILED, '
                          'RET CD = ' TP90H-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 350-EXIT
           END-EVALUATE
      *
           MOVE +0                        TO WS-HIST-SUM-MS
                                             WS-TRN-HIST-CNT
                                                        (WS-TRN-IDX)
           MOVE +0                        TO WS-HIST-IDX
           PERFORM 355-SUM-ONE-PERIOD     THRU 355-EXIT
                UNTIL WS-HIST-IDX >= TXUH-ENTRY-CNT
      *
           IF   WS-TRN-HIST-CNT (WS-TRN-IDX) > +0
                COMPUTE WS-TRN-BASE-MS (WS-TRN-IDX) =
                        WS-HIST-SUM-MS / WS-TRN-HIST-CNT (WS-TRN-IDX)
           END-IF
      *
           IF   WS-TRN-HIST-CNT (WS-TRN-IDX) >= WS-CTL-MIN-HIST
           AND  WS-TRN-TASKS (WS-TRN-IDX) >= WS-CTL-MIN-TASKS
                COMPUTE WS-ALERT-LIMIT-MS =
                        WS-TRN-BASE-MS (WS-TRN-IDX) *
                        (100 + WS-CTL-DEGRADE-PCT) / 100
                IF   WS-TRN-PCTL-MS (WS-TRN-IDX, WS-PCTL-P90) >
                     WS-ALERT-LIMIT-MS
                     SET  WS-TRN-ALERTED (WS-TRN-IDX) TO TRUE
                     ADD  +1               TO WS-ALERT-CNT
                     DISPLAY 'MBRTXRPT: *** RESPONSE TIME DEGRADED - '
                             WS-TRN-ID (WS-TRN-IDX) ' ***'
                END-IF
           END-IF
      *
      *      THIS PERIOD BECOMES ENTRY 1 - REPLACING IT ON A RERUN,
      *      OTHERWISE PUSHING THE OLDER PERIODS DOWN ONE.
           IF   TXUH-ENTRY-CNT = ZERO
           OR   TXUH-PERIOD (1) NOT = WS-PERIOD-TAG
                IF   TXUH-ENTRY-CNT < 8
                     ADD  1                TO TXUH-ENTRY-CNT
                END-IF
                MOVE TXUH-ENTRY-CNT        TO WS-HIST-IDX
                PERFORM 357-SHIFT-ONE-PERIOD THRU 357-EXIT
                     UNTIL WS-HIST-IDX <= +1
           END-IF
           MOVE WS-PERIOD-TAG             TO TXUH-PERIOD (1)
           MOVE WS-TRN-TASKS (WS-TRN-IDX) TO TXUH-TASKS (1)
           MOVE WS-TRN-PCTL-MS (WS-TRN-IDX, WS-PCTL-P90)
                                          TO TXUH-P90-MS (1)
           MOVE WS-TRN-AVG-MS (WS-TRN-IDX) TO TXUH-AVG-MS (1)
      *
           IF   WS-HIST-FOUND
                MOVE TP90-VALUE-UPDATE     TO TP90H-FUNCTION-CODE
           ELSE
                MOVE TP90-VALUE-WRITE      TO TP90H-FUNCTION-CODE
           END-IF
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 TXUH-RECORD,
                                 TXUH-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTXRPT DD: TXUSHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90H-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           END-IF
           .
       350-EXIT.
           EXIT.
      *
      *
       355-SUM-ONE-PERIOD.
      *
           ADD  +1                        TO WS-HIST-IDX
           IF   TXUH-PERIOD (WS-HIST-IDX) NOT = WS-PERIOD-TAG
                ADD  TXUH-P90-MS (WS-HIST-IDX) TO WS-HIST-SUM-MS
                ADD  +1                    TO WS-TRN-HIST-CNT
                                                        (WS-TRN-IDX)
           END-IF
           .
       355-EXIT.
           EXIT.
      *
      *
       357-SHIFT-ONE-PERIOD.
      *
           MOVE TXUH-ENTRY (WS-HIST-IDX - 1)
                                          TO TXUH-ENTRY (WS-HIST-IDX)
           SUBTRACT +1                    FROM WS-HIST-IDX
           .
       357-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE REPORT - SUMMARY, ALERTS, VOLUME BY HOUR, SLOWEST TASKS.
      ***************************************************************
       400-WRITE-REPORT.
      *
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
      *
           MOVE SPACES                    TO WS-RPT-SECTION-TEXT
           PERFORM 480-WRITE-SECTION      THRU 480-EXIT
           MOVE 'RESPONSE TIMES (MS) BY TRANSACTION'
                                          TO WS-RPT-SECTION-TEXT
           PERFORM 480-WRITE-SECTION      THRU 480-EXIT
           MOVE WS-RPT-SUMMARY-HDR        TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
           MOVE +0                        TO WS-TRN-IDX
           PERFORM 410-WRITE-SUMMARY      THRU 410-EXIT
                UNTIL WS-TRN-IDX >= WS-TRAN-CNT
      *
           IF   WS-ALERT-CNT > ZERO
                MOVE SPACES                TO WS-RPT-SECTION-TEXT
                PERFORM 480-WRITE-SECTION  THRU 480-EXIT
                MOVE 'RESPONSE-TIME DEGRADATION ALERTS'
                                           TO WS-RPT-SECTION-TEXT
                PERFORM 480-WRITE-SECTION  THRU 480-EXIT
                MOVE +0                    TO WS-TRN-IDX
                PERFORM 420-WRITE-ALERT    THRU 420-EXIT
                     UNTIL WS-TRN-IDX >= WS-TRAN-CNT
           END-IF
      *
           MOVE SPACES                    TO WS-RPT-SECTION-TEXT
           PERFORM 480-WRITE-SECTION      THRU 480-EXIT
           MOVE 'TASK VOLUME BY HOUR OF DAY'
                                          TO WS-RPT-SECTION-TEXT
           PERFORM 480-WRITE-SECTION      THRU 480-EXIT
           MOVE +0                        TO WS-TRN-IDX
           PERFORM 430-WRITE-HOURS        THRU 430-EXIT
                UNTIL WS-TRN-IDX >= WS-TRAN-CNT
      *
           MOVE SPACES                    TO WS-RPT-SECTION-TEXT
           PERFORM 480-WRITE-SECTION      THRU 480-EXIT
           MOVE 'SLOWEST TASKS OF THE PERIOD'
                                          TO WS-RPT-SECTION-TEXT
           PERFORM 480-WRITE-SECTION      THRU 480-EXIT
           MOVE WS-RPT-SLOW-HDR           TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
           MOVE +0                        TO WS-SLOW-IDX
           PERFORM 440-WRITE-SLOW         THRU 440-EXIT
                UNTIL WS-SLOW-IDX >= WS-SLOW-CNT
           .
       400-EXIT.
           EXIT.
      *
      *
       410-WRITE-SUMMARY.
      *
           ADD  +1                        TO WS-TRN-IDX
           MOVE WS-TRN-ID (WS-TRN-IDX)    TO WS-RPT-SUM-TRAN
           MOVE WS-TRN-PROGRAM (WS-TRN-IDX) TO WS-RPT-SUM-PROGRAM
           MOVE WS-TRN-TASKS (WS-TRN-IDX) TO WS-RPT-SUM-TASKS
           MOVE WS-TRN-AVG-MS (WS-TRN-IDX) TO WS-RPT-SUM-AVG
           MOVE +0                        TO WS-PCTL-IDX
           PERFORM 415-MOVE-ONE-PCTL      THRU 415-EXIT
                UNTIL WS-PCTL-IDX >= WS-PCTL-MAX
           MOVE WS-TRN-MAX-MS (WS-TRN-IDX) TO WS-RPT-SUM-MAX
           COMPUTE WS-RPT-SUM-VSAM ROUNDED =
                   WS-TRN-VSAM-CALLS (WS-TRN-IDX) /
                   WS-TRN-TASKS (WS-TRN-IDX)
           MOVE WS-TRN-DENIED (WS-TRN-IDX) TO WS-RPT-SUM-DENIED
           MOVE WS-TRN-ERRORS (WS-TRN-IDX) TO WS-RPT-SUM-ERRORS
           MOVE WS-TRN-BASE-MS (WS-TRN-IDX) TO WS-RPT-SUM-BASE
           IF   WS-TRN-ALERTED (WS-TRN-IDX)
                MOVE 'DEGRADED'            TO WS-RPT-SUM-ALERT
           ELSE
                MOVE SPACES                TO WS-RPT-SUM-ALERT
           END-IF
           MOVE WS-RPT-SUMMARY-LINE       TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
           .
       410-EXIT.
           EXIT.
      *
      *
       415-MOVE-ONE-PCTL.
      *
           ADD  +1                        TO WS-PCTL-IDX
           MOVE WS-TRN-PCTL-MS (WS-TRN-IDX, WS-PCTL-IDX)
                                          TO WS-RPT-SUM-PCTL
                                                        (WS-PCTL-IDX)
           MOVE WS-TRN-PCTL-OVER (WS-TRN-IDX, WS-PCTL-IDX)
                                          TO WS-RPT-SUM-OVER
                                                        (WS-PCTL-IDX)
           .
       415-EXIT.
           EXIT.
      *
      *
       420-WRITE-ALERT.
      *
           ADD  +1                        TO WS-TRN-IDX
           IF   WS-TRN-ALERTED (WS-TRN-IDX)
                MOVE WS-TRN-ID (WS-TRN-IDX) TO WS-RPT-ALERT-TRAN
                MOVE WS-TRN-PCTL-MS (WS-TRN-IDX, WS-PCTL-P90)
                                           TO WS-RPT-ALERT-P90
                MOVE WS-TRN-BASE-MS (WS-TRN-IDX) TO WS-RPT-ALERT-BASE
                MOVE WS-TRN-HIST-CNT (WS-TRN-IDX) TO WS-RPT-ALERT-HIST
                MOVE WS-RPT-ALERT-LINE     TO WS-RPT-LINE
                PERFORM 490-WRITE-LINE     THRU 490-EXIT
           END-IF
           .
       420-EXIT.
           EXIT.
      *
      *
      *      TWO LINES PER TRANSACTION - HOURS 00-11, THEN 12-23.
       430-WRITE-HOURS.
      *
           ADD  +1                        TO WS-TRN-IDX
      *
           MOVE +0                        TO WS-HOUR-IDX
           PERFORM 435-SET-ONE-HOUR-HDR   THRU 435-EXIT
                UNTIL WS-HOUR-IDX >= +12
           MOVE WS-RPT-HOUR-HDR           TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
           MOVE WS-TRN-ID (WS-TRN-IDX)    TO WS-RPT-HOUR-TRAN
           MOVE '00-11  '                 TO WS-RPT-HOUR-RANGE
           MOVE +0                        TO WS-HOUR-IDX
           PERFORM 437-MOVE-ONE-HOUR      THRU 437-EXIT
                UNTIL WS-HOUR-IDX >= +12
           MOVE WS-RPT-HOUR-LINE          TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
      *
           MOVE +12                       TO WS-HOUR-IDX
           PERFORM 435-SET-ONE-HOUR-HDR   THRU 435-EXIT
                UNTIL WS-HOUR-IDX >= +24
           MOVE WS-RPT-HOUR-HDR           TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
           MOVE '12-23  '                 TO WS-RPT-HOUR-RANGE
           MOVE +12                       TO WS-HOUR-IDX
           PERFORM 437-MOVE-ONE-HOUR      THRU 437-EXIT
                UNTIL WS-HOUR-IDX >= +24
           MOVE WS-RPT-HOUR-LINE          TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
           .
       430-EXIT.
           EXIT.
      *
      *
      *      WS-HOUR-IDX COUNTS 0-23; EACH HALF OF THE DAY FILLS
      *      PRINT POSITIONS 1-12.
       435-SET-ONE-HOUR-HDR.
      *
           COMPUTE WS-HOUR-POS = WS-HOUR-IDX + 1
           IF   WS-HOUR-POS > +12
                SUBTRACT +12               FROM WS-HOUR-POS
           END-IF
           MOVE WS-HOUR-IDX               TO WS-RPT-HOUR-HDR-HH
                                                        (WS-HOUR-POS)
           ADD  +1                        TO WS-HOUR-IDX
           .
       435-EXIT.
           EXIT.
      *
      *
       437-MOVE-ONE-HOUR.
      *
           ADD  +1                        TO WS-HOUR-IDX
           MOVE WS-HOUR-IDX               TO WS-HOUR-POS
           IF   WS-HOUR-POS > +12
                SUBTRACT +12               FROM WS-HOUR-POS
           END-IF
           MOVE WS-TRN-HOUR-CNT (WS-TRN-IDX, WS-HOUR-IDX)
                                          TO WS-RPT-HOUR-CNT
                                                        (WS-HOUR-POS)
           .
       437-EXIT.
           EXIT.
      *
      *
       440-WRITE-SLOW.
      *
           ADD  +1                        TO WS-SLOW-IDX
           MOVE WS-SLOW-USAGE (WS-SLOW-IDX) TO TXUS-RECORD
           MOVE WS-SLOW-IDX               TO WS-RPT-SLOW-RANK
           MOVE TXUS-TRAN-ID              TO WS-RPT-SLOW-TRAN
           MOVE TXUS-PROGRAM              TO WS-RPT-SLOW-PROGRAM
           MOVE TXUS-OPERATOR             TO WS-RPT-SLOW-OPERATOR
           MOVE TXUS-TERMINAL             TO WS-RPT-SLOW-TERMINAL
           MOVE TXUS-START-DATE           TO WS-RPT-SLOW-DATE
           MOVE TXUS-START-TIME           TO WS-RPT-SLOW-TIME
           MOVE TXUS-RESPONSE-MS          TO WS-RPT-SLOW-RESPONSE
           MOVE TXUS-VSAM-CALLS           TO WS-RPT-SLOW-VSAM
           MOVE TXUS-OUTCOME              TO WS-RPT-SLOW-OUTCOME
           MOVE WS-RPT-SLOW-LINE          TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
           .
       440-EXIT.
           EXIT.
      *
      *
       480-WRITE-SECTION.
      *
           MOVE WS-RPT-SECTION-LINE       TO WS-RPT-LINE
           PERFORM 490-WRITE-LINE         THRU 490-EXIT
           .
       480-EXIT.
           EXIT.
      *
      *
       490-WRITE-LINE.
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 490-EXIT
           END-IF
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTXRPT DD: TXUSRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-RPT-CNT
           END-IF
           .
       490-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TXUS-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90H-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90H-FUNCTION-CODE
                CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                      TXUH-RECORD,
                                      TXUH-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE WS-READ-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTXRPT: ' WS-DISPLAY-MASK-1
                   ' JOURNAL RECORDS READ'
           MOVE WS-IN-PERIOD-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTXRPT: ' WS-DISPLAY-MASK-1
                   ' TASKS IN THE PERIOD'
           MOVE WS-REJECT-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTXRPT: ' WS-DISPLAY-MASK-1
                   ' MALFORMED RECORDS SKIPPED'
           MOVE WS-TRAN-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTXRPT: ' WS-DISPLAY-MASK-1
                   ' TRANSACTIONS REPORTED'
           IF   WS-OVERFLOW-CNT > ZERO
                MOVE WS-OVERFLOW-CNT      TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRTXRPT: ' WS-DISPLAY-MASK-1
                        ' TASKS NOT REPORTED - MORE THAN 40 '
                        'TRANSACTION IDS'
           END-IF
           MOVE WS-ALERT-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTXRPT: ' WS-DISPLAY-MASK-1
                   ' RESPONSE-TIME ALERTS'
           .
       9900-EXIT.
           EXIT.
