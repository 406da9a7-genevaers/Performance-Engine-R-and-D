       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRQARPT.
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
      ** DESCRIPTION: MONTHLY QA ACCURACY REPORT.  ESTIMATES, FOR ONE  *
      **              MONTH, THE SHARE OF APPLIED CHANGES THAT WERE    *
      **              WRONG ON EACH SOURCE PATH (LOAD, ONLINE, MQ,     *
      **              MASS CHANGE, OTHER BATCH) AND OVERALL, FROM THE  *
      **              REVIEWERS' VERDICTS ON THE QASAMPV REGISTER (SEE *
      **              GVBCQASM, MBRQASMP AND MBRQAVRD), WITH 95 PER    *
      **              CENT CONFIDENCE BOUNDS.                          *
      **                                                               *
      **              EACH DAY'S PATH WAS SAMPLED SEPARATELY, SO EACH  *
      **              IS A STRATUM: ITS FAILED SHARE OF THE REVIEWED   *
      **              ITEMS IS WEIGHTED BY THE CHANGES IT STANDS FOR.  *
      **              THE VARIANCE OF EACH STRATUM USES THE ADJUSTED   *
      **              (AGRESTI-COULL) RATE - TWO FAILS AND TWO PASSES  *
      **              ADDED AT 95 PER CENT - SO A CLEAN SAMPLE STILL   *
      **              GIVES AN HONEST UPPER BOUND, AND THE FINITE-     *
      **              POPULATION CORRECTION, SO A PATH SAMPLED WHOLE   *
      **              CONTRIBUTES NO SAMPLING ERROR.  THE BOUNDS ARE   *
      **              THE ESTIMATE PLUS AND MINUS 1.96 STANDARD        *
      **              ERRORS, HELD TO 0-100 PER CENT.  ITEMS NOT YET   *
      **              REVIEWED ARE LEFT OUT; A DAY'S PATH WITH NONE    *
      **              REVIEWED IS LEFT OUT WHOLE AND SHOWS AS          *
      **              CHANGES NOT COVERED.  EVERY FAILED ITEM OF THE   *
      **              MONTH IS LISTED AFTER THE SUMMARY.               *
      **              CONTROL CARD (MBRKWRD):                          *
      **                MONTH - CCYYMM (DEFAULT LAST MONTH)            *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   QA SAMPLE REGISTER          (DDNAME=QASAMPV)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  ACCURACY REPORT             (DDNAME=QARPT)     *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - SAMPLED ITEMS STILL AWAIT A VERDICT       *
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
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-LINES-WRITTEN-CNT        PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-CCYYMMDD.
           05  WS-TODAY-CCYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-MONTH                PIC 9(06)  VALUE ZEROES.
       01  WS-CTL-MONTH-PARTS REDEFINES WS-CTL-MONTH.
           05  WS-CTL-CCYY             PIC 9(04).
           05  WS-CTL-MM               PIC 9(02).
      *
      *****************************************************************
      *  THE SOURCE PATHS, IN REGISTER ORDER, AND THE ALL-PATHS ROW.
      *****************************************************************
       01  WS-PATH-NAME-VALUES.
           05  FILLER                  PIC X(13)  VALUE 'LLOAD'.
           05  FILLER                  PIC X(13)  VALUE 'OONLINE'.
           05  FILLER                  PIC X(13)  VALUE 'QMQ'.
           05  FILLER                  PIC X(13)  VALUE 'MMASS CHANGE'.
           05  FILLER                  PIC X(13)  VALUE 'XOTHER BATCH'.
           05  FILLER                  PIC X(13)  VALUE ' ALL PATHS'.
       01  WS-PATH-NAME-TBL REDEFINES WS-PATH-NAME-VALUES.
           05  WS-PATH-NAME-ENTRY      OCCURS 6 TIMES.
               10  WS-PATH-NAME-CD     PIC X(01).
               10  WS-PATH-NAME        PIC X(12).
       01  WS-PATH-TBL-MAX             PIC S9(04) COMP VALUE +5.
       01  WS-ALL-PATHS                PIC S9(04) COMP VALUE +6.
       01  WS-PATH-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-ACC-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-PATH-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-PATH-FOUND                      VALUE 'Y'.
      *
      *****************************************************************
      *  MONTH TOTALS PER PATH.  WS-ACC-COVERED IS THE CHANGES OF THE
      *  DAYS' PATHS WITH A REVIEWED ITEM; WS-ACC-SUM-NP AND
      *  WS-ACC-SUM-N2V ARE THE WEIGHTED FAILED SHARES AND VARIANCES.
      *****************************************************************
       01  WS-ACC-TBL.
           05  WS-ACC-ENTRY            OCCURS 6 TIMES.
               10  WS-ACC-CHANGES      PIC S9(09) COMP-3.
               10  WS-ACC-SAMPLED      PIC S9(07) COMP-3.
               10  WS-ACC-REVIEWED     PIC S9(07) COMP-3.
               10  WS-ACC-FAILED       PIC S9(07) COMP-3.
               10  WS-ACC-PENDING      PIC S9(07) COMP-3.
               10  WS-ACC-COVERED      PIC S9(09) COMP-3.
               10  WS-ACC-SUM-NP       PIC S9(09)V9(08) COMP-3.
               10  WS-ACC-SUM-N2V      PIC S9(14)V9(04) COMP-3.
      *
      *****************************************************************
      *  THE DAY'S PATH (STRATUM) IN HAND.
      *****************************************************************
       01  WS-CELL-ACTIVE-SW           PIC X(01)  VALUE 'N'.
           88  WS-CELL-ACTIVE                     VALUE 'Y'.
       01  WS-CELL-KEY                 PIC X(09)  VALUE SPACES.
       01  WS-CELL-PATH-IDX            PIC S9(04) COMP VALUE +0.
       01  WS-CELL-POP                 PIC S9(07) COMP-3 VALUE +0.
       01  WS-CELL-REVIEWED            PIC S9(07) COMP-3 VALUE +0.
       01  WS-CELL-FAILED              PIC S9(07) COMP-3 VALUE +0.
       01  WS-CELL-RATE                PIC S9(01)V9(08) COMP-3
                                                  VALUE +0.
       01  WS-CELL-ADJ-N               PIC S9(07)V9(04) COMP-3
                                                  VALUE +0.
       01  WS-CELL-ADJ-RATE            PIC S9(01)V9(08) COMP-3
                                                  VALUE +0.
       01  WS-CELL-FPC                 PIC S9(01)V9(08) COMP-3
                                                  VALUE +0.
       01  WS-CELL-VAR                 PIC S9(01)V9(12) COMP-3
                                                  VALUE +0.
      *
       01  WS-Z-95                     PIC S9(01)V9(04) COMP-3
                                                  VALUE +1.9600.
       01  WS-Z-95-SQ                  PIC S9(01)V9(04) COMP-3
                                                  VALUE +3.8416.
       01  WS-Z-95-SQ-HALF             PIC S9(01)V9(04) COMP-3
                                                  VALUE +1.9208.
       01  WS-EST-RATE                 PIC S9(01)V9(08) COMP-3
                                                  VALUE +0.
       01  WS-EST-STD-ERR              PIC S9(03)V9(08) COMP-3
                                                  VALUE +0.
       01  WS-EST-LOWER                PIC S9(03)V9(08) COMP-3
                                                  VALUE +0.
       01  WS-EST-UPPER                PIC S9(03)V9(08) COMP-3
                                                  VALUE +0.
      *
      *****************************************************************
      *  SQUARE ROOT BY NEWTON'S METHOD.
      *****************************************************************
       01  WS-SQRT-ARG                 PIC S9(14)V9(04) COMP-3
                                                  VALUE +0.
       01  WS-SQRT-ROOT                PIC S9(12)V9(06) COMP-3
                                                  VALUE +0.
       01  WS-SQRT-STEP                PIC S9(04) COMP VALUE +0.
       01  WS-SQRT-STEP-MAX            PIC S9(04) COMP VALUE +40.
      *
       COPY GVBCQASM.
      *
      *****************************************************************
      *  REPORT LINES.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(30)  VALUE
               'MBRQARPT  QA SAMPLING - ESTIM'.
           05  FILLER                  PIC X(30)  VALUE
               'ATED ERROR RATE BY SOURCE PATH'.
           05  FILLER                  PIC X(09)  VALUE '   MONTH '.
           05  WS-RPT-TITLE-MONTH      PIC 9(06).
           05  FILLER                  PIC X(57)  VALUE SPACES.
      *
       01  WS-RPT-HEAD-LINE.
           05  FILLER                  PIC X(14)  VALUE 'PATH'.
           05  FILLER                  PIC X(11)  VALUE '  CHANGES  '.
           05  FILLER                  PIC X(10)  VALUE ' SAMPLED  '.
           05  FILLER                  PIC X(10)  VALUE 'REVIEWED  '.
           05  FILLER                  PIC X(10)  VALUE '  FAILED  '.
           05  FILLER                  PIC X(11)  VALUE ' PENDING   '.
           05  FILLER                  PIC X(11)  VALUE 'ERR RATE   '.
           05  FILLER                  PIC X(11)  VALUE 'LOW 95%    '.
           05  FILLER                  PIC X(11)  VALUE 'HIGH 95%   '.
           05  FILLER                  PIC X(09)  VALUE '  COVERED'.
           05  FILLER                  PIC X(24)  VALUE SPACES.
      *
       01  WS-RPT-PATH-LINE.
           05  WS-RPT-PATH-NAME        PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-CHANGES          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-SAMPLED          PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-REVIEWED         PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-FAILED           PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-PENDING          PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-RPT-RATES.
               10  WS-RPT-EST-PCT      PIC ZZ9.999.
               10  FILLER              PIC X(04)  VALUE '%   '.
               10  WS-RPT-LOWER-PCT    PIC ZZ9.999.
               10  FILLER              PIC X(04)  VALUE '%   '.
               10  WS-RPT-UPPER-PCT    PIC ZZ9.999.
               10  FILLER              PIC X(04)  VALUE '%   '.
           05  WS-RPT-RATES-TEXT REDEFINES WS-RPT-RATES
                                       PIC X(33).
           05  WS-RPT-COVERED          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(24)  VALUE SPACES.
      *
       01  WS-RPT-NOTE-1.
           05  FILLER                  PIC X(44)  VALUE
               'ERR RATE - FAILED SHARE OF THE CHANGES, EACH'.
           05  FILLER                  PIC X(44)  VALUE
               ' DAY''S PATH WEIGHTED BY ITS CHANGES.  95% BO'.
           05  FILLER                  PIC X(44)  VALUE
               'UNDS: AGRESTI-COULL, FINITE-POPULATION CORR.'.
       01  WS-RPT-NOTE-2.
           05  FILLER                  PIC X(44)  VALUE
               'COVERED - CHANGES OF THE DAYS'' PATHS WITH AT'.
           05  FILLER                  PIC X(44)  VALUE
               ' LEAST ONE REVIEWED ITEM.  PENDING ITEMS ARE'.
           05  FILLER                  PIC X(44)  VALUE
               ' LEFT OUT OF THE ESTIMATE.'.
      *
       01  WS-RPT-FAIL-HEAD-LINE.
           05  FILLER                  PIC X(44)  VALUE
               'FAILED ITEMS  SAMPLE ID     PATH          CH'.
           05  FILLER                  PIC X(44)  VALUE
               'ANGE   KEY         BY    REVIEWER  ON       '.
           05  FILLER                  PIC X(44)  VALUE
               ' REASON'.
      *
       01  WS-RPT-FAIL-LINE.
           05  FILLER                  PIC X(14)  VALUE SPACES.
           05  WS-RPT-FAIL-ID          PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-FAIL-PATH        PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-FAIL-TYPE        PIC X(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-FAIL-KEY         PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-FAIL-IDENT       PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-FAIL-REVIEWER    PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-FAIL-DATE        PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-FAIL-REASON      PIC X(30).
           05  FILLER                  PIC X(13)  VALUE SPACES.
      *
       COPY GVBCKWRD.
       COPY GVBCRUNC.
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
       01  WS-TP90-RECORD-KEY          PIC X(16)  VALUE SPACES.
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRQARPT'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-START-THE-MONTH   THRU 200-EXIT
                PERFORM 300-READ-ONE-ITEM     THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
                PERFORM 350-CLOSE-THE-CELL    THRU 350-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 500-PRINT-THE-SUMMARY THRU 500-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 600-LIST-FAILED-ITEMS THRU 600-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRQARPT'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-LINES-WRITTEN-CNT      TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-ACC-PENDING (WS-ALL-PATHS) > ZERO
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
      *  READ THE CONTROL CARD AND OPEN THE FILES.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRQARPT'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'MONTH'                TO KWRD-NAME (1)
           MOVE '000000'               TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (1) (1:6) NOT NUMERIC
                  DISPLAY 'MBRQARPT: MONTH MUST BE CCYYMM'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:6)  TO WS-CTL-MONTH
           END-EVALUATE
      *
           IF   WS-CTL-MONTH = ZEROES
                IF   WS-TODAY-MM = 01
                     COMPUTE WS-CTL-CCYY = WS-TODAY-CCYY - 1
                     MOVE 12              TO WS-CTL-MM
                ELSE
                     MOVE WS-TODAY-CCYY   TO WS-CTL-CCYY
                     COMPUTE WS-CTL-MM = WS-TODAY-MM - 1
                END-IF
           END-IF
           IF   WS-CTL-MM < 01 OR WS-CTL-MM > 12
                DISPLAY 'MBRQARPT: MONTH ' WS-CTL-MONTH
                        ' IS NOT A VALID CCYYMM'
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'MBRQARPT: REPORTING MONTH ' WS-CTL-MONTH
      *
           INITIALIZE WS-ACC-TBL
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'QASAMPV '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQARPT DD: QASAMPV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'QARPT   '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 WS-TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQARPT DD: QARPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSITION THE REGISTER AT THE FIRST DAY OF THE MONTH.
      ***************************************************************
       200-START-THE-MONTH.
      *
           MOVE 'N'                       TO EOF-FLAG
           MOVE LOW-VALUES                TO QASM-RECORD-KEY
           MOVE WS-CTL-MONTH              TO QASM-RECORD-KEY (1:6)
           MOVE '01'                      TO QASM-RECORD-KEY (7:2)
           MOVE 'QASAMPV '                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF QASM-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                  TO EOF-FLAG
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REGISTER ITEM OF THE MONTH.  THE REGISTER IS IN DATE AND
      *  PATH ORDER, SO A NEW DATE OR PATH CLOSES THE STRATUM BEFORE
      *  IT.
      ***************************************************************
       300-READ-ONE-ITEM.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                  TO EOF-FLAG
                GO TO 300-EXIT
           END-IF
           IF   QASM-SAMPLE-DATE (1:6) NOT = WS-CTL-MONTH
                MOVE 'Y'                  TO EOF-FLAG
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO RECORD-CNT
      *
           IF   QASM-KEY (1:9) NOT = WS-CELL-KEY
                PERFORM 350-CLOSE-THE-CELL THRU 350-EXIT
                PERFORM 320-OPEN-A-CELL    THRU 320-EXIT
           END-IF
           IF   NOT WS-CELL-ACTIVE
                GO TO 300-EXIT
           END-IF
      *
           ADD  +1            TO WS-ACC-SAMPLED (WS-CELL-PATH-IDX)
                                 WS-ACC-SAMPLED (WS-ALL-PATHS)
           EVALUATE TRUE
             WHEN QASM-PASSED
                  ADD  +1     TO WS-CELL-REVIEWED
                                 WS-ACC-REVIEWED (WS-CELL-PATH-IDX)
                                 WS-ACC-REVIEWED (WS-ALL-PATHS)
             WHEN QASM-FAILED
                  ADD  +1     TO WS-CELL-REVIEWED
                                 WS-CELL-FAILED
                                 WS-ACC-REVIEWED (WS-CELL-PATH-IDX)
                                 WS-ACC-REVIEWED (WS-ALL-PATHS)
                                 WS-ACC-FAILED (WS-CELL-PATH-IDX)
                                 WS-ACC-FAILED (WS-ALL-PATHS)
             WHEN OTHER
                  ADD  +1     TO WS-ACC-PENDING (WS-CELL-PATH-IDX)
                                 WS-ACC-PENDING (WS-ALL-PATHS)
           END-EVALUATE
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  START A NEW STRATUM.  ITS POPULATION IS CARRIED ON EVERY
      *  ITEM; AN UNKNOWN PATH CODE IS REPORTED AND SKIPPED.
      ***************************************************************
       320-OPEN-A-CELL.
      *
           MOVE QASM-KEY (1:9)            TO WS-CELL-KEY
           MOVE 'N'                       TO WS-PATH-FOUND-SW
           MOVE +0                        TO WS-PATH-IDX
           PERFORM 325-MATCH-ONE-PATH     THRU 325-EXIT
                   UNTIL WS-PATH-FOUND
                      OR WS-PATH-IDX >= WS-PATH-TBL-MAX
           IF   NOT WS-PATH-FOUND
                DISPLAY 'MBRQARPT: UNKNOWN PATH ' QASM-PATH-CD
                        ' ON ' QASM-SAMPLE-DATE ' - SKIPPED'
                GO TO 320-EXIT
           END-IF
      *
           SET  WS-CELL-ACTIVE            TO TRUE
           MOVE WS-PATH-IDX               TO WS-CELL-PATH-IDX
           MOVE +0                        TO WS-CELL-REVIEWED
                                             WS-CELL-FAILED
           IF   QASM-PATH-POPULATION NUMERIC
                MOVE QASM-PATH-POPULATION TO WS-CELL-POP
           ELSE
                MOVE +0                   TO WS-CELL-POP
           END-IF
           ADD  WS-CELL-POP   TO WS-ACC-CHANGES (WS-CELL-PATH-IDX)
                                 WS-ACC-CHANGES (WS-ALL-PATHS)
           .
       320-EXIT.
           EXIT.
       325-MATCH-ONE-PATH.
           ADD  +1                        TO WS-PATH-IDX
           IF   WS-PATH-NAME-CD (WS-PATH-IDX) = QASM-PATH-CD
                SET  WS-PATH-FOUND        TO TRUE
           END-IF
           .
       325-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE THE STRATUM IN HAND: ITS FAILED SHARE AND THE
      *  VARIANCE OF THAT SHARE, POSTED TO ITS PATH AND TO ALL PATHS
      *  WEIGHTED BY ITS CHANGES.  A STRATUM WITH NOTHING REVIEWED
      *  ADDS NOTHING.
      ***************************************************************
       350-CLOSE-THE-CELL.
      *
           IF   NOT WS-CELL-ACTIVE
                GO TO 350-EXIT
           END-IF
           MOVE 'N'                       TO WS-CELL-ACTIVE-SW
           IF   WS-CELL-REVIEWED = ZERO
                GO TO 350-EXIT
           END-IF
      *
           COMPUTE WS-CELL-RATE ROUNDED =
                   WS-CELL-FAILED / WS-CELL-REVIEWED
           COMPUTE WS-CELL-ADJ-N = WS-CELL-REVIEWED + WS-Z-95-SQ
           COMPUTE WS-CELL-ADJ-RATE ROUNDED =
                   (WS-CELL-FAILED + WS-Z-95-SQ-HALF) / WS-CELL-ADJ-N
           IF   WS-CELL-POP > WS-CELL-REVIEWED
                COMPUTE WS-CELL-FPC ROUNDED =
                        (WS-CELL-POP - WS-CELL-REVIEWED) / WS-CELL-POP
           ELSE
                MOVE +0                   TO WS-CELL-FPC
           END-IF
           COMPUTE WS-CELL-VAR ROUNDED =
                   WS-CELL-ADJ-RATE * (1 - WS-CELL-ADJ-RATE)
                 * WS-CELL-FPC / WS-CELL-ADJ-N
      *
           MOVE WS-CELL-PATH-IDX          TO WS-ACC-IDX
           PERFORM 360-POST-THE-CELL      THRU 360-EXIT
           MOVE WS-ALL-PATHS              TO WS-ACC-IDX
           PERFORM 360-POST-THE-CELL      THRU 360-EXIT
           .
       350-EXIT.
           EXIT.
       360-POST-THE-CELL.
           ADD  WS-CELL-POP               TO WS-ACC-COVERED (WS-ACC-IDX)
           COMPUTE WS-ACC-SUM-NP (WS-ACC-IDX) =
                   WS-ACC-SUM-NP (WS-ACC-IDX)
                 + WS-CELL-POP * WS-CELL-RATE
           COMPUTE WS-ACC-SUM-N2V (WS-ACC-IDX) =
                   WS-ACC-SUM-N2V (WS-ACC-IDX)
                 + WS-CELL-POP * WS-CELL-POP * WS-CELL-VAR
           .
       360-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE SUMMARY: ONE LINE PER PATH, THEN ALL PATHS, THEN THE
      *  NOTES ON METHOD.
      ***************************************************************
       500-PRINT-THE-SUMMARY.
      *
           MOVE WS-CTL-MONTH              TO WS-RPT-TITLE-MONTH
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE WS-RPT-HEAD-LINE          TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
      *
           MOVE +0                        TO WS-ACC-IDX
           PERFORM 510-PRINT-ONE-PATH     THRU 510-EXIT
                   UNTIL WS-ACC-IDX >= WS-ALL-PATHS
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE WS-RPT-NOTE-1             TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE WS-RPT-NOTE-2             TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE PATH'S LINE.  THE ESTIMATE IS THE WEIGHTED FAILED SHARE
      *  OVER THE COVERED CHANGES; ITS STANDARD ERROR IS THE ROOT OF
      *  THE WEIGHTED VARIANCES OVER THE SAME.
      ***************************************************************
       510-PRINT-ONE-PATH.
      *
           ADD  +1                        TO WS-ACC-IDX
           IF   WS-ACC-IDX = WS-ALL-PATHS
                MOVE SPACES               TO WS-RPT-LINE
                PERFORM 800-WRITE-REPORT-LINE THRU 800-EXIT
           END-IF
           MOVE WS-PATH-NAME (WS-ACC-IDX) TO WS-RPT-PATH-NAME
           MOVE WS-ACC-CHANGES (WS-ACC-IDX) TO WS-RPT-CHANGES
           MOVE WS-ACC-SAMPLED (WS-ACC-IDX) TO WS-RPT-SAMPLED
           MOVE WS-ACC-REVIEWED (WS-ACC-IDX) TO WS-RPT-REVIEWED
           MOVE WS-ACC-FAILED (WS-ACC-IDX) TO WS-RPT-FAILED
           MOVE WS-ACC-PENDING (WS-ACC-IDX) TO WS-RPT-PENDING
           MOVE WS-ACC-COVERED (WS-ACC-IDX) TO WS-RPT-COVERED
      *
           EVALUATE TRUE
             WHEN WS-ACC-CHANGES (WS-ACC-IDX) = ZERO
                  MOVE 'NO CHANGES'        TO WS-RPT-RATES-TEXT
             WHEN WS-ACC-COVERED (WS-ACC-IDX) = ZERO
                  MOVE 'NOT REVIEWED'      TO WS-RPT-RATES-TEXT
             WHEN OTHER
                  COMPUTE WS-EST-RATE ROUNDED =
                          WS-ACC-SUM-NP (WS-ACC-IDX)
                        / WS-ACC-COVERED (WS-ACC-IDX)
                  MOVE WS-ACC-SUM-N2V (WS-ACC-IDX) TO WS-SQRT-ARG
                  PERFORM 700-SQUARE-ROOT  THRU 700-EXIT
                  COMPUTE WS-EST-STD-ERR ROUNDED =
                          WS-SQRT-ROOT / WS-ACC-COVERED (WS-ACC-IDX)
                  COMPUTE WS-EST-LOWER =
                          WS-EST-RATE - WS-Z-95 * WS-EST-STD-ERR
                  COMPUTE WS-EST-UPPER =
                          WS-EST-RATE + WS-Z-95 * WS-EST-STD-ERR
                  IF   WS-EST-LOWER < ZERO
                       MOVE +0             TO WS-EST-LOWER
                  END-IF
                  IF   WS-EST-UPPER > 1
                       MOVE +1             TO WS-EST-UPPER
                  END-IF
                  MOVE SPACES              TO WS-RPT-RATES-TEXT
                  MOVE '%'                 TO WS-RPT-RATES-TEXT (8:1)
                                              WS-RPT-RATES-TEXT (19:1)
                                              WS-RPT-RATES-TEXT (30:1)
                  COMPUTE WS-RPT-EST-PCT ROUNDED = WS-EST-RATE * 100
                  COMPUTE WS-RPT-LOWER-PCT ROUNDED =
                          WS-EST-LOWER * 100
                  COMPUTE WS-RPT-UPPER-PCT ROUNDED =
                          WS-EST-UPPER * 100
           END-EVALUATE
           MOVE WS-RPT-PATH-LINE          TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A SECOND PASS OVER THE MONTH LISTS EVERY FAILED ITEM.
      ***************************************************************
       600-LIST-FAILED-ITEMS.
      *
           IF   WS-ACC-FAILED (WS-ALL-PATHS) = ZERO
                GO TO 600-EXIT
           END-IF
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE WS-RPT-FAIL-HEAD-LINE     TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
      *
           PERFORM 200-START-THE-MONTH    THRU 200-EXIT
           PERFORM 610-LIST-ONE-ITEM      THRU 610-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           .
       600-EXIT.
           EXIT.
       610-LIST-ONE-ITEM.
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   QASM-SAMPLE-DATE (1:6) NOT = WS-CTL-MONTH
                MOVE 'Y'                  TO EOF-FLAG
                GO TO 610-EXIT
           END-IF
           IF   NOT QASM-FAILED
                GO TO 610-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-PATH-FOUND-SW
           MOVE +0                        TO WS-PATH-IDX
           PERFORM 325-MATCH-ONE-PATH     THRU 325-EXIT
                   UNTIL WS-PATH-FOUND
                      OR WS-PATH-IDX >= WS-PATH-TBL-MAX
           IF   WS-PATH-FOUND
                MOVE WS-PATH-NAME (WS-PATH-IDX) TO WS-RPT-FAIL-PATH
           ELSE
                MOVE QASM-PATH-CD         TO WS-RPT-FAIL-PATH
           END-IF
           MOVE QASM-KEY                  TO WS-RPT-FAIL-ID
           MOVE QASM-JRNL-CHANGE-TYPE     TO WS-RPT-FAIL-TYPE
           MOVE QASM-JRNL-KEY             TO WS-RPT-FAIL-KEY
           MOVE QASM-UPD-IDENT            TO WS-RPT-FAIL-IDENT
           MOVE QASM-REVIEWER             TO WS-RPT-FAIL-REVIEWER
           MOVE QASM-REVIEW-DATE          TO WS-RPT-FAIL-DATE
           MOVE QASM-FAIL-REASON          TO WS-RPT-FAIL-REASON
           MOVE WS-RPT-FAIL-LINE          TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WS-SQRT-ROOT = SQUARE ROOT OF WS-SQRT-ARG, BY NEWTON'S
      *  METHOD FROM A START THAT IS NEVER BELOW ZERO.  FORTY STEPS
      *  SETTLE EVERY ARGUMENT THE REPORT CAN HOLD.
      ***************************************************************
       700-SQUARE-ROOT.
      *
           IF   WS-SQRT-ARG NOT > ZERO
                MOVE +0                   TO WS-SQRT-ROOT
                GO TO 700-EXIT
           END-IF
           COMPUTE WS-SQRT-ROOT = WS-SQRT-ARG / 1000000 + 1
           MOVE +0                        TO WS-SQRT-STEP
           PERFORM 710-NEWTON-STEP        THRU 710-EXIT
                   UNTIL WS-SQRT-STEP >= WS-SQRT-STEP-MAX
           .
       700-EXIT.
           EXIT.
       710-NEWTON-STEP.
           ADD  +1                        TO WS-SQRT-STEP
           COMPUTE WS-SQRT-ROOT ROUNDED =
                   (WS-SQRT-ROOT + WS-SQRT-ARG / WS-SQRT-ROOT) / 2
           .
       710-EXIT.
           EXIT.
      *
      *
       800-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 WS-TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQARPT: ERROR WRITING QARPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                     TO WS-LINES-WRITTEN-CNT
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
                                      QASM-RECORD,
                                      QASM-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      WS-TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQARPT: ' WS-DISPLAY-MASK-1 ' SAMPLED ITEMS '
                   'READ'
           MOVE WS-ACC-REVIEWED (WS-ALL-PATHS) TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQARPT: ' WS-DISPLAY-MASK-1 ' ITEMS REVIEWED'
           MOVE WS-ACC-FAILED (WS-ALL-PATHS) TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQARPT: ' WS-DISPLAY-MASK-1 ' ITEMS FAILED'
           MOVE WS-ACC-PENDING (WS-ALL-PATHS) TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQARPT: ' WS-DISPLAY-MASK-1 ' ITEMS AWAITING '
                   'A VERDICT'
           .
       9900-EXIT.
           EXIT.
