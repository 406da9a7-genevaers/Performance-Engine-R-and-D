       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRAGRNM.
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
      ** DESCRIPTION: AGREEMENT RENUMBERING CASCADE.  DRIVEN BY THE    *
      **              CORPORATE AGREEMENTS MASTER'S OLD-TO-NEW         *
      **              AGREEMENT MAP (AGRMAP, ONE 'OLD NEW' PAIR OF     *
      **              ELEVEN-DIGIT NUMBERS PER CARD, IN ASCENDING OLD- *
      **              NUMBER ORDER), MOVES EVERY REFERENCE TO A        *
      **              RETIRED NUMBER IN ONE AUDITED RUN:               *
      **                - CUSTNAMV AGRE-BUSN-ID, WITH A CHANGED        *
      **                  BEFORE/AFTER PAIR ON CUSTNAUD THROUGH        *
      **                  MBRAUDWR PER CUSTOMER                        *
      **                - EVERY CUSTHIST VERSION CARRYING IT           *
      **                - THE CUSTAGRX ROWS, REBUILT UNDER THE NEW     *
      **                  NUMBER AND DELETED UNDER THE OLD             *
      **              THEN WRITES AN AGRALIAS ENTRY (SEE GVBCAGAL) PER *
      **              RETIRED NUMBER SO MBRCINQ STILL ANSWERS AN       *
      **              INQUIRY BY THE OLD NUMBER FOR THE GRACE PERIOD.  *
      **              A CLOSING VERIFICATION PASS RE-READS ALL THREE   *
      **              STRUCTURES AND THE CONTROL REPORT SHOWS, PER     *
      **              MAPPED AGREEMENT, WHAT MOVED AND WHAT (IF        *
      **              ANYTHING) STILL CARRIES THE OLD NUMBER.          *
      **              SEVERAL OLD NUMBERS MAY MAP TO ONE NEW NUMBER    *
      **              (A CONSOLIDATION); A MAP WHOSE NEW NUMBER IS     *
      **              ITSELF BEING RETIRED IS REFUSED BEFORE ANYTHING  *
      **              MOVES.                                           *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   OLD/NEW AGREEMENT MAP       (DDNAME=AGRMAP)    *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                EFFECTIVE-DATED HISTORY     (DDNAME=CUSTHIST)  *
      **                AGREEMENT CROSS-REFERENCE   (DDNAME=CUSTAGRX)  *
      **                AGREEMENT ALIAS KSDS        (DDNAME=AGRALIAS)  *
      **                                                               *
      ** OUTPUT FILES:  RENUMBERING CONTROL RPT     (DDNAME=AGRNMRPT)  *
      **                AUDIT TRAIL                 (DDNAME=CUSTNAUD)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - ONE OR MORE AGREEMENTS NOT FULLY MOVED    *
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
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-CUSTNAMV-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-CUSTNAMV-ENQ-HELD               VALUE 'Y'.
      *
      *      'A' WHILE THE CUSTNAMV/CUSTHIST PASSES APPLY THE MAP,
      *      'V' WHILE THE SAME PASSES ONLY COUNT WHAT IS LEFT.
       01  WS-PASS-MODE-SW             PIC X(01)  VALUE 'A'.
           88  WS-PASS-APPLY                      VALUE 'A'.
           88  WS-PASS-VERIFY                     VALUE 'V'.
      *
       01  WS-ENTRIES-READ-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-ENTRIES-DONE-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-ENTRIES-OPEN-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-CUST-MOVED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-HIST-MOVED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-AGRX-MOVED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-CUST-LEFT-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-HIST-LEFT-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-AGRX-LEFT-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-ALIAS-WRITTEN-CNT        PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-GRACE-END-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-GRACE-DAYS           PIC S9(04) COMP VALUE +90.
       01  WS-KWRD-NUMERIC             PIC 9(03)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE OLD-TO-NEW AGREEMENT MAP, LOADED WHOLE AT INIT.  THE
      *  CARDS MUST ARRIVE IN ASCENDING OLD-NUMBER ORDER SO THE
      *  PASSES CAN BINARY-SEARCH THE TABLE.  EACH ENTRY CARRIES
      *  ITS OWN MOVED/LEFT COUNTS FOR THE CONTROL REPORT.
      *****************************************************************
       01  WS-AGRMAP-DDNAME            PIC X(08)  VALUE 'AGRMAP  '.
       01  WS-MAP-RECORD.
           05  WS-MAP-OLD-AGRE         PIC X(11).
           05  WS-MAP-OLD-AGRE-N       REDEFINES WS-MAP-OLD-AGRE
                                       PIC 9(11).
           05  FILLER                  PIC X(01).
           05  WS-MAP-NEW-AGRE         PIC X(11).
           05  WS-MAP-NEW-AGRE-N       REDEFINES WS-MAP-NEW-AGRE
                                       PIC 9(11).
           05  FILLER                  PIC X(57)  VALUE SPACES.
       01  WS-MAP-TBL-MAX              PIC S9(04) COMP VALUE +2000.
       01  WS-MAP-COUNT                PIC S9(04) COMP VALUE +0.
       01  WS-MAP-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-MAP-TBL.
           05  WS-MAP-ENTRY            OCCURS 2000 TIMES.
               10  WS-MAP-TBL-OLD      PIC 9(11).
               10  WS-MAP-TBL-NEW      PIC 9(11).
               10  WS-MAP-CUST-MOVED   PIC S9(08) COMP.
               10  WS-MAP-HIST-MOVED   PIC S9(08) COMP.
               10  WS-MAP-AGRX-MOVED   PIC S9(08) COMP.
               10  WS-MAP-CUST-LEFT    PIC S9(08) COMP.
               10  WS-MAP-HIST-LEFT    PIC S9(08) COMP.
               10  WS-MAP-AGRX-LEFT    PIC S9(08) COMP.
      *
      *      BINARY-SEARCH WORK FIELDS.
       01  WS-SEARCH-AGRE              PIC 9(11)  VALUE ZEROES.
       01  WS-BSRCH-LO                 PIC S9(04) COMP VALUE +0.
       01  WS-BSRCH-HI                 PIC S9(04) COMP VALUE +0.
       01  WS-BSRCH-MID                PIC S9(04) COMP VALUE +0.
       01  WS-BSRCH-FOUND-SW           PIC X(01)  VALUE 'N'.
           88  WS-BSRCH-FOUND                     VALUE 'Y'.
      *
       01  WS-OLD-IMAGE                PIC X(96)  VALUE SPACES.
       01  WS-NEW-IMAGE                PIC X(96)  VALUE SPACES.
      *
      *****************************************************************
      *  COLLECT-THEN-APPLY TABLE - NOTHING IS UPDATED UNDER AN OPEN
      *  BROWSE.  A FULL TABLE IS APPLIED AND THE BROWSE RESTARTED
      *  AT THE KEY IT HAD REACHED, THE SAME WAY MBRREKEY WORKS
      *  THROUGH CUSTAGRX.
      *****************************************************************
       01  WS-MOVE-TBL-MAX             PIC S9(04) COMP VALUE +200.
       01  WS-MOVE-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-MOVE-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-MOVE-TBL.
           05  WS-MOVE-ENTRY           OCCURS 200 TIMES.
               10  WS-MOVE-KEY         PIC X(21).
               10  WS-MOVE-MAP-IDX     PIC S9(04) COMP.
       01  WS-RESTART-KEY              PIC X(21)  VALUE LOW-VALUES.
       01  WS-OLD-AGRX-KEY             PIC X(21)  VALUE SPACES.
       01  WS-BROWSE-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
       01  WS-AGRE-DONE-SW             PIC X(01)  VALUE 'N'.
           88  WS-AGRE-DONE                       VALUE 'Y'.
      *
      *****************************************************************
      *  RESIDUALS FOUND BY THE VERIFICATION PASS, HELD FOR THE
      *  REPORT'S EXCEPTION SECTION (THE REST ARE COUNTED ONLY).
      *****************************************************************
       01  WS-EXC-TBL-MAX              PIC S9(04) COMP VALUE +100.
       01  WS-EXC-COUNT                PIC S9(08) COMP VALUE +0.
       01  WS-EXC-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-EXC-STORE                PIC X(08)  VALUE SPACES.
       01  WS-EXC-KEY                  PIC X(21)  VALUE SPACES.
       01  WS-EXC-TBL.
           05  WS-EXC-ENTRY            OCCURS 100 TIMES.
               10  WS-EXC-TBL-STORE    PIC X(08).
               10  WS-EXC-TBL-AGRE     PIC 9(11).
               10  WS-EXC-TBL-KEY      PIC X(21).
      *
      *****************************************************************
      *  CONTROL REPORT LINES (132 BYTES).
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(48)  VALUE
               'MBRAGRNM - AGREEMENT RENUMBERING CONTROL REPORT '.
           05  FILLER                  PIC X(10)  VALUE ' RUN DATE '.
           05  WS-RPT-TITLE-DATE       PIC 9(08).
           05  FILLER                  PIC X(19)  VALUE
               '   ALIAS GRACE END '.
           05  WS-RPT-TITLE-GRACE      PIC 9(08).
           05  FILLER                  PIC X(39)  VALUE SPACES.
      *
       01  WS-RPT-HEAD-LINE.
           05  FILLER                  PIC X(44)  VALUE
               'OLD AGREEMENT  NEW AGREEMENT  CUST MOVED  HI'.
           05  FILLER                  PIC X(44)  VALUE
               'ST MOVED  AGRX MOVED   CUST LEFT   HIST LEFT'.
           05  FILLER                  PIC X(44)  VALUE
               '   AGRX LEFT  RESULT                        '.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-OLD-AGRE         PIC 9(11).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-RPT-NEW-AGRE         PIC 9(11).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-RPT-CUST-MOVED       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-HIST-MOVED       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-AGRX-MOVED       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-CUST-LEFT        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-HIST-LEFT        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-AGRX-LEFT        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(10).
           05  FILLER                  PIC X(20)  VALUE SPACES.
      *
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(06)  VALUE 'TOTALS'.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-TOT-ENTRIES      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)  VALUE
               ' AGREEMENTS  '.
           05  WS-RPT-TOT-CUST-MOVED   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-TOT-HIST-MOVED   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-TOT-AGRX-MOVED   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-TOT-CUST-LEFT    PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-TOT-HIST-LEFT    PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-TOT-AGRX-LEFT    PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-TOT-OPEN         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(26)  VALUE
               ' INCOMPLETE               '.
      *
       01  WS-RPT-EXC-HEAD-LINE.
           05  FILLER                  PIC X(45)  VALUE
               'REFERENCES STILL CARRYING A RETIRED AGREEMENT'.
           05  FILLER                  PIC X(87)  VALUE ' NUMBER:'.
      *
       01  WS-RPT-EXC-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-EXC-STORE        PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-EXC-AGRE         PIC 9(11).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-EXC-KEY          PIC X(21).
           05  FILLER                  PIC X(86)  VALUE SPACES.
      *
       01  WS-RPT-EXC-MORE-LINE.
           05  FILLER                  PIC X(06)  VALUE '  AND '.
           05  WS-RPT-EXC-MORE-CNT     PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(116) VALUE
               ' MORE, COUNTED ABOVE'.
      *
       01  WS-RPT-EXC-NONE-LINE.
           05  FILLER                  PIC X(08)  VALUE '  NONE -'.
           05  FILLER                  PIC X(124) VALUE
               ' EVERY MAPPED AGREEMENT FULLY MOVED'.
      *
       COPY GVBCRUNC.
       COPY GVBCKWRD.
       COPY GVBCAUDW.
       COPY GVBCAGAL.
       COPY GVBCAGRX.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90K-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90K-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90K-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90K-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90K-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90K-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90K-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90K-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90K-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90K-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90K-ESDS==.
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90G-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90G-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90G-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90G-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90G-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90G-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90G-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90G-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90G-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90G-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90G-ESDS==.
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
                                ==TP90A-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90A-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90A-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90A-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90A-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90A-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90A-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90A-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90A-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90A-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90A-ESDS==.
      *
       01  HIST-RECORD-AREA.
           05  HIST-FB-RECORD-AREA     PIC X(96)  VALUE SPACES.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==HIST==.
      *
       01  HIST-RECORD-KEY             PIC X(18)  VALUE SPACES.
      *
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRAGRNM'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTNAMV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-MAP-COUNT > ZERO
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                SET  WS-CUSTNAMV-ENQ-HELD   TO TRUE
                DISPLAY 'MBRAGRNM: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
      *
                SET  WS-PASS-APPLY          TO TRUE
                PERFORM 300-CUSTNAMV-PASS   THRU 300-EXIT
                IF   SEVERE-ERROR = ' '
                     PERFORM 400-CUSTHIST-PASS THRU 400-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     PERFORM 500-CUSTAGRX-MOVE THRU 500-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     PERFORM 600-WRITE-ALIASES THRU 600-EXIT
                END-IF
      *
                IF   SEVERE-ERROR = ' '
                     SET  WS-PASS-VERIFY     TO TRUE
                     PERFORM 300-CUSTNAMV-PASS THRU 300-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     PERFORM 400-CUSTHIST-PASS THRU 400-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     PERFORM 550-CUSTAGRX-VERIFY THRU 550-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     PERFORM 800-WRITE-CONTROL-RPT THRU 800-EXIT
                END-IF
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRAGRNM'                TO RUNC-REG-RUN-ID
           MOVE WS-ENTRIES-READ-CNT       TO RUNC-REG-RCRDS-READ
           MOVE WS-ENTRIES-DONE-CNT       TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-ENTRIES-OPEN-CNT       TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-ENTRIES-OPEN-CNT > ZERO
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
      *  PARSE THE CONTROL CARD, WORK OUT THE GRACE-PERIOD END
      *  DATE, LOAD AND CHECK THE AGREEMENT MAP, AND OPEN EVERY
      *  CLUSTER.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRAGRNM'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'GRACEDAYS'            TO KWRD-NAME (1)
           MOVE '090'                  TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN KWRD-VALUE (1) (1:3) NOT NUMERIC
                  DISPLAY 'MBRAGRNM: GRACEDAYS MUST BE A ZERO-PADDED '
                          'THREE-DIGIT DAY COUNT'
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:3)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-GRACE-DAYS
           END-EVALUATE
      *
           IF   SEVERE-ERROR = ' '
                MOVE WS-TODAY-CCYYMMDD     TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE GDAT-JULIAN-DAY =
                        JDAY-JULIAN-DAY + WS-CTL-GRACE-DAYS
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE   TO WS-GRACE-END-DATE
                DISPLAY 'MBRAGRNM: ALIAS GRACE PERIOD ENDS '
                        WS-GRACE-END-DATE
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 150-LOAD-AGRE-MAP  THRU 150-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 160-CHECK-MAP-CHAINS THRU 160-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 170-OPEN-CLUSTERS  THRU 170-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       150-LOAD-AGRE-MAP.
      *
           SET  TP90K-ANCHOR              TO NULL
           MOVE WS-AGRMAP-DDNAME          TO TP90K-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90K-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90K-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90K-FILE-MODE
           MOVE SPACES                    TO TP90K-RETURN-CODE
           MOVE +0                        TO TP90K-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-MAP-RECORD   TO TP90K-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90K-RECFM
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 WS-MAP-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM DD: AGRMAP, GVBTP90 FAILED, '
                        'RET CD = ' TP90K-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           MOVE ' '                       TO EOF-FLAG
           PERFORM 155-LOAD-ONE-MAP-CARD  THRU 155-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90K-FUNCTION-CODE
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 WS-MAP-RECORD,
                                 TP90-RECORD-KEY
      *
           MOVE WS-MAP-COUNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGRNM: ' WS-DISPLAY-MASK-1 ' MAP ENTRIES LOADED'
           IF   WS-MAP-COUNT = ZERO
                DISPLAY 'MBRAGRNM: EMPTY AGREEMENT MAP - NOTHING TO DO'
           END-IF
           .
       150-EXIT.
           EXIT.
      *
      *
       155-LOAD-ONE-MAP-CARD.
      *
           MOVE TP90-VALUE-READ           TO TP90K-FUNCTION-CODE
           MOVE SPACES                    TO WS-MAP-RECORD
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 WS-MAP-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90K-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
             WHEN TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRAGRNM DD: AGRMAP, GVBTP90 FAILED, '
                          'RET CD = ' TP90K-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN WS-MAP-OLD-AGRE = SPACES
                  CONTINUE
             WHEN WS-MAP-OLD-AGRE NOT NUMERIC
             OR   WS-MAP-NEW-AGRE NOT NUMERIC
             OR   WS-MAP-OLD-AGRE-N = ZERO
             OR   WS-MAP-NEW-AGRE-N = ZERO
                  DISPLAY 'MBRAGRNM: *** MAP CARD ' WS-MAP-OLD-AGRE
                          ' ' WS-MAP-NEW-AGRE ' IS NOT TWO ELEVEN-'
                          'DIGIT AGREEMENT NUMBERS - RUN STOPPED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN WS-MAP-OLD-AGRE = WS-MAP-NEW-AGRE
                  DISPLAY 'MBRAGRNM: *** MAP CARD ' WS-MAP-OLD-AGRE
                          ' MAPS AN AGREEMENT TO ITSELF - RUN '
                          'STOPPED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN WS-MAP-COUNT >= WS-MAP-TBL-MAX
                  DISPLAY 'MBRAGRNM: *** AGREEMENT MAP EXCEEDS THE '
                          WS-MAP-TBL-MAX ' ENTRY TABLE - RUN '
                          'STOPPED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN WS-MAP-COUNT > +0
              AND WS-MAP-OLD-AGRE-N <= WS-MAP-TBL-OLD (WS-MAP-COUNT)
                  DISPLAY 'MBRAGRNM: *** AGREEMENT MAP NOT IN '
                          'ASCENDING OLD-NUMBER ORDER AT '
                          WS-MAP-OLD-AGRE ' - RUN STOPPED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                  TO WS-MAP-COUNT
                  ADD  +1                  TO WS-ENTRIES-READ-CNT
                  MOVE WS-MAP-OLD-AGRE-N
                    TO WS-MAP-TBL-OLD (WS-MAP-COUNT)
                  MOVE WS-MAP-NEW-AGRE-N
                    TO WS-MAP-TBL-NEW (WS-MAP-COUNT)
                  MOVE +0 TO WS-MAP-CUST-MOVED (WS-MAP-COUNT)
                             WS-MAP-HIST-MOVED (WS-MAP-COUNT)
                             WS-MAP-AGRX-MOVED (WS-MAP-COUNT)
                             WS-MAP-CUST-LEFT (WS-MAP-COUNT)
                             WS-MAP-HIST-LEFT (WS-MAP-COUNT)
                             WS-MAP-AGRX-LEFT (WS-MAP-COUNT)
           END-EVALUATE
           .
       155-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A NEW NUMBER THAT IS ALSO BEING RETIRED BY THE SAME MAP
      *  WOULD LEAVE CUSTOMERS ON A DEAD NUMBER (OR DEPEND ON THE
      *  ORDER THE ENTRIES ARE APPLIED), SO A CHAINED MAP IS SENT
      *  BACK TO THE AGREEMENTS MASTER BEFORE ANYTHING MOVES.
      ***************************************************************
       160-CHECK-MAP-CHAINS.
      *
           MOVE +1                        TO WS-MAP-IDX
           PERFORM 165-CHECK-ONE-CHAIN    THRU 165-EXIT
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
           .
       160-EXIT.
           EXIT.
      *
      *
       165-CHECK-ONE-CHAIN.
      *
           MOVE WS-MAP-TBL-NEW (WS-MAP-IDX) TO WS-SEARCH-AGRE
           PERFORM 720-SEARCH-MAP         THRU 720-EXIT
           IF   WS-BSRCH-FOUND
                DISPLAY 'MBRAGRNM: *** NEW AGREEMENT '
                        WS-MAP-TBL-NEW (WS-MAP-IDX)
                        ' (FOR ' WS-MAP-TBL-OLD (WS-MAP-IDX)
                        ') IS ITSELF RETIRED BY THIS MAP - RUN '
                        'STOPPED ***'
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           ADD  +1                        TO WS-MAP-IDX
           .
       165-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN THE CLUSTERS FOR KEYED I-O AND THE CONTROL REPORT FOR
      *  OUTPUT.
      ***************************************************************
       170-OPEN-CLUSTERS.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET  TP90H-ANCHOR              TO NULL
           MOVE 'CUSTHIST'                TO TP90H-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90H-FILE-MODE
           MOVE SPACES                    TO TP90H-RETURN-CODE
           MOVE +0                        TO TP90H-VSAM-RETURN-CODE
           MOVE +0                        TO TP90H-RECORD-LENGTH
           MOVE SPACES                    TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 HIST-RECORD-AREA,
                                 HIST-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM DD: CUSTHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90H-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           SET  TP90G-ANCHOR              TO NULL
           MOVE 'CUSTAGRX'                TO TP90G-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90G-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90G-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90G-FILE-MODE
           MOVE SPACES                    TO TP90G-RETURN-CODE
           MOVE +0                        TO TP90G-VSAM-RETURN-CODE
           MOVE +0                        TO TP90G-RECORD-LENGTH
           MOVE SPACES                    TO TP90G-RECFM
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM DD: CUSTAGRX, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'AGRALIAS'                TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE +0                        TO TP90A-RECORD-LENGTH
           MOVE SPACES                    TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 AGAL-RECORD,
                                 AGAL-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM DD: AGRALIAS, GVBTP90 FAILED, '
                        'RET CD = ' TP90A-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'AGRNMRPT'                TO TP90R-DDNAME
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
                DISPLAY 'MBRAGRNM DD: AGRNMRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       170-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE FULL PASS OF CUSTNAMV.  IN APPLY MODE EVERY CUSTOMER
      *  WHOSE AGRE-BUSN-ID IS ON THE MAP IS COLLECTED AND MOVED IN
      *  BATCHES; IN VERIFY MODE EACH ONE STILL FOUND IS COUNTED
      *  AGAINST ITS MAP ENTRY AS LEFT BEHIND.
      ***************************************************************
       300-CUSTNAMV-PASS.
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE +0                        TO WS-MOVE-COUNT
           MOVE LOW-VALUES                TO WS-RESTART-KEY
           PERFORM 310-START-CUSTNAMV     THRU 310-EXIT
      *
           PERFORM 320-SCAN-ONE-CUST      THRU 320-EXIT
                   UNTIL WS-BROWSE-EOF OR SEVERE-ERROR NOT = ' '
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-PASS-APPLY
                PERFORM 330-APPLY-CUST-BATCH THRU 330-EXIT
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
       310-START-CUSTNAMV.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE WS-RESTART-KEY (1:10)     TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
       320-SCAN-ONE-CUST.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
                GO TO 320-EXIT
           END-IF
      *
           IF   TP90-CUST-AGRE-BUSN-ID NOT > ZERO
                GO TO 320-EXIT
           END-IF
           MOVE TP90-CUST-AGRE-BUSN-ID    TO WS-SEARCH-AGRE
           PERFORM 720-SEARCH-MAP         THRU 720-EXIT
           IF   NOT WS-BSRCH-FOUND
                GO TO 320-EXIT
           END-IF
      *
           IF   WS-PASS-VERIFY
                ADD  +1                   TO WS-MAP-CUST-LEFT
                                             (WS-BSRCH-MID)
                ADD  +1                   TO WS-CUST-LEFT-CNT
                MOVE 'CUSTNAMV'           TO WS-EXC-STORE
                MOVE TP90-CUST-KEY-ID     TO WS-EXC-KEY
                PERFORM 740-NOTE-EXCEPTION THRU 740-EXIT
                GO TO 320-EXIT
           END-IF
      *
      *      A FULL BATCH IS APPLIED AND THE BROWSE RESTARTED AT THIS
      *      CUSTOMER, WHICH THE NEXT READ THEN COLLECTS.
           IF   WS-MOVE-COUNT >= WS-MOVE-TBL-MAX
                MOVE LOW-VALUES           TO WS-RESTART-KEY
                MOVE TP90-CUST-KEY-ID     TO WS-RESTART-KEY (1:10)
                PERFORM 330-APPLY-CUST-BATCH THRU 330-EXIT
                IF   SEVERE-ERROR = ' '
                     PERFORM 310-START-CUSTNAMV THRU 310-EXIT
                END-IF
                GO TO 320-EXIT
           END-IF
      *
           ADD  +1                        TO WS-MOVE-COUNT
           MOVE SPACES                    TO WS-MOVE-KEY (WS-MOVE-COUNT)
           MOVE TP90-CUST-KEY-ID
             TO WS-MOVE-KEY (WS-MOVE-COUNT) (1:10)
           MOVE WS-BSRCH-MID              TO WS-MOVE-MAP-IDX
                                             (WS-MOVE-COUNT)
           .
       320-EXIT.
           EXIT.
      *
      *
       330-APPLY-CUST-BATCH.
      *
           MOVE +1                        TO WS-MOVE-IDX
           PERFORM 335-APPLY-ONE-CUST     THRU 335-EXIT
                   UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                      OR SEVERE-ERROR NOT = ' '
           MOVE +0                        TO WS-MOVE-COUNT
           .
       330-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOVE ONE CUSTOMER TO THE NEW AGREEMENT: UPDATE CUSTNAMV IN
      *  PLACE WITH A CHANGED BEFORE/AFTER PAIR ON CUSTNAUD, THEN
      *  FILE THE NEW CUSTAGRX ROW.  THE OLD ROW GOES IN THE
      *  CUSTAGRX STEP, WHICH ALSO CATCHES ROWS WITH NO CUSTOMER.
      ***************************************************************
       335-APPLY-ONE-CUST.
      *
           MOVE WS-MOVE-MAP-IDX (WS-MOVE-IDX) TO WS-MAP-IDX
           MOVE WS-MOVE-KEY (WS-MOVE-IDX) (1:10) TO TP90-RECORD-KEY
           ADD  +1                        TO WS-MOVE-IDX
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM: CUSTNAMV LOCATE FAILED FOR '
                        TP90-RECORD-KEY ' RC = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 335-EXIT
           END-IF
           MOVE TP90-CUST-AGRE-BUSN-ID    TO WS-SEARCH-AGRE
           IF   WS-SEARCH-AGRE NOT = WS-MAP-TBL-OLD (WS-MAP-IDX)
                GO TO 335-EXIT
           END-IF
           MOVE TP90-FB-RECORD-AREA       TO WS-OLD-IMAGE
      *
           MOVE WS-MAP-TBL-NEW (WS-MAP-IDX) TO TP90-CUST-AGRE-BUSN-ID
           MOVE TP90-FB-RECORD-AREA       TO WS-NEW-IMAGE
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM: CUSTNAMV UPDATE FAILED FOR '
                        TP90-RECORD-KEY ' RC = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 335-EXIT
           END-IF
           ADD  +1                        TO WS-MAP-CUST-MOVED
                                             (WS-MAP-IDX)
           ADD  +1                        TO WS-CUST-MOVED-CNT
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE TP90-CUST-KEY-ID          TO AUDW-KEY-ID
           MOVE WS-OLD-IMAGE              TO AUDW-BEFORE-IMAGE
           MOVE WS-NEW-IMAGE              TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           MOVE SPACES                    TO AGRX-RECORD
           MOVE WS-MAP-TBL-NEW (WS-MAP-IDX) TO AGRX-AGRE-BUSN-ID
           MOVE TP90-CUST-KEY-ID          TO AGRX-KEY-ID
           MOVE WS-TODAY-CCYYMMDD         TO AGRX-LAST-LOAD-DATE
           PERFORM 530-FILE-NEW-AGRX      THRU 530-EXIT
           .
       335-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE FULL PASS OF CUSTHIST - EVERY EFFECTIVE-DATED VERSION
      *  IS MOVED (OR, VERIFYING, COUNTED), NOT JUST THE CURRENT.
      ***************************************************************
       400-CUSTHIST-PASS.
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE +0                        TO WS-MOVE-COUNT
           MOVE LOW-VALUES                TO WS-RESTART-KEY
           PERFORM 410-START-CUSTHIST     THRU 410-EXIT
      *
           PERFORM 420-SCAN-ONE-HIST      THRU 420-EXIT
                   UNTIL WS-BROWSE-EOF OR SEVERE-ERROR NOT = ' '
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-PASS-APPLY
                PERFORM 430-APPLY-HIST-BATCH THRU 430-EXIT
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       410-START-CUSTHIST.
      *
           MOVE 'CUSTHIST'                TO TP90H-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90H-FILE-MODE
           MOVE +96                       TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           MOVE WS-RESTART-KEY (1:18)     TO HIST-RECORD-KEY
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 HIST-RECORD-AREA,
                                 HIST-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
       420-SCAN-ONE-HIST.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 HIST-RECORD-AREA,
                                 HIST-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
                GO TO 420-EXIT
           END-IF
      *
           IF   HIST-CUST-AGRE-BUSN-ID NOT > ZERO
                GO TO 420-EXIT
           END-IF
           MOVE HIST-CUST-AGRE-BUSN-ID    TO WS-SEARCH-AGRE
           PERFORM 720-SEARCH-MAP         THRU 720-EXIT
           IF   NOT WS-BSRCH-FOUND
                GO TO 420-EXIT
           END-IF
      *
           IF   WS-PASS-VERIFY
                ADD  +1                   TO WS-MAP-HIST-LEFT
                                             (WS-BSRCH-MID)
                ADD  +1                   TO WS-HIST-LEFT-CNT
                MOVE 'CUSTHIST'           TO WS-EXC-STORE
                MOVE HIST-FB-RECORD-AREA (1:18) TO WS-EXC-KEY
                PERFORM 740-NOTE-EXCEPTION THRU 740-EXIT
                GO TO 420-EXIT
           END-IF
      *
           IF   WS-MOVE-COUNT >= WS-MOVE-TBL-MAX
                MOVE LOW-VALUES           TO WS-RESTART-KEY
                MOVE HIST-FB-RECORD-AREA (1:18)
                                          TO WS-RESTART-KEY (1:18)
                PERFORM 430-APPLY-HIST-BATCH THRU 430-EXIT
                IF   SEVERE-ERROR = ' '
                     PERFORM 410-START-CUSTHIST THRU 410-EXIT
                END-IF
                GO TO 420-EXIT
           END-IF
      *
           ADD  +1                        TO WS-MOVE-COUNT
           MOVE SPACES                    TO WS-MOVE-KEY (WS-MOVE-COUNT)
           MOVE HIST-FB-RECORD-AREA (1:18)
             TO WS-MOVE-KEY (WS-MOVE-COUNT) (1:18)
           MOVE WS-BSRCH-MID              TO WS-MOVE-MAP-IDX
                                             (WS-MOVE-COUNT)
           .
       420-EXIT.
           EXIT.
      *
      *
       430-APPLY-HIST-BATCH.
      *
           MOVE +1                        TO WS-MOVE-IDX
           PERFORM 435-APPLY-ONE-HIST     THRU 435-EXIT
                   UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                      OR SEVERE-ERROR NOT = ' '
           MOVE +0                        TO WS-MOVE-COUNT
           .
       430-EXIT.
           EXIT.
      *
      *
       435-APPLY-ONE-HIST.
      *
           MOVE WS-MOVE-MAP-IDX (WS-MOVE-IDX) TO WS-MAP-IDX
           MOVE WS-MOVE-KEY (WS-MOVE-IDX) (1:18) TO HIST-RECORD-KEY
           ADD  +1                        TO WS-MOVE-IDX
      *
           MOVE 'CUSTHIST'                TO TP90H-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90H-FILE-MODE
           MOVE +96                       TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           MOVE SPACES                    TO HIST-FB-RECORD-AREA
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 HIST-RECORD-AREA,
                                 HIST-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM: CUSTHIST LOCATE FAILED FOR '
                        HIST-RECORD-KEY ' RC = ' TP90H-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 435-EXIT
           END-IF
           MOVE HIST-CUST-AGRE-BUSN-ID    TO WS-SEARCH-AGRE
           IF   WS-SEARCH-AGRE NOT = WS-MAP-TBL-OLD (WS-MAP-IDX)
                GO TO 435-EXIT
           END-IF
      *
           MOVE WS-MAP-TBL-NEW (WS-MAP-IDX) TO HIST-CUST-AGRE-BUSN-ID
           MOVE TP90-VALUE-UPDATE         TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 HIST-RECORD-AREA,
                                 HIST-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM: CUSTHIST UPDATE FAILED FOR '
                        HIST-RECORD-KEY ' RC = ' TP90H-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                   TO WS-MAP-HIST-MOVED
                                             (WS-MAP-IDX)
                ADD  +1                   TO WS-HIST-MOVED-CNT
           END-IF
           .
       435-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CUSTAGRX IS KEYED AGREEMENT-FIRST, SO EACH RETIRED NUMBER'S
      *  ROWS ARE ONE ADJACENT RANGE: COLLECT A BATCH, FILE EACH ROW
      *  UNDER THE NEW NUMBER, DELETE IT UNDER THE OLD, AND GO BACK
      *  TO THE START OF THE RANGE UNTIL IT IS EMPTY.
      ***************************************************************
       500-CUSTAGRX-MOVE.
      *
           MOVE +1                        TO WS-MAP-IDX
           PERFORM 510-MOVE-ONE-AGRE      THRU 510-EXIT
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR SEVERE-ERROR NOT = ' '
           .
       500-EXIT.
           EXIT.
      *
      *
       510-MOVE-ONE-AGRE.
      *
           MOVE 'N'                       TO WS-AGRE-DONE-SW
           PERFORM 515-MOVE-AGRX-BATCH    THRU 515-EXIT
                   UNTIL WS-AGRE-DONE OR SEVERE-ERROR NOT = ' '
           ADD  +1                        TO WS-MAP-IDX
           .
       510-EXIT.
           EXIT.
      *
      *
       515-MOVE-AGRX-BATCH.
      *
           MOVE +0                        TO WS-MOVE-COUNT
           PERFORM 540-START-AGRX-RANGE   THRU 540-EXIT
           PERFORM 520-COLLECT-ONE-AGRX   THRU 520-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR WS-MOVE-COUNT >= WS-MOVE-TBL-MAX
      *
           IF   WS-MOVE-COUNT < WS-MOVE-TBL-MAX
                SET  WS-AGRE-DONE          TO TRUE
           END-IF
           MOVE +1                        TO WS-MOVE-IDX
           PERFORM 525-MOVE-ONE-AGRX      THRU 525-EXIT
                   UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                      OR SEVERE-ERROR NOT = ' '
           .
       515-EXIT.
           EXIT.
      *
      *
       520-COLLECT-ONE-AGRX.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   AGRX-AGRE-BUSN-ID NOT = WS-MAP-TBL-OLD (WS-MAP-IDX)
                SET  WS-BROWSE-EOF         TO TRUE
           ELSE
                ADD  +1                    TO WS-MOVE-COUNT
                MOVE AGRX-RECORD (1:21)
                  TO WS-MOVE-KEY (WS-MOVE-COUNT)
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
       525-MOVE-ONE-AGRX.
      *
           MOVE WS-MOVE-KEY (WS-MOVE-IDX) TO WS-OLD-AGRX-KEY
                                             AGRX-RECORD-KEY
           ADD  +1                        TO WS-MOVE-IDX
      *
           MOVE SPACES                    TO AGRX-RECORD
           MOVE WS-MAP-TBL-NEW (WS-MAP-IDX) TO AGRX-AGRE-BUSN-ID
           MOVE AGRX-KEY-KEY-ID           TO AGRX-KEY-ID
           MOVE WS-TODAY-CCYYMMDD         TO AGRX-LAST-LOAD-DATE
           PERFORM 530-FILE-NEW-AGRX      THRU 530-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 525-EXIT
           END-IF
      *
           MOVE WS-OLD-AGRX-KEY           TO AGRX-RECORD-KEY
           MOVE TP90-VALUE-DELETE         TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM: AGRX DELETE FAILED FOR '
                        AGRX-RECORD-KEY ' RC = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                   TO WS-MAP-AGRX-MOVED
                                             (WS-MAP-IDX)
                ADD  +1                   TO WS-AGRX-MOVED-CNT
           END-IF
           .
       525-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FILE AGRX-RECORD UNDER ITS OWN KEY - WRITE, OR REWRITE IF
      *  THE NEW NUMBER ALREADY HAS A ROW FOR THIS CUSTOMER.
      ***************************************************************
       530-FILE-NEW-AGRX.
      *
           MOVE 'CUSTAGRX'                TO TP90G-DDNAME
           MOVE TP90-VALUE-VSAM           TO TP90G-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90G-FILE-MODE
           MOVE LENGTH OF AGRX-RECORD     TO TP90G-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90G-RECFM
           MOVE AGRX-RECORD (1:21)        TO AGRX-RECORD-KEY
           MOVE TP90-VALUE-WRITE          TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE     TO TP90G-FUNCTION-CODE
                CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                      AGRX-RECORD,
                                      AGRX-RECORD-KEY
           END-IF
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM: AGRX WRITE FAILED FOR '
                        AGRX-RECORD-KEY ' RC = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       530-EXIT.
           EXIT.
      *
      *
       540-START-AGRX-RANGE.
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE 'CUSTAGRX'                TO TP90G-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90G-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90G-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90G-FILE-MODE
           MOVE LENGTH OF AGRX-RECORD     TO TP90G-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90G-RECFM
           MOVE LOW-VALUES                TO AGRX-RECORD-KEY
           MOVE WS-MAP-TBL-OLD (WS-MAP-IDX) TO AGRX-KEY-AGRE-BUSN-ID
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
           .
       540-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  COUNT ANY CUSTAGRX ROW STILL FILED UNDER A RETIRED NUMBER.
      ***************************************************************
       550-CUSTAGRX-VERIFY.
      *
           MOVE +1                        TO WS-MAP-IDX
           PERFORM 555-VERIFY-ONE-AGRE    THRU 555-EXIT
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
           .
       550-EXIT.
           EXIT.
      *
      *
       555-VERIFY-ONE-AGRE.
      *
           PERFORM 540-START-AGRX-RANGE   THRU 540-EXIT
           PERFORM 560-COUNT-ONE-AGRX     THRU 560-EXIT
                   UNTIL WS-BROWSE-EOF
           ADD  +1                        TO WS-MAP-IDX
           .
       555-EXIT.
           EXIT.
      *
      *
       560-COUNT-ONE-AGRX.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   AGRX-AGRE-BUSN-ID NOT = WS-MAP-TBL-OLD (WS-MAP-IDX)
                SET  WS-BROWSE-EOF         TO TRUE
           ELSE
                ADD  +1                    TO WS-MAP-AGRX-LEFT
                                              (WS-MAP-IDX)
                ADD  +1                    TO WS-AGRX-LEFT-CNT
                MOVE 'CUSTAGRX'            TO WS-EXC-STORE
                MOVE AGRX-RECORD (1:21)    TO WS-EXC-KEY
                MOVE WS-MAP-IDX            TO WS-BSRCH-MID
                PERFORM 740-NOTE-EXCEPTION THRU 740-EXIT
           END-IF
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE AGRALIAS ENTRY PER RETIRED NUMBER.  A RERUN OF THE SAME
      *  MAP REWRITES IT, RESTARTING THE GRACE PERIOD.
      ***************************************************************
       600-WRITE-ALIASES.
      *
           MOVE +1                        TO WS-MAP-IDX
           PERFORM 610-WRITE-ONE-ALIAS    THRU 610-EXIT
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR SEVERE-ERROR NOT = ' '
           .
       600-EXIT.
           EXIT.
      *
      *
       610-WRITE-ONE-ALIAS.
      *
           MOVE SPACES                    TO AGAL-RECORD
           MOVE WS-MAP-TBL-OLD (WS-MAP-IDX) TO AGAL-OLD-AGRE-BUSN-ID
                                             AGAL-RECORD-KEY
           MOVE WS-MAP-TBL-NEW (WS-MAP-IDX) TO AGAL-NEW-AGRE-BUSN-ID
           MOVE WS-TODAY-CCYYMMDD         TO AGAL-RENUMBER-DATE
           MOVE WS-GRACE-END-DATE         TO AGAL-GRACE-END-DATE
           MOVE WS-MAP-CUST-MOVED (WS-MAP-IDX) TO AGAL-CUST-MOVED-CNT
           ADD  +1                        TO WS-MAP-IDX
      *
           MOVE 'AGRALIAS'                TO TP90A-DDNAME
           MOVE TP90-VALUE-VSAM           TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90A-FILE-MODE
           MOVE LENGTH OF AGAL-RECORD     TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           MOVE TP90-VALUE-WRITE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 AGAL-RECORD,
                                 AGAL-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      AGAL-RECORD,
                                      AGAL-RECORD-KEY
           END-IF
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM: AGRALIAS WRITE FAILED FOR '
                        AGAL-RECORD-KEY ' RC = ' TP90A-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                   TO WS-ALIAS-WRITTEN-CNT
           END-IF
           .
       610-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BINARY-SEARCH THE MAP FOR WS-SEARCH-AGRE.
      ***************************************************************
       720-SEARCH-MAP.
      *
           MOVE 'N'                       TO WS-BSRCH-FOUND-SW
           MOVE +1                        TO WS-BSRCH-LO
           MOVE WS-MAP-COUNT              TO WS-BSRCH-HI
           PERFORM 725-SEARCH-STEP        THRU 725-EXIT
                   UNTIL WS-BSRCH-FOUND
                      OR WS-BSRCH-LO > WS-BSRCH-HI
           .
       720-EXIT.
           EXIT.
      *
      *
       725-SEARCH-STEP.
      *
           COMPUTE WS-BSRCH-MID =
                   (WS-BSRCH-LO + WS-BSRCH-HI) / +2
           EVALUATE TRUE
             WHEN WS-MAP-TBL-OLD (WS-BSRCH-MID) = WS-SEARCH-AGRE
                  SET  WS-BSRCH-FOUND      TO TRUE
             WHEN WS-MAP-TBL-OLD (WS-BSRCH-MID) < WS-SEARCH-AGRE
                  COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + +1
             WHEN OTHER
                  COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - +1
           END-EVALUATE
           .
       725-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  HOLD A VERIFICATION RESIDUAL (AGAINST MAP ENTRY
      *  WS-BSRCH-MID) FOR THE REPORT'S EXCEPTION SECTION.
      ***************************************************************
       740-NOTE-EXCEPTION.
      *
           ADD  +1                        TO WS-EXC-COUNT
           IF   WS-EXC-COUNT <= WS-EXC-TBL-MAX
                MOVE WS-EXC-COUNT         TO WS-EXC-IDX
                MOVE WS-EXC-STORE         TO WS-EXC-TBL-STORE
                                             (WS-EXC-IDX)
                MOVE WS-MAP-TBL-OLD (WS-BSRCH-MID)
                                          TO WS-EXC-TBL-AGRE
                                             (WS-EXC-IDX)
                MOVE WS-EXC-KEY           TO WS-EXC-TBL-KEY
                                             (WS-EXC-IDX)
           END-IF
           .
       740-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CONTROL REPORT: ONE LINE PER MAPPED AGREEMENT SHOWING
      *  WHAT MOVED AND WHAT THE VERIFICATION PASS STILL FOUND ON
      *  THE OLD NUMBER, THEN TOTALS, THEN THE RESIDUALS THEMSELVES.
      *  AN AGREEMENT NOBODY HELD IS COMPLETE - THERE WAS NOTHING
      *  TO MOVE - BUT IS FLAGGED SO THE MASTER'S MAP CAN BE CHECKED.
      ***************************************************************
       800-WRITE-CONTROL-RPT.
      *
           MOVE WS-TODAY-CCYYMMDD         TO WS-RPT-TITLE-DATE
           MOVE WS-GRACE-END-DATE         TO WS-RPT-TITLE-GRACE
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
           MOVE WS-RPT-HEAD-LINE          TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
      *
           MOVE +1                        TO WS-MAP-IDX
           PERFORM 810-WRITE-ONE-DETAIL   THRU 810-EXIT
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE WS-MAP-COUNT              TO WS-RPT-TOT-ENTRIES
           MOVE WS-CUST-MOVED-CNT         TO WS-RPT-TOT-CUST-MOVED
           MOVE WS-HIST-MOVED-CNT         TO WS-RPT-TOT-HIST-MOVED
           MOVE WS-AGRX-MOVED-CNT         TO WS-RPT-TOT-AGRX-MOVED
           MOVE WS-CUST-LEFT-CNT          TO WS-RPT-TOT-CUST-LEFT
           MOVE WS-HIST-LEFT-CNT          TO WS-RPT-TOT-HIST-LEFT
           MOVE WS-AGRX-LEFT-CNT          TO WS-RPT-TOT-AGRX-LEFT
           MOVE WS-ENTRIES-OPEN-CNT       TO WS-RPT-TOT-OPEN
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
           MOVE WS-RPT-TOTAL-LINE         TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
      *
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
           MOVE WS-RPT-EXC-HEAD-LINE      TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
           IF   WS-EXC-COUNT = ZERO
                MOVE WS-RPT-EXC-NONE-LINE TO WS-RPT-LINE
                PERFORM 890-WRITE-RPT-LINE THRU 890-EXIT
           ELSE
                MOVE +1                   TO WS-EXC-IDX
                PERFORM 820-WRITE-ONE-EXC THRU 820-EXIT
                        UNTIL WS-EXC-IDX > WS-EXC-COUNT
                           OR WS-EXC-IDX > WS-EXC-TBL-MAX
                IF   WS-EXC-COUNT > WS-EXC-TBL-MAX
                     COMPUTE WS-RPT-EXC-MORE-CNT =
                             WS-EXC-COUNT - WS-EXC-TBL-MAX
                     MOVE WS-RPT-EXC-MORE-LINE TO WS-RPT-LINE
                     PERFORM 890-WRITE-RPT-LINE THRU 890-EXIT
                END-IF
           END-IF
           .
       800-EXIT.
           EXIT.
      *
      *
       810-WRITE-ONE-DETAIL.
      *
           MOVE WS-MAP-TBL-OLD (WS-MAP-IDX)    TO WS-RPT-OLD-AGRE
           MOVE WS-MAP-TBL-NEW (WS-MAP-IDX)    TO WS-RPT-NEW-AGRE
           MOVE WS-MAP-CUST-MOVED (WS-MAP-IDX) TO WS-RPT-CUST-MOVED
           MOVE WS-MAP-HIST-MOVED (WS-MAP-IDX) TO WS-RPT-HIST-MOVED
           MOVE WS-MAP-AGRX-MOVED (WS-MAP-IDX) TO WS-RPT-AGRX-MOVED
           MOVE WS-MAP-CUST-LEFT (WS-MAP-IDX)  TO WS-RPT-CUST-LEFT
           MOVE WS-MAP-HIST-LEFT (WS-MAP-IDX)  TO WS-RPT-HIST-LEFT
           MOVE WS-MAP-AGRX-LEFT (WS-MAP-IDX)  TO WS-RPT-AGRX-LEFT
           EVALUATE TRUE
             WHEN WS-MAP-CUST-LEFT (WS-MAP-IDX) > ZERO
             OR   WS-MAP-HIST-LEFT (WS-MAP-IDX) > ZERO
             OR   WS-MAP-AGRX-LEFT (WS-MAP-IDX) > ZERO
                  MOVE 'INCOMPLETE'          TO WS-RPT-RESULT
                  ADD  +1                    TO WS-ENTRIES-OPEN-CNT
             WHEN WS-MAP-CUST-MOVED (WS-MAP-IDX) = ZERO
             AND  WS-MAP-HIST-MOVED (WS-MAP-IDX) = ZERO
             AND  WS-MAP-AGRX-MOVED (WS-MAP-IDX) = ZERO
                  MOVE 'NO HOLDERS'          TO WS-RPT-RESULT
                  ADD  +1                    TO WS-ENTRIES-DONE-CNT
             WHEN OTHER
                  MOVE 'COMPLETE  '          TO WS-RPT-RESULT
                  ADD  +1                    TO WS-ENTRIES-DONE-CNT
           END-EVALUATE
           MOVE WS-RPT-DETAIL-LINE        TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
           ADD  +1                        TO WS-MAP-IDX
           .
       810-EXIT.
           EXIT.
      *
      *
       820-WRITE-ONE-EXC.
      *
           MOVE WS-EXC-TBL-STORE (WS-EXC-IDX) TO WS-RPT-EXC-STORE
           MOVE WS-EXC-TBL-AGRE (WS-EXC-IDX)  TO WS-RPT-EXC-AGRE
           MOVE WS-EXC-TBL-KEY (WS-EXC-IDX)   TO WS-RPT-EXC-KEY
           MOVE WS-RPT-EXC-LINE           TO WS-RPT-LINE
           PERFORM 890-WRITE-RPT-LINE     THRU 890-EXIT
           ADD  +1                        TO WS-EXC-IDX
           .
       820-EXIT.
           EXIT.
      *
      *
       890-WRITE-RPT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAGRNM: ERROR WRITING AGRNMRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       890-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           IF   WS-CUSTNAMV-ENQ-HELD
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'N'                     TO WS-CUSTNAMV-ENQ-SW
           END-IF
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90H-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90H-FUNCTION-CODE
                CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                      HIST-RECORD-AREA,
                                      HIST-RECORD-KEY
           END-IF
           IF   TP90G-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90G-FUNCTION-CODE
                CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                      AGRX-RECORD,
                                      AGRX-RECORD-KEY
           END-IF
           IF   TP90A-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      AGAL-RECORD,
                                      AGAL-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE WS-ENTRIES-READ-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGRNM: ' WS-DISPLAY-MASK-1 ' MAP ENTRIES READ'
           MOVE WS-CUST-MOVED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGRNM: ' WS-DISPLAY-MASK-1 ' CUSTOMERS MOVED'
           MOVE WS-HIST-MOVED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGRNM: ' WS-DISPLAY-MASK-1
                   ' HISTORY VERSIONS MOVED'
           MOVE WS-AGRX-MOVED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGRNM: ' WS-DISPLAY-MASK-1 ' AGRX ROWS MOVED'
           MOVE WS-ALIAS-WRITTEN-CNT      TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGRNM: ' WS-DISPLAY-MASK-1 ' ALIASES WRITTEN'
           MOVE WS-ENTRIES-DONE-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGRNM: ' WS-DISPLAY-MASK-1
                   ' AGREEMENTS FULLY MOVED'
           MOVE WS-ENTRIES-OPEN-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGRNM: ' WS-DISPLAY-MASK-1
                   ' AGREEMENTS INCOMPLETE'
           .
       9900-EXIT.
           EXIT.
