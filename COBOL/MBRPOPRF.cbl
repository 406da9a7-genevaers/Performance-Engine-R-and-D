       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPOPRF.
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
      ** DESCRIPTION: MONTHLY CUSTOMER POPULATION ROLL-FORWARD.  WALKS *
      **              THE CUSTOMER COUNT FROM THE PRIOR MONTH'S        *
      **              CLOSING TO THIS MONTH'S CLOSING, BY STATUS AND   *
      **              BY SOURCE SYSTEM:                                *
      **                OPENING + NEW + RESTORED + REINSTATED          *
      **                - LAPSED - DECEASED +/- OTHER MOVES            *
      **                - PURGED - MERGED AWAY - OTHER DELETES         *
      **                = CLOSING                                      *
      **              THE MOVEMENTS COME FROM THE CUSTNAUD JOURNAL'S   *
      **              PARENT-RECORD PAIRS OF THE MONTH:                *
      **                ADDED   - RESTORED WHEN ARCHDIR HOLDS AN       *
      **                          ARCHIVED COPY OF THE KEY, ELSE NEW   *
      **                DELETED - MERGED AWAY WHEN MERGEFWD HOLDS A    *
      **                          FORWARDING STUB DATED THAT DAY OR    *
      **                          THE DAY BEFORE, PURGED WHEN ARCHDIR  *
      **                          HOLDS AN ENTRY SO DATED, ELSE OTHER  *
      **                CHANGED - OF STATUS OR SOURCE SYSTEM ONLY: TO  *
      **                          D IS DECEASED, A TO L LAPSED, L TO A *
      **                          REINSTATED, ANY OTHER AN OTHER MOVE. *
      **                          A MOVE TAKES ONE FROM ITS OLD BUCKET *
      **                          AND ADDS ONE TO ITS NEW, SO IT NETS  *
      **                          TO NOTHING IN THE TOTAL COLUMN.      *
      **              JOURNALLED ACTIVITY AFTER THE MONTH END IS ADDED *
      **              TO THE CLOSING TO GIVE THE COUNT EXPECTED ON     *
      **              CUSTNAMV NOW; CUSTNAMV IS THEN COUNTED AND ANY   *
      **              DIFFERENCE IS SHOWN AS UNEXPLAINED - A CHANGE TO *
      **              THE FILE THAT LEFT NO JOURNAL PAIR.              *
      **              THE OPENING IS THE PRIOR MONTH'S CLOSING FROM    *
      **              POPHIST (SEE GVBCPOPH); WITH NONE ON FILE IT IS  *
      **              WORKED BACK FROM THE ACTUAL COUNT AND SO FLAGGED.*
      **              THE MONTH'S CLOSING - THE ACTUAL COUNT LESS THE  *
      **              LATER ACTIVITY - IS SAVED ON POPHIST FOR THE     *
      **              NEXT MONTH TO OPEN FROM.  ARCHDIR, MERGEFWD AND  *
      **              POPHIST ARE OPTIONAL.                            *
      **              CONTROL CARD (MBRKWRD):                          *
      **                MONTH - CCYYMM (DEFAULT THE MONTH OF           *
      **                        YESTERDAY)                             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                                                               *
      ** INPUT FILES:   AUDIT TRAIL JOURNAL         (DDNAME=CUSTNAUD)  *
      **                VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ARCHIVE DIRECTORY           (DDNAME=ARCHDIR)   *
      **                MERGE FORWARDING STUBS      (DDNAME=MERGEFWD)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     POPULATION HISTORY          (DDNAME=POPHIST)   *
      **                                                               *
      ** OUTPUT FILES:  ROLL-FORWARD REPORT         (DDNAME=POPRPT)    *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - AN UNEXPLAINED DIFFERENCE WAS REPORTED    *
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
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-PAIRS-IN-MONTH-CNT       PIC S9(08) COMP VALUE +0.
       01  WS-PAIRS-AFTER-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-LINES-WRITTEN-CNT        PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-TIME-NOW                 PIC 9(08)  VALUE ZEROES.
       01  WS-YESTERDAY-CCYYMMDD       PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-MASK-2           PIC -Z,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-MONTH                PIC 9(06)  VALUE ZEROES.
       01  WS-CTL-MONTH-PARTS REDEFINES WS-CTL-MONTH.
           05  WS-CTL-CCYY             PIC 9(04).
           05  WS-CTL-MM               PIC 9(02).
       01  WS-PRIOR-MONTH              PIC 9(06)  VALUE ZEROES.
       01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-CCYY           PIC 9(04).
           05  WS-PRIOR-MM             PIC 9(02).
      *
       01  WS-ADIR-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-ADIR-OPEN                       VALUE 'Y'.
       01  WS-MFWD-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-MFWD-OPEN                       VALUE 'Y'.
       01  WS-POPH-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-POPH-OPEN                       VALUE 'Y'.
       01  WS-OPENING-DERIVED-SW       PIC X(01)  VALUE 'N'.
           88  WS-OPENING-DERIVED                 VALUE 'Y'.
       01  WS-UNEXPLAINED-SW           PIC X(01)  VALUE 'N'.
           88  WS-UNEXPLAINED-FOUND               VALUE 'Y'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-CUST-EOF                        VALUE 'Y'.
      *
      *****************************************************************
      *  THE ROLL-FORWARD GRID.  ONE ROW PER LINE OF THE REPORT; EACH
      *  ROW HOLDS THE STATUS BUCKETS (A, L, C, D, OTHER, TOTAL) AND
      *  THE SOURCE-SYSTEM BUCKETS (S, 1, 2, 3, 4, Q, OTHER, TOTAL).
      *  AN OUTFLOW IS HELD NEGATIVE, SO EVERY ROW FROM THE OPENING
      *  TO THE LAST MOVEMENT SIMPLY ADDS UP TO THE CLOSING.
      *****************************************************************
       01  WS-GRID-TBL.
           05  WS-GRID-ROW             OCCURS 15 TIMES.
               10  WS-STA-CNT          OCCURS 6 TIMES
                                       PIC S9(09) COMP-3.
               10  WS-SRC-CNT          OCCURS 8 TIMES
                                       PIC S9(09) COMP-3.
      *
       01  WS-ROW-OPENING              PIC S9(04) COMP VALUE +1.
       01  WS-ROW-NEW                  PIC S9(04) COMP VALUE +2.
       01  WS-ROW-RESTORED             PIC S9(04) COMP VALUE +3.
       01  WS-ROW-REINSTATED           PIC S9(04) COMP VALUE +4.
       01  WS-ROW-LAPSED               PIC S9(04) COMP VALUE +5.
       01  WS-ROW-DECEASED             PIC S9(04) COMP VALUE +6.
       01  WS-ROW-OTHER-MOVES          PIC S9(04) COMP VALUE +7.
       01  WS-ROW-PURGED               PIC S9(04) COMP VALUE +8.
       01  WS-ROW-MERGED               PIC S9(04) COMP VALUE +9.
       01  WS-ROW-OTHER-DELETES        PIC S9(04) COMP VALUE +10.
       01  WS-ROW-CLOSING              PIC S9(04) COMP VALUE +11.
       01  WS-ROW-AFTER                PIC S9(04) COMP VALUE +12.
       01  WS-ROW-EXPECTED             PIC S9(04) COMP VALUE +13.
       01  WS-ROW-ACTUAL               PIC S9(04) COMP VALUE +14.
       01  WS-ROW-UNEXPLAINED          PIC S9(04) COMP VALUE +15.
       01  WS-STA-BUCKETS              PIC S9(04) COMP VALUE +5.
       01  WS-STA-TOTAL                PIC S9(04) COMP VALUE +6.
       01  WS-SRC-BUCKETS              PIC S9(04) COMP VALUE +7.
       01  WS-SRC-TOTAL                PIC S9(04) COMP VALUE +8.
      *
       01  WS-ROW-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-COL-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-COL-MAX                  PIC S9(04) COMP VALUE +0.
       01  WS-MOVE-SUM                 PIC S9(09) COMP-3 VALUE +0.
       01  WS-RULE-END                 PIC S9(04) COMP VALUE +0.
      *
       01  WS-ROW-LABEL-VALUES.
           05  FILLER                  PIC X(24)  VALUE
               'OPENING (PRIOR CLOSING)'.
           05  FILLER                  PIC X(24)  VALUE
               'NEW CUSTOMERS'.
           05  FILLER                  PIC X(24)  VALUE
               'RESTORED FROM ARCHIVE'.
           05  FILLER                  PIC X(24)  VALUE
               'REINSTATED'.
           05  FILLER                  PIC X(24)  VALUE
               'LAPSED'.
           05  FILLER                  PIC X(24)  VALUE
               'DECEASED'.
           05  FILLER                  PIC X(24)  VALUE
               'OTHER STATUS/SOURCE MOVE'.
           05  FILLER                  PIC X(24)  VALUE
               'PURGED'.
           05  FILLER                  PIC X(24)  VALUE
               'MERGED AWAY'.
           05  FILLER                  PIC X(24)  VALUE
               'OTHER DELETES'.
           05  FILLER                  PIC X(24)  VALUE
               'CLOSING'.
           05  FILLER                  PIC X(24)  VALUE
               'ACTIVITY AFTER MONTH END'.
           05  FILLER                  PIC X(24)  VALUE
               'EXPECTED ON CUSTNAMV'.
           05  FILLER                  PIC X(24)  VALUE
               'ACTUAL ON CUSTNAMV'.
           05  FILLER                  PIC X(24)  VALUE
               'UNEXPLAINED DIFFERENCE'.
       01  WS-ROW-LABEL-TBL REDEFINES WS-ROW-LABEL-VALUES.
           05  WS-ROW-LABEL            OCCURS 15 TIMES
                                       PIC X(24).
       01  WS-ROW-MAX                  PIC S9(04) COMP VALUE +15.
      *
      *****************************************************************
      *  THE PAIR IN HAND.  A PARENT IMAGE HAS ITS NUMERIC TERM DATE
      *  IN BYTES 11-18; CHILD IMAGES DO NOT COUNT TOWARD THE
      *  POPULATION AND ARE PASSED OVER.
      *****************************************************************
       01  WS-AUDIT-RECORD.
           05  WS-AUDIT-REC-STAMP.
               10  WS-AUDIT-REC-RUN-DATE   PIC 9(08).
               10  WS-AUDIT-REC-RUN-TIME   PIC 9(06).
           05  WS-AUDIT-REC-CHANGE-TYPE    PIC X(07).
               88  WS-AUDIT-REC-ADDED             VALUE 'ADDED  '.
               88  WS-AUDIT-REC-CHANGED           VALUE 'CHANGED'.
               88  WS-AUDIT-REC-DELETED           VALUE 'DELETED'.
           05  WS-AUDIT-REC-KEY            PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE    PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ      PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH     PIC 9(15).
      *
       01  BEF-RECORD-AREA.
           05  BEF-FB-RECORD-AREA      PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==BEF==.
       01  AFT-RECORD-AREA.
           05  AFT-FB-RECORD-AREA      PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AFT==.
      *
       01  WS-PAIR-IN-MONTH-SW         PIC X(01)  VALUE 'N'.
           88  WS-PAIR-IN-MONTH                   VALUE 'Y'.
       01  WS-PAIR-PREV-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-LOOK-FROM-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-LOOK-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOOK-FOUND                      VALUE 'Y'.
      *
      *****************************************************************
      *  ONE IMAGE'S BUCKETS (250-SET-BUCKETS) AND ONE POSTING
      *  (260-POST-ONE-MOVEMENT).
      *****************************************************************
       01  WS-IMG-STATUS               PIC X(01)  VALUE SPACE.
       01  WS-IMG-SOURCE               PIC X(01)  VALUE SPACE.
       01  WS-IMG-STA-IDX              PIC S9(04) COMP VALUE +0.
       01  WS-IMG-SRC-IDX              PIC S9(04) COMP VALUE +0.
       01  WS-BEF-STA-IDX              PIC S9(04) COMP VALUE +0.
       01  WS-BEF-SRC-IDX              PIC S9(04) COMP VALUE +0.
       01  WS-POST-ROW                 PIC S9(04) COMP VALUE +0.
       01  WS-POST-DELTA               PIC S9(04) COMP VALUE +0.
      *
       COPY GVBCTP9R.
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCADIR.
       COPY GVBCMFWD.
       COPY GVBCPOPH.
      *
      *****************************************************************
      *  REPORT LINES.  A GRID LINE IS A 24-BYTE LABEL AND UP TO
      *  EIGHT 13-BYTE COLUMNS.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(30)  VALUE
               'MBRPOPRF  CUSTOMER POPULATION'.
           05  FILLER                  PIC X(20)  VALUE
               ' ROLL-FORWARD'.
           05  FILLER                  PIC X(06)  VALUE 'MONTH '.
           05  WS-RPT-TITLE-MONTH      PIC 9(06).
           05  FILLER                  PIC X(09)  VALUE '   RUN ON'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-TITLE-RUN-DATE   PIC 9(08).
           05  FILLER                  PIC X(52)  VALUE SPACES.
      *
       01  WS-RPT-STA-HEAD-LINE.
           05  FILLER                  PIC X(24)  VALUE 'BY STATUS'.
           05  FILLER                  PIC X(13)  VALUE '       ACTIVE'.
           05  FILLER                  PIC X(13)  VALUE '       LAPSED'.
           05  FILLER                  PIC X(13)  VALUE '       CLOSED'.
           05  FILLER                  PIC X(13)  VALUE '     DECEASED'.
           05  FILLER                  PIC X(13)  VALUE '        OTHER'.
           05  FILLER                  PIC X(13)  VALUE '        TOTAL'.
           05  FILLER                  PIC X(30)  VALUE SPACES.
      *
       01  WS-RPT-SRC-HEAD-LINE.
           05  FILLER                  PIC X(24)  VALUE
               'BY SOURCE SYSTEM'.
           05  FILLER                  PIC X(13)  VALUE '     SOURCE S'.
           05  FILLER                  PIC X(13)  VALUE '     SOURCE 1'.
           05  FILLER                  PIC X(13)  VALUE '     SOURCE 2'.
           05  FILLER                  PIC X(13)  VALUE '     SOURCE 3'.
           05  FILLER                  PIC X(13)  VALUE '     SOURCE 4'.
           05  FILLER                  PIC X(13)  VALUE '     SOURCE Q'.
           05  FILLER                  PIC X(13)  VALUE '        OTHER'.
           05  FILLER                  PIC X(13)  VALUE '        TOTAL'.
           05  FILLER                  PIC X(04)  VALUE SPACES.
      *
       01  WS-RPT-RULE-LINE.
           05  FILLER                  PIC X(24)  VALUE SPACES.
           05  WS-RPT-RULE-COL         OCCURS 8 TIMES
                                       PIC X(13)  VALUE
               '  -----------'.
           05  FILLER                  PIC X(04)  VALUE SPACES.
      *
       01  WS-RPT-GRID-LINE.
           05  WS-RPT-GRID-LABEL       PIC X(24).
           05  WS-RPT-GRID-COL         OCCURS 8 TIMES.
               10  FILLER              PIC X(01).
               10  WS-RPT-GRID-CELL    PIC ----,---,--9.
           05  FILLER                  PIC X(04).
      *
       01  WS-RPT-NOTE-DERIVED.
           05  FILLER                  PIC X(44)  VALUE
               'NOTE: NO CLOSING FOR THE PRIOR MONTH IS ON P'.
           05  FILLER                  PIC X(44)  VALUE
               'OPHIST - THE OPENING IS WORKED BACK FROM THE'.
           05  FILLER                  PIC X(44)  VALUE
               ' ACTUAL COUNT.'.
       01  WS-RPT-NOTE-NO-ADIR.
           05  FILLER                  PIC X(44)  VALUE
               'NOTE: ARCHDIR NOT AVAILABLE - RESTORES COUNT'.
           05  FILLER                  PIC X(44)  VALUE
               ' AS NEW CUSTOMERS AND PURGES AS OTHER DELETE'.
           05  FILLER                  PIC X(44)  VALUE
               'S.'.
       01  WS-RPT-NOTE-NO-MFWD.
           05  FILLER                  PIC X(44)  VALUE
               'NOTE: MERGEFWD NOT AVAILABLE - MERGES COUNT '.
           05  FILLER                  PIC X(44)  VALUE
               'AS PURGED OR OTHER DELETES.'.
           05  FILLER                  PIC X(44)  VALUE SPACES.
       01  WS-RPT-NOTE-EXPLAIN.
           05  FILLER                  PIC X(44)  VALUE
               'UNEXPLAINED = ACTUAL - EXPECTED: CUSTNAMV CH'.
           05  FILLER                  PIC X(44)  VALUE
               'ANGES THAT LEFT NO CUSTNAUD JOURNAL PAIR.'.
           05  FILLER                  PIC X(44)  VALUE SPACES.
       01  WS-RPT-WARN-LINE.
           05  FILLER                  PIC X(26)  VALUE
               '*** UNEXPLAINED DIFFERENCE'.
           05  FILLER                  PIC X(04)  VALUE ' OF '.
           05  WS-RPT-WARN-CNT         PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(44)  VALUE
               ' CUSTOMERS IN TOTAL - SEE THE BUCKETS ABOVE '.
           05  FILLER                  PIC X(44)  VALUE '***'.
      *
       COPY GVBCKWRD.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90V-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90V-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90V-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90V-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90V-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90V-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90V-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90V-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90V-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90V-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90V-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90D-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90D-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90D-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90D-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90D-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90D-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90D-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90D-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90D-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90D-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90D-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90M-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90M-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90M-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90M-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90M-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90M-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90M-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90M-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90M-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90M-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90M-ESDS==.
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
       01  WS-TP90-RECORD-KEY          PIC X(16)  VALUE SPACES.
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW             FROM TIME
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRPOPRF'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-READ-ONE-PAIR     THRU 200-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 300-COUNT-CUSTNAMV    THRU 300-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 400-SET-THE-OPENING   THRU 400-EXIT
                PERFORM 500-ROLL-FORWARD      THRU 500-EXIT
                PERFORM 600-PRINT-THE-REPORT  THRU 600-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 700-SAVE-THE-CLOSING  THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRPOPRF'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-LINES-WRITTEN-CNT      TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-UNEXPLAINED-FOUND
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
           MOVE WS-TODAY-CCYYMMDD         TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY - 1
           CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
           MOVE GDAT-GREGORIAN-DATE       TO WS-YESTERDAY-CCYYMMDD
      *
           MOVE 'MBRPOPRF'             TO KWRD-CALLER-ID
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
                  DISPLAY 'MBRPOPRF: MONTH MUST BE CCYYMM'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:6)  TO WS-CTL-MONTH
           END-EVALUATE
      *
           IF   WS-CTL-MONTH = ZEROES
                MOVE WS-YESTERDAY-CCYYMMDD (1:6) TO WS-CTL-MONTH
           END-IF
           IF   WS-CTL-MM < 01 OR WS-CTL-MM > 12
                DISPLAY 'MBRPOPRF: MONTH ' WS-CTL-MONTH
                        ' IS NOT A VALID CCYYMM'
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           IF   WS-CTL-MONTH > WS-TODAY-CCYYMMDD (1:6)
                DISPLAY 'MBRPOPRF: MONTH ' WS-CTL-MONTH
                        ' HAS NOT BEGUN'
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           IF   WS-CTL-MM = 01
                COMPUTE WS-PRIOR-CCYY = WS-CTL-CCYY - 1
                MOVE 12                   TO WS-PRIOR-MM
           ELSE
                MOVE WS-CTL-CCYY          TO WS-PRIOR-CCYY
                COMPUTE WS-PRIOR-MM = WS-CTL-MM - 1
           END-IF
           DISPLAY 'MBRPOPRF: ROLLING FORWARD MONTH ' WS-CTL-MONTH
                   ' FROM ' WS-PRIOR-MONTH
      *
           INITIALIZE WS-GRID-TBL
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAUD'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-AUDIT-RECORD TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 WS-TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPOPRF DD: CUSTNAUD, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90V-ANCHOR              TO NULL
           MOVE 'CUSTNAMV'                TO TP90V-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90V-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90V-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90V-FILE-MODE
           MOVE SPACES                    TO TP90V-RETURN-CODE
           MOVE +0                        TO TP90V-VSAM-RETURN-CODE
           MOVE +0                        TO TP90V-RECORD-LENGTH
           MOVE SPACES                    TO TP90V-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPOPRF DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90V-RETURN-CODE
                SET  TP90V-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90V-DDNAME
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'POPRPT  '                TO TP90R-DDNAME
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
                DISPLAY 'MBRPOPRF DD: POPRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           PERFORM 110-OPEN-ARCHDIR       THRU 110-EXIT
           PERFORM 120-OPEN-MERGEFWD      THRU 120-EXIT
           PERFORM 130-OPEN-POPHIST       THRU 130-EXIT
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE OPTIONAL FILES.  ONE THAT WILL NOT OPEN IS REPORTED AND
      *  THE ROLL-FORWARD RUNS WITHOUT IT.
      ***************************************************************
       110-OPEN-ARCHDIR.
      *
           SET  TP90D-ANCHOR              TO NULL
           MOVE 'ARCHDIR '                TO TP90D-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90D-FILE-MODE
           MOVE SPACES                    TO TP90D-RETURN-CODE
           MOVE +0                        TO TP90D-VSAM-RETURN-CODE
           MOVE +0                        TO TP90D-RECORD-LENGTH
           MOVE SPACES                    TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 ADIR-RECORD,
                                 ADIR-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPOPRF: ARCHDIR NOT AVAILABLE, RET CD = '
                        TP90D-RETURN-CODE ' - RESTORES AND PURGES '
                        'WILL NOT BE TOLD APART'
                SET  TP90D-ANCHOR           TO NULL
           ELSE
                SET  WS-ADIR-OPEN           TO TRUE
                DISPLAY 'DATASET OPENED: ' TP90D-DDNAME
           END-IF
           .
       110-EXIT.
           EXIT.
      *
       120-OPEN-MERGEFWD.
      *
           SET  TP90M-ANCHOR              TO NULL
           MOVE 'MERGEFWD'                TO TP90M-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90M-FILE-MODE
           MOVE SPACES                    TO TP90M-RETURN-CODE
           MOVE +0                        TO TP90M-VSAM-RETURN-CODE
           MOVE +0                        TO TP90M-RECORD-LENGTH
           MOVE SPACES                    TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 MFWD-RECORD,
                                 MFWD-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPOPRF: MERGEFWD NOT AVAILABLE, RET CD = '
                        TP90M-RETURN-CODE ' - MERGES WILL NOT BE '
                        'TOLD APART'
                SET  TP90M-ANCHOR           TO NULL
           ELSE
                SET  WS-MFWD-OPEN           TO TRUE
                DISPLAY 'DATASET OPENED: ' TP90M-DDNAME
           END-IF
           .
       120-EXIT.
           EXIT.
      *
       130-OPEN-POPHIST.
      *
           SET  TP90H-ANCHOR              TO NULL
           MOVE 'POPHIST '                TO TP90H-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90H-FILE-MODE
           MOVE SPACES                    TO TP90H-RETURN-CODE
           MOVE +0                        TO TP90H-VSAM-RETURN-CODE
           MOVE +0                        TO TP90H-RECORD-LENGTH
           MOVE SPACES                    TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 POPH-RECORD,
                                 POPH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPOPRF: POPHIST NOT AVAILABLE, RET CD = '
                        TP90H-RETURN-CODE ' - THE OPENING WILL BE '
                        'DERIVED AND THE CLOSING NOT SAVED'
                SET  TP90H-ANCHOR           TO NULL
           ELSE
                SET  WS-POPH-OPEN           TO TRUE
                DISPLAY 'DATASET OPENED: ' TP90H-DDNAME
           END-IF
           .
       130-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE JOURNAL PAIR.  PAIRS BEFORE THE MONTH ARE ALREADY IN THE
      *  OPENING; PAIRS AFTER IT ARE COUNTED AS LATER ACTIVITY SO THE
      *  CLOSING CAN BE SET AGAINST THE FILE AS IT STANDS TODAY.
      ***************************************************************
       200-READ-ONE-PAIR.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO WS-AUDIT-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 WS-TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 200-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPOPRF: ERROR READING CUSTNAUD RC = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 200-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           IF   WS-AUDIT-REC-RUN-DATE NOT NUMERIC
                GO TO 200-EXIT
           END-IF
           IF   WS-AUDIT-REC-RUN-DATE (1:6) < WS-CTL-MONTH
                GO TO 200-EXIT
           END-IF
           IF   WS-AUDIT-REC-RUN-DATE (1:6) = WS-CTL-MONTH
                SET  WS-PAIR-IN-MONTH     TO TRUE
           ELSE
                MOVE 'N'                  TO WS-PAIR-IN-MONTH-SW
           END-IF
           MOVE WS-AUDIT-REC-BEFORE-IMAGE TO BEF-FB-RECORD-AREA
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO AFT-FB-RECORD-AREA
      *
           EVALUATE TRUE
             WHEN WS-AUDIT-REC-ADDED
              AND AFT-CUST-PLCY-TERM-EFF-DT NUMERIC
                  PERFORM 210-POST-ADDED   THRU 210-EXIT
             WHEN WS-AUDIT-REC-DELETED
              AND BEF-CUST-PLCY-TERM-EFF-DT NUMERIC
                  PERFORM 220-POST-DELETED THRU 220-EXIT
             WHEN WS-AUDIT-REC-CHANGED
              AND BEF-CUST-PLCY-TERM-EFF-DT NUMERIC
              AND AFT-CUST-PLCY-TERM-EFF-DT NUMERIC
                  PERFORM 230-POST-CHANGED THRU 230-EXIT
           END-EVALUATE
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A CUSTOMER ADDED: RESTORED IF ARCHDIR HOLDS AN ARCHIVED COPY
      *  OF THE KEY FROM ON OR BEFORE THE DAY, OTHERWISE NEW.
      ***************************************************************
       210-POST-ADDED.
      *
           IF   WS-PAIR-IN-MONTH
                MOVE ZEROES               TO WS-LOOK-FROM-DATE
                PERFORM 280-LOOK-FOR-ARCHIVE THRU 280-EXIT
                IF   WS-LOOK-FOUND
                     MOVE WS-ROW-RESTORED TO WS-POST-ROW
                ELSE
                     MOVE WS-ROW-NEW      TO WS-POST-ROW
                END-IF
                ADD  +1                   TO WS-PAIRS-IN-MONTH-CNT
           ELSE
                MOVE WS-ROW-AFTER         TO WS-POST-ROW
                ADD  +1                   TO WS-PAIRS-AFTER-CNT
           END-IF
      *
           MOVE AFT-CUST-STATUS           TO WS-IMG-STATUS
           MOVE AFT-CUST-SRC-SYS-CODE     TO WS-IMG-SOURCE
           PERFORM 250-SET-BUCKETS        THRU 250-EXIT
           MOVE +1                        TO WS-POST-DELTA
           PERFORM 260-POST-ONE-MOVEMENT  THRU 260-EXIT
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A CUSTOMER DELETED: MERGED AWAY IF MERGEFWD HOLDS A STUB FOR
      *  THE KEY, PURGED IF ARCHDIR HOLDS AN ENTRY, EACH DATED THAT
      *  DAY OR THE DAY BEFORE (THE JOURNAL IS STAMPED AS THE PAIR IS
      *  WRITTEN, WHICH MAY BE PAST MIDNIGHT), OTHERWISE AN OTHER
      *  DELETE.
      ***************************************************************
       220-POST-DELETED.
      *
           IF   WS-PAIR-IN-MONTH
                PERFORM 270-PRIOR-DAY     THRU 270-EXIT
                PERFORM 290-LOOK-FOR-MERGE THRU 290-EXIT
                IF   WS-LOOK-FOUND
                     MOVE WS-ROW-MERGED   TO WS-POST-ROW
                ELSE
                     MOVE WS-PAIR-PREV-DATE TO WS-LOOK-FROM-DATE
                     PERFORM 280-LOOK-FOR-ARCHIVE THRU 280-EXIT
                     IF   WS-LOOK-FOUND
                          MOVE WS-ROW-PURGED TO WS-POST-ROW
                     ELSE
                          MOVE WS-ROW-OTHER-DELETES TO WS-POST-ROW
                     END-IF
                END-IF
                ADD  +1                   TO WS-PAIRS-IN-MONTH-CNT
           ELSE
                MOVE WS-ROW-AFTER         TO WS-POST-ROW
                ADD  +1                   TO WS-PAIRS-AFTER-CNT
           END-IF
      *
           MOVE BEF-CUST-STATUS           TO WS-IMG-STATUS
           MOVE BEF-CUST-SRC-SYS-CODE     TO WS-IMG-SOURCE
           PERFORM 250-SET-BUCKETS        THRU 250-EXIT
           MOVE -1                        TO WS-POST-DELTA
           PERFORM 260-POST-ONE-MOVEMENT  THRU 260-EXIT
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A CUSTOMER CHANGED.  ONLY A CHANGE OF STATUS OR SOURCE
      *  SYSTEM MOVES THE POPULATION: ONE OUT OF THE OLD BUCKETS AND
      *  ONE INTO THE NEW.
      ***************************************************************
       230-POST-CHANGED.
      *
           MOVE BEF-CUST-STATUS           TO WS-IMG-STATUS
           MOVE BEF-CUST-SRC-SYS-CODE     TO WS-IMG-SOURCE
           PERFORM 250-SET-BUCKETS        THRU 250-EXIT
           MOVE WS-IMG-STA-IDX            TO WS-BEF-STA-IDX
           MOVE WS-IMG-SRC-IDX            TO WS-BEF-SRC-IDX
           MOVE AFT-CUST-STATUS           TO WS-IMG-STATUS
           MOVE AFT-CUST-SRC-SYS-CODE     TO WS-IMG-SOURCE
           PERFORM 250-SET-BUCKETS        THRU 250-EXIT
           IF   WS-IMG-STA-IDX = WS-BEF-STA-IDX
           AND  WS-IMG-SRC-IDX = WS-BEF-SRC-IDX
                GO TO 230-EXIT
           END-IF
      *
           IF   WS-PAIR-IN-MONTH
                EVALUATE TRUE
                  WHEN WS-IMG-STA-IDX = WS-BEF-STA-IDX
                       MOVE WS-ROW-OTHER-MOVES TO WS-POST-ROW
                  WHEN AFT-CUST-STATUS = 'D'
                       MOVE WS-ROW-DECEASED    TO WS-POST-ROW
                  WHEN BEF-CUST-STATUS = 'A'
                   AND AFT-CUST-STATUS = 'L'
                       MOVE WS-ROW-LAPSED      TO WS-POST-ROW
                  WHEN BEF-CUST-STATUS = 'L'
                   AND AFT-CUST-STATUS = 'A'
                       MOVE WS-ROW-REINSTATED  TO WS-POST-ROW
                  WHEN OTHER
                       MOVE WS-ROW-OTHER-MOVES TO WS-POST-ROW
                END-EVALUATE
                ADD  +1                   TO WS-PAIRS-IN-MONTH-CNT
           ELSE
                MOVE WS-ROW-AFTER         TO WS-POST-ROW
                ADD  +1                   TO WS-PAIRS-AFTER-CNT
           END-IF
      *
           MOVE +1                        TO WS-POST-DELTA
           PERFORM 260-POST-ONE-MOVEMENT  THRU 260-EXIT
           MOVE WS-BEF-STA-IDX            TO WS-IMG-STA-IDX
           MOVE WS-BEF-SRC-IDX            TO WS-IMG-SRC-IDX
           MOVE -1                        TO WS-POST-DELTA
           PERFORM 260-POST-ONE-MOVEMENT  THRU 260-EXIT
           .
       230-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE STATUS AND SOURCE-SYSTEM BUCKETS OF ONE IMAGE.
      ***************************************************************
       250-SET-BUCKETS.
      *
           EVALUATE WS-IMG-STATUS
             WHEN 'A'
                  MOVE +1                  TO WS-IMG-STA-IDX
             WHEN 'L'
                  MOVE +2                  TO WS-IMG-STA-IDX
             WHEN 'C'
                  MOVE +3                  TO WS-IMG-STA-IDX
             WHEN 'D'
                  MOVE +4                  TO WS-IMG-STA-IDX
             WHEN OTHER
                  MOVE WS-STA-BUCKETS      TO WS-IMG-STA-IDX
           END-EVALUATE
           EVALUATE WS-IMG-SOURCE
             WHEN 'S'
                  MOVE +1                  TO WS-IMG-SRC-IDX
             WHEN '1'
                  MOVE +2                  TO WS-IMG-SRC-IDX
             WHEN '2'
                  MOVE +3                  TO WS-IMG-SRC-IDX
             WHEN '3'
                  MOVE +4                  TO WS-IMG-SRC-IDX
             WHEN '4'
                  MOVE +5                  TO WS-IMG-SRC-IDX
             WHEN 'Q'
                  MOVE +6                  TO WS-IMG-SRC-IDX
             WHEN OTHER
                  MOVE WS-SRC-BUCKETS      TO WS-IMG-SRC-IDX
           END-EVALUATE
           .
       250-EXIT.
           EXIT.
      *
      *
       260-POST-ONE-MOVEMENT.
      *
           ADD  WS-POST-DELTA
                TO WS-STA-CNT (WS-POST-ROW, WS-IMG-STA-IDX)
                   WS-STA-CNT (WS-POST-ROW, WS-STA-TOTAL)
                   WS-SRC-CNT (WS-POST-ROW, WS-IMG-SRC-IDX)
                   WS-SRC-CNT (WS-POST-ROW, WS-SRC-TOTAL)
           .
       260-EXIT.
           EXIT.
      *
      *
       270-PRIOR-DAY.
      *
           MOVE WS-AUDIT-REC-RUN-DATE     TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY - 1
           CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
           MOVE GDAT-GREGORIAN-DATE       TO WS-PAIR-PREV-DATE
           .
       270-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  IS THERE AN ARCHDIR ENTRY FOR THE PAIR'S KEY DATED FROM
      *  WS-LOOK-FROM-DATE TO THE PAIR'S OWN DATE?
      ***************************************************************
       280-LOOK-FOR-ARCHIVE.
      *
           MOVE 'N'                       TO WS-LOOK-FOUND-SW
           IF   NOT WS-ADIR-OPEN
                GO TO 280-EXIT
           END-IF
      *
           MOVE WS-AUDIT-REC-KEY          TO ADIR-KEY-KEY-ID
           MOVE WS-LOOK-FROM-DATE         TO ADIR-KEY-ARCH-DATE
           MOVE TP90-VALUE-START-BROWSE   TO TP90D-FUNCTION-CODE
           MOVE LENGTH OF ADIR-RECORD     TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 ADIR-RECORD,
                                 ADIR-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 280-EXIT
           END-IF
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 ADIR-RECORD,
                                 ADIR-RECORD-KEY
           IF   TP90D-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  ADIR-KEY-ID = WS-AUDIT-REC-KEY
           AND  ADIR-ARCH-DATE NOT > WS-AUDIT-REC-RUN-DATE
                SET  WS-LOOK-FOUND        TO TRUE
           END-IF
           .
       280-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  IS THERE A MERGEFWD STUB FOR THE PAIR'S KEY DATED THE PAIR'S
      *  DAY OR THE DAY BEFORE?
      ***************************************************************
       290-LOOK-FOR-MERGE.
      *
           MOVE 'N'                       TO WS-LOOK-FOUND-SW
           IF   NOT WS-MFWD-OPEN
                GO TO 290-EXIT
           END-IF
      *
           MOVE WS-AUDIT-REC-KEY          TO MFWD-RECORD-KEY
           MOVE TP90-VALUE-READ           TO TP90M-FUNCTION-CODE
           MOVE LENGTH OF MFWD-RECORD     TO TP90M-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 MFWD-RECORD,
                                 MFWD-RECORD-KEY
           IF   TP90M-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  MFWD-MERGE-DATE NOT < WS-PAIR-PREV-DATE
           AND  MFWD-MERGE-DATE NOT > WS-AUDIT-REC-RUN-DATE
                SET  WS-LOOK-FOUND        TO TRUE
           END-IF
           .
       290-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  COUNT CUSTNAMV AS IT STANDS.
      ***************************************************************
       300-COUNT-CUSTNAMV.
      *
           MOVE 'N'                       TO WS-CUST-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90V-FUNCTION-CODE
           MOVE LENGTH OF TP90-RECORD-AREA TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90V-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CUST-EOF          TO TRUE
           END-IF
           PERFORM 310-COUNT-ONE-CUSTOMER THRU 310-EXIT
                   UNTIL WS-CUST-EOF OR SEVERE-ERROR NOT = ' '
           .
       300-EXIT.
           EXIT.
      *
       310-COUNT-ONE-CUSTOMER.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90V-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RECORD-AREA
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-CUST-EOF         TO TRUE
                  GO TO 310-EXIT
             WHEN TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPOPRF DD: CUSTNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90V-RETURN-CODE
                  MOVE 'Y'                 TO SEVERE-ERROR
                  GO TO 310-EXIT
           END-EVALUATE
      *
           MOVE TP90-CUST-STATUS          TO WS-IMG-STATUS
           MOVE TP90-CUST-SRC-SYS-CODE    TO WS-IMG-SOURCE
           PERFORM 250-SET-BUCKETS        THRU 250-EXIT
           MOVE WS-ROW-ACTUAL             TO WS-POST-ROW
           MOVE +1                        TO WS-POST-DELTA
           PERFORM 260-POST-ONE-MOVEMENT  THRU 260-EXIT
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE OPENING IS THE PRIOR MONTH'S SAVED CLOSING.  WITH NONE ON
      *  FILE IT IS LEFT TO 500-ROLL-FORWARD TO WORK BACK.
      ***************************************************************
       400-SET-THE-OPENING.
      *
           SET  WS-OPENING-DERIVED        TO TRUE
           IF   NOT WS-POPH-OPEN
                GO TO 400-EXIT
           END-IF
      *
           MOVE WS-PRIOR-MONTH            TO POPH-RECORD-KEY
           MOVE TP90-VALUE-READ           TO TP90H-FUNCTION-CODE
           MOVE LENGTH OF POPH-RECORD     TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 POPH-RECORD,
                                 POPH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPOPRF: NO CLOSING ON POPHIST FOR '
                        WS-PRIOR-MONTH ' - OPENING DERIVED'
                GO TO 400-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-OPENING-DERIVED-SW
           MOVE +0                        TO WS-COL-IDX
           PERFORM 410-LOAD-ONE-STATUS    THRU 410-EXIT
                   UNTIL WS-COL-IDX >= WS-STA-BUCKETS
           MOVE +0                        TO WS-COL-IDX
           PERFORM 420-LOAD-ONE-SOURCE    THRU 420-EXIT
                   UNTIL WS-COL-IDX >= WS-SRC-BUCKETS
           .
       400-EXIT.
           EXIT.
      *
       410-LOAD-ONE-STATUS.
           ADD  +1                        TO WS-COL-IDX
           MOVE POPH-STATUS-CNT (WS-COL-IDX)
                TO WS-STA-CNT (WS-ROW-OPENING, WS-COL-IDX)
           ADD  POPH-STATUS-CNT (WS-COL-IDX)
                TO WS-STA-CNT (WS-ROW-OPENING, WS-STA-TOTAL)
           .
       410-EXIT.
           EXIT.
      *
       420-LOAD-ONE-SOURCE.
           ADD  +1                        TO WS-COL-IDX
           MOVE POPH-SOURCE-CNT (WS-COL-IDX)
                TO WS-SRC-CNT (WS-ROW-OPENING, WS-COL-IDX)
           ADD  POPH-SOURCE-CNT (WS-COL-IDX)
                TO WS-SRC-CNT (WS-ROW-OPENING, WS-SRC-TOTAL)
           .
       420-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ROLL EACH COLUMN FORWARD:
      *    CLOSING     = OPENING + THE MOVEMENTS OF THE MONTH
      *    EXPECTED    = CLOSING + THE ACTIVITY AFTER THE MONTH END
      *    UNEXPLAINED = ACTUAL - EXPECTED
      *  A DERIVED OPENING IS ACTUAL - LATER ACTIVITY - MOVEMENTS, SO
      *  IT LEAVES NOTHING UNEXPLAINED.
      ***************************************************************
       500-ROLL-FORWARD.
      *
           MOVE +0                        TO WS-COL-IDX
           PERFORM 510-ROLL-ONE-STATUS    THRU 510-EXIT
                   UNTIL WS-COL-IDX >= WS-STA-TOTAL
           MOVE +0                        TO WS-COL-IDX
           PERFORM 520-ROLL-ONE-SOURCE    THRU 520-EXIT
                   UNTIL WS-COL-IDX >= WS-SRC-TOTAL
           .
       500-EXIT.
           EXIT.
      *
       510-ROLL-ONE-STATUS.
      *
           ADD  +1                        TO WS-COL-IDX
           MOVE +0                        TO WS-MOVE-SUM
           MOVE WS-ROW-OPENING            TO WS-ROW-IDX
           PERFORM 515-ADD-ONE-STATUS-ROW THRU 515-EXIT
                   UNTIL WS-ROW-IDX >= WS-ROW-OTHER-DELETES
      *
           IF   WS-OPENING-DERIVED
                COMPUTE WS-STA-CNT (WS-ROW-OPENING, WS-COL-IDX) =
                        WS-STA-CNT (WS-ROW-ACTUAL, WS-COL-IDX)
                      - WS-STA-CNT (WS-ROW-AFTER, WS-COL-IDX)
                      - WS-MOVE-SUM
           END-IF
           COMPUTE WS-STA-CNT (WS-ROW-CLOSING, WS-COL-IDX) =
                   WS-STA-CNT (WS-ROW-OPENING, WS-COL-IDX)
                 + WS-MOVE-SUM
           COMPUTE WS-STA-CNT (WS-ROW-EXPECTED, WS-COL-IDX) =
                   WS-STA-CNT (WS-ROW-CLOSING, WS-COL-IDX)
                 + WS-STA-CNT (WS-ROW-AFTER, WS-COL-IDX)
           COMPUTE WS-STA-CNT (WS-ROW-UNEXPLAINED, WS-COL-IDX) =
                   WS-STA-CNT (WS-ROW-ACTUAL, WS-COL-IDX)
                 - WS-STA-CNT (WS-ROW-EXPECTED, WS-COL-IDX)
           IF   WS-STA-CNT (WS-ROW-UNEXPLAINED, WS-COL-IDX) NOT = ZERO
                SET  WS-UNEXPLAINED-FOUND TO TRUE
           END-IF
           .
       510-EXIT.
           EXIT.
      *
       515-ADD-ONE-STATUS-ROW.
           ADD  +1                        TO WS-ROW-IDX
           ADD  WS-STA-CNT (WS-ROW-IDX, WS-COL-IDX) TO WS-MOVE-SUM
           .
       515-EXIT.
           EXIT.
      *
       520-ROLL-ONE-SOURCE.
      *
           ADD  +1                        TO WS-COL-IDX
           MOVE +0                        TO WS-MOVE-SUM
           MOVE WS-ROW-OPENING            TO WS-ROW-IDX
           PERFORM 525-ADD-ONE-SOURCE-ROW THRU 525-EXIT
                   UNTIL WS-ROW-IDX >= WS-ROW-OTHER-DELETES
      *
           IF   WS-OPENING-DERIVED
                COMPUTE WS-SRC-CNT (WS-ROW-OPENING, WS-COL-IDX) =
                        WS-SRC-CNT (WS-ROW-ACTUAL, WS-COL-IDX)
                      - WS-SRC-CNT (WS-ROW-AFTER, WS-COL-IDX)
                      - WS-MOVE-SUM
           END-IF
           COMPUTE WS-SRC-CNT (WS-ROW-CLOSING, WS-COL-IDX) =
                   WS-SRC-CNT (WS-ROW-OPENING, WS-COL-IDX)
                 + WS-MOVE-SUM
           COMPUTE WS-SRC-CNT (WS-ROW-EXPECTED, WS-COL-IDX) =
                   WS-SRC-CNT (WS-ROW-CLOSING, WS-COL-IDX)
                 + WS-SRC-CNT (WS-ROW-AFTER, WS-COL-IDX)
           COMPUTE WS-SRC-CNT (WS-ROW-UNEXPLAINED, WS-COL-IDX) =
                   WS-SRC-CNT (WS-ROW-ACTUAL, WS-COL-IDX)
                 - WS-SRC-CNT (WS-ROW-EXPECTED, WS-COL-IDX)
           IF   WS-SRC-CNT (WS-ROW-UNEXPLAINED, WS-COL-IDX) NOT = ZERO
                SET  WS-UNEXPLAINED-FOUND TO TRUE
           END-IF
           .
       520-EXIT.
           EXIT.
      *
       525-ADD-ONE-SOURCE-ROW.
           ADD  +1                        TO WS-ROW-IDX
           ADD  WS-SRC-CNT (WS-ROW-IDX, WS-COL-IDX) TO WS-MOVE-SUM
           .
       525-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE REPORT: THE STATUS GRID, THE SOURCE-SYSTEM GRID, THEN
      *  THE NOTES AND, WHEN THE FILE DOES NOT AGREE, THE WARNING.
      ***************************************************************
       600-PRINT-THE-REPORT.
      *
           MOVE WS-CTL-MONTH              TO WS-RPT-TITLE-MONTH
           MOVE WS-TODAY-CCYYMMDD         TO WS-RPT-TITLE-RUN-DATE
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
      *
           MOVE WS-RPT-STA-HEAD-LINE      TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE WS-STA-TOTAL              TO WS-COL-MAX
           MOVE +0                        TO WS-ROW-IDX
           PERFORM 610-PRINT-ONE-ROW      THRU 610-EXIT
                   UNTIL WS-ROW-IDX >= WS-ROW-MAX
                      OR SEVERE-ERROR NOT = ' '
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
      *
           MOVE WS-RPT-SRC-HEAD-LINE      TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           MOVE WS-SRC-TOTAL              TO WS-COL-MAX
           MOVE +0                        TO WS-ROW-IDX
           PERFORM 610-PRINT-ONE-ROW      THRU 610-EXIT
                   UNTIL WS-ROW-IDX >= WS-ROW-MAX
                      OR SEVERE-ERROR NOT = ' '
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
      *
           IF   WS-OPENING-DERIVED
                MOVE WS-RPT-NOTE-DERIVED  TO WS-RPT-LINE
                PERFORM 800-WRITE-REPORT-LINE THRU 800-EXIT
           END-IF
           IF   NOT WS-ADIR-OPEN
                MOVE WS-RPT-NOTE-NO-ADIR  TO WS-RPT-LINE
                PERFORM 800-WRITE-REPORT-LINE THRU 800-EXIT
           END-IF
           IF   NOT WS-MFWD-OPEN
                MOVE WS-RPT-NOTE-NO-MFWD  TO WS-RPT-LINE
                PERFORM 800-WRITE-REPORT-LINE THRU 800-EXIT
           END-IF
           MOVE WS-RPT-NOTE-EXPLAIN       TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           IF   WS-UNEXPLAINED-FOUND
                MOVE WS-STA-CNT (WS-ROW-UNEXPLAINED, WS-STA-TOTAL)
                                          TO WS-RPT-WARN-CNT
                MOVE WS-RPT-WARN-LINE     TO WS-RPT-LINE
                PERFORM 800-WRITE-REPORT-LINE THRU 800-EXIT
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE GRID ROW, WITH A RULE ABOVE EACH TOTALLED ROW AND A
      *  BLANK LINE BETWEEN THE MONTH AND WHAT FOLLOWS IT.
      ***************************************************************
       610-PRINT-ONE-ROW.
      *
           ADD  +1                        TO WS-ROW-IDX
           EVALUATE WS-ROW-IDX
             WHEN WS-ROW-CLOSING
             WHEN WS-ROW-EXPECTED
             WHEN WS-ROW-UNEXPLAINED
                  MOVE WS-RPT-RULE-LINE    TO WS-RPT-LINE
                  COMPUTE WS-RULE-END = 25 + WS-COL-MAX * 13
                  MOVE SPACES TO WS-RPT-LINE (WS-RULE-END:)
                  PERFORM 800-WRITE-REPORT-LINE THRU 800-EXIT
             WHEN WS-ROW-AFTER
                  MOVE SPACES              TO WS-RPT-LINE
                  PERFORM 800-WRITE-REPORT-LINE THRU 800-EXIT
           END-EVALUATE
      *
           MOVE SPACES                    TO WS-RPT-GRID-LINE
           MOVE WS-ROW-LABEL (WS-ROW-IDX) TO WS-RPT-GRID-LABEL
           IF   WS-ROW-IDX = WS-ROW-OPENING
           AND  WS-OPENING-DERIVED
                MOVE 'OPENING (DERIVED)'  TO WS-RPT-GRID-LABEL
           END-IF
           MOVE +0                        TO WS-COL-IDX
           PERFORM 615-EDIT-ONE-CELL      THRU 615-EXIT
                   UNTIL WS-COL-IDX >= WS-COL-MAX
           MOVE WS-RPT-GRID-LINE          TO WS-RPT-LINE
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       610-EXIT.
           EXIT.
      *
       615-EDIT-ONE-CELL.
           ADD  +1                        TO WS-COL-IDX
           IF   WS-COL-MAX = WS-STA-TOTAL
                MOVE WS-STA-CNT (WS-ROW-IDX, WS-COL-IDX)
                     TO WS-RPT-GRID-CELL (WS-COL-IDX)
           ELSE
                MOVE WS-SRC-CNT (WS-ROW-IDX, WS-COL-IDX)
                     TO WS-RPT-GRID-CELL (WS-COL-IDX)
           END-IF
           .
       615-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SAVE THE MONTH'S CLOSING FOR THE NEXT MONTH TO OPEN FROM:
      *  THE COUNT ON CUSTNAMV LESS THE ACTIVITY SINCE THE MONTH END.
      *  A RERUN OF THE MONTH REPLACES ITS RECORD.
      ***************************************************************
       700-SAVE-THE-CLOSING.
      *
           IF   NOT WS-POPH-OPEN
                GO TO 700-EXIT
           END-IF
      *
           MOVE LOW-VALUES                TO POPH-RECORD
           MOVE WS-CTL-MONTH              TO POPH-MONTH
                                             POPH-RECORD-KEY
           MOVE WS-TODAY-CCYYMMDD         TO POPH-RUN-DATE
           MOVE WS-TIME-NOW (1:6)         TO POPH-RUN-TIME
           MOVE WS-OPENING-DERIVED-SW     TO POPH-OPENING-DERIVED
           MOVE WS-STA-CNT (WS-ROW-UNEXPLAINED, WS-STA-TOTAL)
                                          TO POPH-UNEXPLAINED-CNT
           MOVE +0                        TO WS-COL-IDX
           PERFORM 710-SAVE-ONE-STATUS    THRU 710-EXIT
                   UNTIL WS-COL-IDX >= WS-STA-BUCKETS
           MOVE +0                        TO WS-COL-IDX
           PERFORM 720-SAVE-ONE-SOURCE    THRU 720-EXIT
                   UNTIL WS-COL-IDX >= WS-SRC-BUCKETS
      *
           MOVE TP90-VALUE-WRITE          TO TP90H-FUNCTION-CODE
           MOVE LENGTH OF POPH-RECORD     TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 POPH-RECORD,
                                 POPH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE    TO TP90H-FUNCTION-CODE
                CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                      POPH-RECORD,
                                      POPH-RECORD-KEY
           END-IF
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPOPRF: ERROR SAVING ' WS-CTL-MONTH
                        ' ON POPHIST RC = ' TP90H-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
           ELSE
                DISPLAY 'MBRPOPRF: CLOSING FOR ' WS-CTL-MONTH
                        ' SAVED ON POPHIST'
           END-IF
           .
       700-EXIT.
           EXIT.
      *
       710-SAVE-ONE-STATUS.
           ADD  +1                        TO WS-COL-IDX
           COMPUTE POPH-STATUS-CNT (WS-COL-IDX) =
                   WS-STA-CNT (WS-ROW-ACTUAL, WS-COL-IDX)
                 - WS-STA-CNT (WS-ROW-AFTER, WS-COL-IDX)
           .
       710-EXIT.
           EXIT.
      *
       720-SAVE-ONE-SOURCE.
           ADD  +1                        TO WS-COL-IDX
           COMPUTE POPH-SOURCE-CNT (WS-COL-IDX) =
                   WS-SRC-CNT (WS-ROW-ACTUAL, WS-COL-IDX)
                 - WS-SRC-CNT (WS-ROW-AFTER, WS-COL-IDX)
           .
       720-EXIT.
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
                DISPLAY 'MBRPOPRF: ERROR WRITING POPRPT RC = '
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
                                      WS-AUDIT-RECORD,
                                      WS-TP90-RECORD-KEY
           END-IF
           IF   TP90V-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90V-FUNCTION-CODE
                CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90D-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      ADIR-RECORD,
                                      ADIR-RECORD-KEY
           END-IF
           IF   TP90M-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90M-FUNCTION-CODE
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      MFWD-RECORD,
                                      MFWD-RECORD-KEY
           END-IF
           IF   TP90H-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90H-FUNCTION-CODE
                CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                      POPH-RECORD,
                                      POPH-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      WS-TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPOPRF: ' WS-DISPLAY-MASK-1 ' JOURNAL PAIRS '
                   'READ'
           MOVE WS-PAIRS-IN-MONTH-CNT     TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPOPRF: ' WS-DISPLAY-MASK-1 ' CUSTOMER MOVEMENTS '
                   'IN THE MONTH'
           MOVE WS-PAIRS-AFTER-CNT        TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPOPRF: ' WS-DISPLAY-MASK-1 ' CUSTOMER MOVEMENTS '
                   'SINCE THE MONTH END'
           MOVE WS-STA-CNT (WS-ROW-ACTUAL, WS-STA-TOTAL)
                                          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPOPRF: ' WS-DISPLAY-MASK-1 ' CUSTOMERS ON '
                   'CUSTNAMV'
           MOVE WS-STA-CNT (WS-ROW-UNEXPLAINED, WS-STA-TOTAL)
                                          TO WS-DISPLAY-MASK-2
           DISPLAY 'MBRPOPRF: ' WS-DISPLAY-MASK-2 ' UNEXPLAINED'
           .
       9900-EXIT.
           EXIT.
