       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRETN.
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
      ** DESCRIPTION: RETENTION-POLICY HOUSEKEEPING FOR THE           *
      **              OPERATIONAL JOURNALS AND LOGS.  THE RETNPOL      *
      **              CARDS (SEE GVBCRETN) GIVE EACH DATASET A KEEP    *
      **              PERIOD IN DAYS AND A DISPOSITION FOR ANYTHING    *
      **              OLDER - DELETE, OR ROLL TO THE OPSARCH           *
      **              COMPRESSED ARCHIVE THROUGH GVBUR40 FIRST.        *
      **              A RECORD TIED TO A CUSTOMER KEY UNDER AN         *
      **              UNEXPIRED LEGAL HOLD (HOLDLIST) IS ALWAYS KEPT,  *
      **              AND A RECORD WITH NO USABLE DATE IS ALWAYS KEPT. *
      **                                                               *
      **              THE FLAT DATASETS (ALERTLOG, CINQLOG, STATHIST,  *
      **              CORRREG, SENTLOG AND THE CONSOLIDATED GVBXR6     *
      **              CUSTREJ AND SUMMARY GENERATIONS) ARE COPIED      *
      **              FORWARD: RETAINED RECORDS GO TO THE CARD'S KEEP  *
      **              DD, WHICH THE JOB STREAM THEN SWAPS IN AS THE    *
      **              NEW GENERATION.  RUNCTL IS PRUNED IN PLACE.      *
      **              RPTSTORE IS REORGANIZED A WHOLE REPORT AT A      *
      **              TIME - AGED BY ITS RPTIDXV RUN DATE, HELD BY     *
      **              ITS CUSTOMER KEY - AND, ONCE THE COPY IS         *
      **              COMPLETE, THE RPTIDXV/RPTKDXV ROWS ARE DELETED   *
      **              OR MOVED TO THE NEW LINE POSITIONS AND THE       *
      **              *CONTROL ROW IS RESET.                           *
      **                                                               *
      **              ONE DISPOSITION LINE PER DATASET SHOWS THE       *
      **              RECORDS READ, KEPT, KEPT ONLY BECAUSE OF A HOLD, *
      **              AND REMOVED.                                     *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR40 - COMPRESS/EXPAND ENGINE              *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   RETENTION POLICY CARDS      (DDNAME=RETNPOL)   *
      **                LEGAL-HOLD LIST  (OPTIONAL) (DDNAME=HOLDLIST)  *
      **                EACH FLAT DATASET ON THE POLICY, BY ITS OWN    *
      **                DDNAME (CUSTREJ/SUMMARY FOR XR6REJ/XR6SUM)     *
      **                REPORT REPOSITORY           (DDNAME=RPTSTORE)  *
      **                                                               *
      ** I-O FILES:     RUN-CONTROL                 (DDNAME=RUNCTL)    *
      **                REPORT INDEX                (DDNAME=RPTIDXV)   *
      **                CUSTOMER-KEY INDEX (OPT)    (DDNAME=RPTKDXV)   *
      **                                                               *
      ** OUTPUT FILES:  RETAINED GENERATIONS        (DDNAME=KEEP DD    *
      **                                             ON EACH CARD)     *
      **                COMPRESSED ARCHIVE          (DDNAME=OPSARCH)   *
      **                DISPOSITION REPORT          (DDNAME=RETNRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - A DATASET ON THE POLICY WAS NOT ALLOCATED *
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
       01  WS-GVBUR40                  PIC X(08)  VALUE 'GVBUR40 '.
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  WS-DICTIONARY-NAME          PIC X(08)  VALUE 'CUSTDICT'.
       01  WS-POLICY-DDNAME            PIC X(08)  VALUE 'RETNPOL '.
      *
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-WARNING-SW               PIC X(01)  VALUE 'N'.
           88  WS-WARNING                         VALUE 'Y'.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-TOT-KEPT-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-TOT-REMOVED-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-TODAY-JULIAN             PIC S9(09) COMP VALUE +0.
       01  WS-CUTOFF-DATE              PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE DATASET FORMATS THIS JOB KNOWS.  PER DATASET: THE POLICY
      *  ID, THE INPUT DDNAME, THE RECORD LENGTH, WHERE ITS CCYYMMDD
      *  DATE AND ITS CUSTOMER KEY SIT (ZERO = NONE), AND HOW IT IS
      *  HOUSEKEPT - F COPY-FORWARD, K KSDS PRUNED IN PLACE, R THE
      *  RPTSTORE REORGANIZATION.  THE GVBXR6 FILES CARRY THEIR RUN
      *  DATE AS A TRAILER, THE REJECT ITS CUSTOMER RECORD UP FRONT.
      *****************************************************************
       01  WS-FMT-VALUES.
           05  FILLER  PIC X(29) VALUE 'ALERTLOGALERTLOG010000010000F'.
           05  FILLER  PIC X(29) VALUE 'CINQLOG CINQLOG 008000010028F'.
           05  FILLER  PIC X(29) VALUE 'STATHISTSTATHIST008000010000F'.
           05  FILLER  PIC X(29) VALUE 'RUNCTL  RUNCTL  006000010000K'.
           05  FILLER  PIC X(29) VALUE 'CORRREG CORRREG 008000010023F'.
           05  FILLER  PIC X(29) VALUE 'SENTLOG SENTLOG 008000090000F'.
           05  FILLER  PIC X(29) VALUE 'RPTSTORERPTSTORE013300000000R'.
           05  FILLER  PIC X(29) VALUE 'XR6REJ  CUSTREJ 011501080001F'.
           05  FILLER  PIC X(29) VALUE 'XR6SUM  SUMMARY 005000430000F'.
       01  WS-FMT-TBL REDEFINES WS-FMT-VALUES.
           05  WS-FMT-ENTRY            OCCURS 9 TIMES.
               10  WS-FMT-DATASET-ID   PIC X(08).
               10  WS-FMT-DDNAME       PIC X(08).
               10  WS-FMT-LENGTH       PIC 9(04).
               10  WS-FMT-DATE-POS     PIC 9(04).
               10  WS-FMT-KEY-POS      PIC 9(04).
               10  WS-FMT-ORG          PIC X(01).
                   88  WS-FMT-COPY-FORWARD        VALUE 'F'.
                   88  WS-FMT-IN-PLACE            VALUE 'K'.
                   88  WS-FMT-RPTSTORE            VALUE 'R'.
       01  WS-FMT-TBL-MAX              PIC S9(04) COMP VALUE +9.
       01  WS-FMT-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-FMT-USED-FLAGS           PIC X(09)  VALUE SPACES.
       01  WS-FMT-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-FMT-FOUND                       VALUE 'Y'.
      *
      *****************************************************************
      *  THE POLICY, ONE ENTRY PER ACCEPTED RETNPOL CARD.  EVERY CARD
      *  IS VALIDATED BEFORE ANY DATASET IS TOUCHED.
      *****************************************************************
       01  WS-POLICY-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-POLICY-EOF                      VALUE 'Y'.
       01  WS-POL-COUNT                PIC S9(04) COMP VALUE +0.
       01  WS-POL-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-POL-TBL.
           05  WS-POL-ENTRY            OCCURS 9 TIMES.
               10  WS-POL-KEEP-DAYS    PIC 9(05).
               10  WS-POL-DISPOSITION  PIC X(07).
                   88  WS-POL-ARCHIVE             VALUE 'ARCHIVE'.
               10  WS-POL-KEEP-DDNAME  PIC X(08).
               10  WS-POL-FMT-IDX      PIC S9(04) COMP.
      *
      *****************************************************************
      *  LEGAL-HOLD LIST (SEE GVBCHOLD), LOADED THE WAY MBRPURGE
      *  LOADS IT.  A HOLD LIST LARGER THAN THE TABLE STOPS THE RUN.
      *****************************************************************
       COPY GVBCHOLD.
      *
       01  WS-HOLD-DDNAME              PIC X(08)  VALUE 'HOLDLIST'.
       01  WS-HOLD-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-HOLD-EOF                        VALUE 'Y'.
       01  WS-HOLD-TBL-MAX             PIC S9(04) COMP VALUE +500.
       01  WS-HOLD-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-HOLD-TBL.
           05  WS-HOLD-ENTRY           OCCURS 500     TIMES.
               10  WS-HOLD-TBL-KEY     PIC X(10).
               10  WS-HOLD-TBL-EXPIRY  PIC 9(08).
       01  WS-HOLD-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-KEY-HELD-SW              PIC X(01)  VALUE 'N'.
           88  WS-KEY-HELD                        VALUE 'Y'.
      *
      *****************************************************************
      *  THE DATASET BEING HOUSEKEPT AND ITS COUNTS.
      *****************************************************************
       01  WS-CUR-LENGTH               PIC S9(04) COMP VALUE +0.
       01  WS-CUR-DATE-POS             PIC S9(04) COMP VALUE +0.
       01  WS-CUR-KEY-POS              PIC S9(04) COMP VALUE +0.
       01  WS-DS-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-DS-EOF                          VALUE 'Y'.
       01  WS-DS-READ-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DS-KEPT-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DS-HELD-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DS-REMOVED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-DS-STATUS                PIC X(20)  VALUE SPACES.
      *
       01  WS-DATA-RECORD              PIC X(133) VALUE SPACES.
       01  WS-DATA-KEY                 PIC X(26)  VALUE SPACES.
       01  WS-REC-DATE                 PIC X(08)  VALUE SPACES.
       01  WS-REC-DATE-N               REDEFINES
           WS-REC-DATE                 PIC 9(08).
       01  WS-REC-KEY                  PIC X(10)  VALUE SPACES.
       01  WS-REC-EXPIRED-SW           PIC X(01)  VALUE 'N'.
           88  WS-REC-EXPIRED                     VALUE 'Y'.
      *
       01  WS-OPSARCH-OPEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-OPSARCH-OPEN                    VALUE 'Y'.
      *
      *****************************************************************
      *  RPTSTORE REORGANIZATION.  THE RPTIDXV ROWS ARE HELD IN
      *  MEMORY WHILE RPTSTORE IS STREAMED; EACH REPORT IS FOUND BY
      *  ITS STARTING LINE, JUDGED ONCE, AND ITS LINES FOLLOW THAT
      *  JUDGEMENT.  LINES NO INDEX ROW ACCOUNTS FOR ARE KEPT.  ROWS
      *  WHOSE REPORT WAS NEVER REACHED ARE LEFT AS THEY ARE.
      *****************************************************************
       01  WS-RX-TBL-MAX               PIC S9(04) COMP VALUE +2000.
       01  WS-RX-COUNT                 PIC S9(04) COMP VALUE +0.
       01  WS-RX-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-RX-CUR                   PIC S9(04) COMP VALUE +0.
       01  WS-RX-TBL.
           05  WS-RX-ENTRY             OCCURS 2000    TIMES.
               10  WS-RX-REPORT-ID     PIC X(08).
               10  WS-RX-RUN-DATE      PIC 9(08).
               10  WS-RX-START-LINE    PIC 9(09).
               10  WS-RX-LINE-COUNT    PIC 9(09).
               10  WS-RX-CUST-KEY-ID   PIC X(10).
               10  WS-RX-NEW-START     PIC 9(09).
               10  WS-RX-ACTION        PIC X(01).
                   88  WS-RX-UNSEEN               VALUE ' '.
                   88  WS-RX-KEPT                 VALUE 'K'.
                   88  WS-RX-REMOVED              VALUE 'R'.
               10  WS-RX-HELD-SW       PIC X(01).
                   88  WS-RX-HELD                 VALUE 'Y'.
       01  WS-RX-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-RX-EOF                          VALUE 'Y'.
       01  WS-RX-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-RX-FOUND                        VALUE 'Y'.
       01  WS-RPTKDXV-OPEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-RPTKDXV-OPEN                    VALUE 'Y'.
       01  WS-OLD-LINE-NBR             PIC S9(09) COMP VALUE +0.
       01  WS-NEW-LINE-NBR             PIC S9(09) COMP VALUE +0.
       01  WS-CUR-END-LINE             PIC S9(09) COMP VALUE +0.
      *
      *****************************************************************
      *  DISPOSITION REPORT, 100-BYTE LINES.
      *****************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(41)  VALUE
               'MBRRETN - RETENTION DISPOSITION REPORT'.
           05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
           05  WS-RPT-HDG-DATE         PIC 9(08).
           05  FILLER                  PIC X(42)  VALUE SPACES.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(09)  VALUE 'DATASET'.
           05  FILLER                  PIC X(06)  VALUE ' DAYS'.
           05  FILLER                  PIC X(08)  VALUE 'DISP'.
           05  FILLER                  PIC X(09)  VALUE 'CUTOFF'.
           05  FILLER                  PIC X(12)  VALUE '       READ'.
           05  FILLER                  PIC X(12)  VALUE '       KEPT'.
           05  FILLER                  PIC X(12)  VALUE '       HELD'.
           05  FILLER                  PIC X(12)  VALUE '    REMOVED'.
           05  FILLER                  PIC X(20)  VALUE 'STATUS'.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DATASET-ID       PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-KEEP-DAYS        PIC ZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-DISPOSITION      PIC X(07).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-CUTOFF           PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-KEPT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-HELD             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-REMOVED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(20).
      *
       01  WS-RPT-TRAILER.
           05  FILLER                  PIC X(20)  VALUE
               'DATASETS PROCESSED: '.
           05  WS-RPT-TRL-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(77)  VALUE SPACES.
      *
       COPY GVBCRETN.
       COPY GVBCRUNC.
       COPY GVBCRPTX.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
       COPY GVBCUR40.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
                                ==TP90P-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90P-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90P-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90P-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90P-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90P-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90P-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90P-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90P-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90P-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90P-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90X-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90X-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90X-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90X-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90X-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90X-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90X-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90X-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90X-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90X-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90X-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90Y-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90Y-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90Y-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90Y-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90Y-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90Y-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90Y-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90Y-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90Y-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90Y-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90Y-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRRETN '                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE +0                       TO WS-POL-IDX
                PERFORM 200-APPLY-ONE-POLICY  THRU 200-EXIT
                        UNTIL WS-POL-IDX >= WS-POL-COUNT
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
           MOVE 'MBRRETN '                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-TOT-KEPT-CNT           TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-WARNING
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
      *  OPEN THE REPORT, LOAD THE HOLDS, AND LOAD AND VALIDATE THE
      *  WHOLE POLICY BEFORE ANY DATASET IS TOUCHED.
      ***************************************************************
       100-INIT.
      *
           MOVE WS-TODAY-CCYYMMDD         TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-TODAY-JULIAN
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'RETNRPT '                TO TP90R-DDNAME
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
                                 WS-DATA-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN DD: RETNRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE WS-TODAY-CCYYMMDD         TO WS-RPT-HDG-DATE
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADING-1,
                                 WS-DATA-KEY
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADING-2,
                                 WS-DATA-KEY
      *
           PERFORM 160-LOAD-HOLD-LIST        THRU 160-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
           PERFORM 140-LOAD-POLICY           THRU 140-EXIT
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE RETNPOL CARDS.  ANY BAD CARD REFUSES THE WHOLE
      *  POLICY - A HALF-APPLIED RETENTION RUN IS WORSE THAN NONE.
      ***************************************************************
       140-LOAD-POLICY.
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE WS-POLICY-DDNAME          TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE LENGTH OF RETN-POLICY-CARD
                                          TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 RETN-POLICY-CARD,
                                 WS-DATA-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN DD: RETNPOL, GVBTP90 FAILED, '
                        'RET CD = ' TP90P-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 140-EXIT
           END-IF
      *
           PERFORM 150-LOAD-ONE-CARD      THRU 150-EXIT
                   UNTIL WS-POLICY-EOF
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 RETN-POLICY-CARD,
                                 WS-DATA-KEY
           SET  TP90P-ANCHOR              TO NULL
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-POL-COUNT = +0
                DISPLAY 'MBRRETN: *** NO POLICY CARDS ON '
                        WS-POLICY-DDNAME ' - NOTHING TO APPLY ***'
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                DISPLAY 'MBRRETN: ' WS-POL-COUNT
                        ' RETENTION POLICIES LOADED'
           END-IF
           .
       140-EXIT.
           EXIT.
      *
      *
       150-LOAD-ONE-CARD.
      *
           MOVE TP90-VALUE-READ           TO TP90P-FUNCTION-CODE
           MOVE SPACES                    TO RETN-POLICY-CARD
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 RETN-POLICY-CARD,
                                 WS-DATA-KEY
           EVALUATE TRUE
             WHEN TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  SET  WS-POLICY-EOF       TO TRUE
             WHEN RETN-POLICY-CARD = SPACES
             WHEN RETN-POLICY-CARD (1:1) = '*'
                  CONTINUE
             WHEN OTHER
                  PERFORM 155-VALIDATE-CARD THRU 155-EXIT
           END-EVALUATE
           .
       150-EXIT.
           EXIT.
      *
      *
       155-VALIDATE-CARD.
      *
           MOVE +0                        TO WS-FMT-IDX
           MOVE 'N'                       TO WS-FMT-FOUND-SW
           PERFORM 157-MATCH-ONE-FORMAT   THRU 157-EXIT
                   UNTIL WS-FMT-IDX >= WS-FMT-TBL-MAX
                      OR WS-FMT-FOUND
      *
           EVALUATE TRUE
             WHEN NOT WS-FMT-FOUND
                  DISPLAY 'MBRRETN: *** UNKNOWN DATASET ID '
                          RETN-DATASET-ID ' - POLICY REFUSED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN WS-FMT-USED-FLAGS (WS-FMT-IDX:1) = 'Y'
                  DISPLAY 'MBRRETN: *** ' RETN-DATASET-ID
                          ' HAS MORE THAN ONE POLICY CARD - POLICY '
                          'REFUSED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN RETN-KEEP-DAYS NOT NUMERIC
                  DISPLAY 'MBRRETN: *** ' RETN-DATASET-ID
                          ' KEEP DAYS MUST BE FIVE DIGITS - POLICY '
                          'REFUSED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN NOT RETN-DISP-DELETE
              AND NOT RETN-DISP-ARCHIVE
                  DISPLAY 'MBRRETN: *** ' RETN-DATASET-ID
                          ' DISPOSITION MUST BE DELETE OR ARCHIVE - '
                          'POLICY REFUSED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN RETN-KEEP-DDNAME = SPACES
              AND NOT WS-FMT-IN-PLACE (WS-FMT-IDX)
                  DISPLAY 'MBRRETN: *** ' RETN-DATASET-ID
                          ' NEEDS A KEEP DD FOR ITS RETAINED RECORDS '
                          '- POLICY REFUSED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  MOVE 'Y'        TO WS-FMT-USED-FLAGS (WS-FMT-IDX:1)
                  ADD  +1                  TO WS-POL-COUNT
                  MOVE RETN-KEEP-DAYS-N
                    TO WS-POL-KEEP-DAYS (WS-POL-COUNT)
                  MOVE RETN-DISPOSITION
                    TO WS-POL-DISPOSITION (WS-POL-COUNT)
                  MOVE RETN-KEEP-DDNAME
                    TO WS-POL-KEEP-DDNAME (WS-POL-COUNT)
                  MOVE WS-FMT-IDX
                    TO WS-POL-FMT-IDX (WS-POL-COUNT)
           END-EVALUATE
           .
       155-EXIT.
           EXIT.
      *
      *
       157-MATCH-ONE-FORMAT.
      *
           ADD  +1                        TO WS-FMT-IDX
           IF   WS-FMT-DATASET-ID (WS-FMT-IDX) = RETN-DATASET-ID
                SET  WS-FMT-FOUND         TO TRUE
           END-IF
           .
       157-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD THE HOLDLIST CLUSTER INTO THE IN-MEMORY HOLD TABLE.
      *  THE DD IS OPTIONAL - NOT ALLOCATED MEANS NO HOLDS ARE IN
      *  FORCE AT THIS INSTALLATION.
      ***************************************************************
       160-LOAD-HOLD-LIST.
      *
           SET   TP90P-ANCHOR          TO NULL
           MOVE  WS-HOLD-DDNAME        TO TP90P-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90P-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90P-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90P-FILE-MODE
           MOVE  SPACES                TO TP90P-RETURN-CODE
           MOVE  +0                    TO TP90P-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90P-RECORD-LENGTH
           MOVE  SPACES                TO TP90P-RECFM

           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY

           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: NO HOLDLIST DD ALLOCATED, NO '
                        'LEGAL HOLDS IN FORCE'
                SET   TP90P-ANCHOR          TO NULL
                GO TO 160-EXIT
           END-IF
      *
           MOVE  TP90-VALUE-START-BROWSE TO TP90P-FUNCTION-CODE
           MOVE  LENGTH OF HOLD-RECORD   TO TP90P-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN    TO TP90P-RECFM
           MOVE  LOW-VALUES              TO HOLD-RECORD-KEY

           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY

           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'               TO WS-HOLD-EOF-SW
           ELSE
                MOVE 'N'               TO WS-HOLD-EOF-SW
           END-IF

           PERFORM 165-LOAD-ONE-HOLD   THRU 165-EXIT
                   UNTIL WS-HOLD-EOF
                      OR WS-HOLD-COUNT >= WS-HOLD-TBL-MAX
      *      RECORDS ARE REMOVED ON THE STRENGTH OF THIS TABLE, SO A
      *      HOLD LIST LARGER THAN IT STOPS THE RUN RATHER THAN
      *      QUIETLY UNPROTECTING THE HOLDS PAST THE 500TH.
           IF   NOT WS-HOLD-EOF
           AND  WS-HOLD-COUNT >= WS-HOLD-TBL-MAX
                MOVE TP90-VALUE-READNEXT TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      HOLD-RECORD,
                                      HOLD-RECORD-KEY
                IF   TP90P-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     DISPLAY 'MBRRETN: *** HOLD LIST EXCEEDS '
                             'THE ' WS-HOLD-TBL-MAX ' ENTRY '
                             'TABLE - RUN STOPPED ***'
                     MOVE 'Y'          TO SEVERE-ERROR
                END-IF
           END-IF

           MOVE  TP90-VALUE-CLOSE      TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY
           SET   TP90P-ANCHOR          TO NULL

           DISPLAY 'MBRRETN: ' WS-HOLD-COUNT
                   ' LEGAL HOLDS LOADED'
           .
       160-EXIT.
           EXIT.
      *
      *
       165-LOAD-ONE-HOLD.
      *
           MOVE  TP90-VALUE-READNEXT   TO TP90P-FUNCTION-CODE

           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY

           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                TO WS-HOLD-EOF-SW
           ELSE
                ADD  +1                 TO WS-HOLD-COUNT
                MOVE HOLD-KEY-ID
                     TO WS-HOLD-TBL-KEY(WS-HOLD-COUNT)
                MOVE HOLD-EXPIRY-DATE
                     TO WS-HOLD-TBL-EXPIRY(WS-HOLD-COUNT)
           END-IF
           .
       165-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPLY ONE POLICY CARD TO ITS DATASET AND REPORT THE
      *  DISPOSITION.
      ***************************************************************
       200-APPLY-ONE-POLICY.
      *
           ADD  +1                        TO WS-POL-IDX
           MOVE WS-POL-FMT-IDX (WS-POL-IDX)
                                          TO WS-FMT-IDX
           MOVE WS-FMT-LENGTH (WS-FMT-IDX)
                                          TO WS-CUR-LENGTH
           MOVE WS-FMT-DATE-POS (WS-FMT-IDX)
                                          TO WS-CUR-DATE-POS
           MOVE WS-FMT-KEY-POS (WS-FMT-IDX)
                                          TO WS-CUR-KEY-POS
           MOVE +0                        TO WS-DS-READ-CNT
                                             WS-DS-KEPT-CNT
                                             WS-DS-HELD-CNT
                                             WS-DS-REMOVED-CNT
           MOVE 'COMPLETE'                TO WS-DS-STATUS
      *
           COMPUTE GDAT-JULIAN-DAY =
                   WS-TODAY-JULIAN - WS-POL-KEEP-DAYS (WS-POL-IDX)
           CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
           MOVE GDAT-GREGORIAN-DATE       TO WS-CUTOFF-DATE
           DISPLAY 'MBRRETN: ' WS-FMT-DATASET-ID (WS-FMT-IDX)
                   ' RECORDS DATED BEFORE ' WS-CUTOFF-DATE
                   ' - DISPOSITION ' WS-POL-DISPOSITION (WS-POL-IDX)
      *
           IF   WS-POL-ARCHIVE (WS-POL-IDX)
           AND  NOT WS-OPSARCH-OPEN
                PERFORM 660-OPEN-OPSARCH  THRU 660-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                EVALUATE TRUE
                  WHEN WS-FMT-COPY-FORWARD (WS-FMT-IDX)
                       PERFORM 300-COPY-FORWARD  THRU 300-EXIT
                  WHEN WS-FMT-IN-PLACE (WS-FMT-IDX)
                       PERFORM 400-PRUNE-RUNCTL  THRU 400-EXIT
                  WHEN WS-FMT-RPTSTORE (WS-FMT-IDX)
                       PERFORM 500-REORG-RPTSTORE THRU 500-EXIT
                END-EVALUATE
           END-IF
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE 'FAILED'             TO WS-DS-STATUS
           END-IF
      *
           ADD  WS-DS-READ-CNT            TO RECORD-CNT
           ADD  WS-DS-KEPT-CNT            TO WS-TOT-KEPT-CNT
           ADD  WS-DS-REMOVED-CNT         TO WS-TOT-REMOVED-CNT
           PERFORM 700-WRITE-DISPOSITION  THRU 700-EXIT
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FLAT DATASETS - COPY THE RETAINED RECORDS FORWARD TO THE
      *  KEEP DD.  THE INPUT IS NEVER WRITTEN, SO A FAILED RUN
      *  LEAVES THE CURRENT GENERATION JUST AS IT WAS.
      ***************************************************************
       300-COPY-FORWARD.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE WS-FMT-DDNAME (WS-FMT-IDX) TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE WS-CUR-LENGTH             TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: NO ' TP90-DDNAME ' DD ALLOCATED, '
                        WS-FMT-DATASET-ID (WS-FMT-IDX) ' SKIPPED'
                SET  TP90-ANCHOR          TO NULL
                MOVE 'NOT ALLOCATED'      TO WS-DS-STATUS
                SET  WS-WARNING           TO TRUE
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 350-OPEN-KEEP-DD       THRU 350-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-CLOSE
           END-IF
      *
           MOVE 'N'                       TO WS-DS-EOF-SW
           PERFORM 310-COPY-ONE-RECORD    THRU 310-EXIT
                   UNTIL WS-DS-EOF
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90K-FUNCTION-CODE
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           SET  TP90K-ANCHOR              TO NULL
           .
       300-CLOSE.
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           SET  TP90-ANCHOR               TO NULL
           .
       300-EXIT.
           EXIT.
      *
      *
       310-COPY-ONE-RECORD.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO WS-DATA-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-DS-EOF            TO TRUE
                GO TO 310-EXIT
           END-IF
      *
           ADD  +1                        TO WS-DS-READ-CNT
           PERFORM 600-JUDGE-RECORD       THRU 600-EXIT
      *
           IF   WS-REC-EXPIRED
                PERFORM 650-REMOVE-RECORD THRU 650-EXIT
                GO TO 310-EXIT
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90K-FUNCTION-CODE
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: ERROR WRITING ' TP90K-DDNAME
                        ' RC = ' TP90K-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 310-EXIT
           END-IF
           ADD  +1                        TO WS-DS-KEPT-CNT
           IF   WS-KEY-HELD
                ADD  +1                   TO WS-DS-HELD-CNT
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN THE CARD'S KEEP DD FOR THE RETAINED GENERATION.
      ***************************************************************
       350-OPEN-KEEP-DD.
      *
           SET  TP90K-ANCHOR              TO NULL
           MOVE WS-POL-KEEP-DDNAME (WS-POL-IDX)
                                          TO TP90K-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90K-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90K-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90K-FILE-MODE
           MOVE SPACES                    TO TP90K-RETURN-CODE
           MOVE +0                        TO TP90K-VSAM-RETURN-CODE
           MOVE WS-CUR-LENGTH             TO TP90K-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90K-RECFM
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN DD: ' TP90K-DDNAME ', GVBTP90 '
                        'FAILED, RET CD = ' TP90K-RETURN-CODE
                SET  TP90K-ANCHOR         TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RUNCTL - PRUNE THE KSDS IN PLACE.  THE DELETE REMOVES THE
      *  MOST-RECENTLY-READ ROW OF THE BROWSE, THE CONVENTION
      *  MBRHSTLC'S SWEEP USES.
      ***************************************************************
       400-PRUNE-RUNCTL.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE WS-FMT-DDNAME (WS-FMT-IDX) TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: NO ' TP90-DDNAME ' DD ALLOCATED, '
                        WS-FMT-DATASET-ID (WS-FMT-IDX) ' SKIPPED'
                SET  TP90-ANCHOR          TO NULL
                MOVE 'NOT ALLOCATED'      TO WS-DS-STATUS
                SET  WS-WARNING           TO TRUE
                GO TO 400-EXIT
           END-IF
      *
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF RUNC-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO RUNC-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                  TO WS-DS-EOF-SW
           ELSE
                MOVE 'N'                  TO WS-DS-EOF-SW
           END-IF
      *
           PERFORM 410-PRUNE-ONE-ROW      THRU 410-EXIT
                   UNTIL WS-DS-EOF
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           .
       400-EXIT.
           EXIT.
      *
      *
       410-PRUNE-ONE-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-DS-EOF           TO TRUE
                  GO TO 410-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRRETN DD: ' TP90-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 410-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO WS-DS-READ-CNT
           MOVE SPACES                    TO WS-DATA-RECORD
           MOVE RUNC-RECORD               TO WS-DATA-RECORD
           PERFORM 600-JUDGE-RECORD       THRU 600-EXIT
      *
           IF   NOT WS-REC-EXPIRED
                ADD  +1                   TO WS-DS-KEPT-CNT
                GO TO 410-EXIT
           END-IF
      *
           PERFORM 650-REMOVE-RECORD      THRU 650-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 410-EXIT
           END-IF
      *
           MOVE TP90-VALUE-DELETE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: ERROR DELETING RUNCTL KEY '
                        RUNC-RECORD-KEY ' RC = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RPTSTORE - REORGANIZE.  LOAD THE INDEX, STREAM THE LINES TO
      *  THE KEEP DD A WHOLE REPORT AT A TIME, THEN (ONLY WHEN THE
      *  COPY IS CLEAN) BRING THE INDEX ROWS INTO LINE WITH THE NEW
      *  GENERATION.
      ***************************************************************
       500-REORG-RPTSTORE.
      *
           SET  TP90X-ANCHOR              TO NULL
           MOVE 'RPTIDXV '                TO TP90X-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE +0                        TO TP90X-RECORD-LENGTH
           MOVE SPACES                    TO TP90X-RECFM
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 RPTX-RECORD,
                                 RPTX-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: NO RPTIDXV DD ALLOCATED, '
                        'RPTSTORE SKIPPED'
                SET  TP90X-ANCHOR         TO NULL
                MOVE 'NOT ALLOCATED'      TO WS-DS-STATUS
                SET  WS-WARNING           TO TRUE
                GO TO 500-EXIT
           END-IF
      *
           PERFORM 510-LOAD-INDEX         THRU 510-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 500-CLOSE
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE WS-FMT-DDNAME (WS-FMT-IDX) TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE WS-CUR-LENGTH             TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: NO ' TP90-DDNAME ' DD ALLOCATED, '
                        'RPTSTORE SKIPPED'
                SET  TP90-ANCHOR          TO NULL
                MOVE 'NOT ALLOCATED'      TO WS-DS-STATUS
                SET  WS-WARNING           TO TRUE
                GO TO 500-CLOSE
           END-IF
      *
           PERFORM 350-OPEN-KEEP-DD       THRU 350-EXIT
           IF   SEVERE-ERROR = ' '
                MOVE +0                   TO WS-OLD-LINE-NBR
                                             WS-NEW-LINE-NBR
                                             WS-RX-CUR
                                             WS-CUR-END-LINE
                MOVE 'N'                  TO WS-DS-EOF-SW
                PERFORM 520-COPY-ONE-LINE THRU 520-EXIT
                        UNTIL WS-DS-EOF
                           OR SEVERE-ERROR NOT = ' '
                MOVE TP90-VALUE-CLOSE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      WS-DATA-RECORD,
                                      WS-DATA-KEY
                SET  TP90K-ANCHOR         TO NULL
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           SET  TP90-ANCHOR               TO NULL
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 540-REWRITE-INDEX THRU 540-EXIT
           END-IF
           .
       500-CLOSE.
           MOVE TP90-VALUE-CLOSE          TO TP90X-FUNCTION-CODE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 RPTX-RECORD,
                                 RPTX-RECORD-KEY
           SET  TP90X-ANCHOR              TO NULL
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD EVERY RPTIDXV ROW BUT *CONTROL.  AN INDEX LARGER THAN
      *  THE TABLE STOPS THE RUN - A REPORT MISSING FROM THE TABLE
      *  WOULD BE COPIED AS ORPHAN LINES AND LOSE ITS INDEX ROW.
      ***************************************************************
       510-LOAD-INDEX.
      *
           MOVE +0                        TO WS-RX-COUNT
           MOVE TP90-VALUE-START-BROWSE   TO TP90X-FUNCTION-CODE
           MOVE LENGTH OF RPTX-RECORD     TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM
           MOVE LOW-VALUES                TO RPTX-RECORD-KEY
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 RPTX-RECORD,
                                 RPTX-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                  TO WS-RX-EOF-SW
           ELSE
                MOVE 'N'                  TO WS-RX-EOF-SW
           END-IF
      *
           PERFORM 515-LOAD-ONE-ROW       THRU 515-EXIT
                   UNTIL WS-RX-EOF
                      OR SEVERE-ERROR NOT = ' '
      *
           DISPLAY 'MBRRETN: ' WS-RX-COUNT ' RPTIDXV REPORTS LOADED'
           .
       510-EXIT.
           EXIT.
      *
      *
       515-LOAD-ONE-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90X-FUNCTION-CODE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 RPTX-RECORD,
                                 RPTX-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  SET  WS-RX-EOF           TO TRUE
             WHEN RPTX-REPORT-ID = '*CONTROL'
                  CONTINUE
             WHEN WS-RX-COUNT >= WS-RX-TBL-MAX
                  DISPLAY 'MBRRETN: *** RPTIDXV EXCEEDS THE '
                          WS-RX-TBL-MAX ' ENTRY TABLE - RUN '
                          'STOPPED ***'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                  TO WS-RX-COUNT
                  MOVE RPTX-REPORT-ID
                    TO WS-RX-REPORT-ID (WS-RX-COUNT)
                  MOVE RPTX-RUN-DATE
                    TO WS-RX-RUN-DATE (WS-RX-COUNT)
                  MOVE RPTX-START-LINE
                    TO WS-RX-START-LINE (WS-RX-COUNT)
                  MOVE RPTX-LINE-COUNT
                    TO WS-RX-LINE-COUNT (WS-RX-COUNT)
                  MOVE RPTX-CUST-KEY-ID
                    TO WS-RX-CUST-KEY-ID (WS-RX-COUNT)
                  MOVE ZEROES
                    TO WS-RX-NEW-START (WS-RX-COUNT)
                  MOVE SPACES
                    TO WS-RX-ACTION (WS-RX-COUNT)
                  MOVE 'N'
                    TO WS-RX-HELD-SW (WS-RX-COUNT)
           END-EVALUATE
           .
       515-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE RPTSTORE LINE.  A LINE PAST THE CURRENT REPORT STARTS
      *  THE NEXT ONE (OR IS AN ORPHAN, WHICH IS KEPT).
      ***************************************************************
       520-COPY-ONE-LINE.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO WS-DATA-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-DS-EOF            TO TRUE
                GO TO 520-EXIT
           END-IF
      *
           ADD  +1                        TO WS-DS-READ-CNT
                                             WS-OLD-LINE-NBR
           IF   WS-RX-CUR = +0
           OR   WS-OLD-LINE-NBR > WS-CUR-END-LINE
                PERFORM 525-START-NEXT-REPORT THRU 525-EXIT
           END-IF
      *
           IF   WS-RX-CUR > +0
                IF   WS-RX-REMOVED (WS-RX-CUR)
                     PERFORM 650-REMOVE-RECORD THRU 650-EXIT
                     GO TO 520-EXIT
                END-IF
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90K-FUNCTION-CODE
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 WS-DATA-RECORD,
                                 WS-DATA-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: ERROR WRITING ' TP90K-DDNAME
                        ' RC = ' TP90K-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 520-EXIT
           END-IF
           ADD  +1                        TO WS-NEW-LINE-NBR
                                             WS-DS-KEPT-CNT
           IF   WS-RX-CUR > +0
                IF   WS-RX-HELD (WS-RX-CUR)
                     ADD  +1              TO WS-DS-HELD-CNT
                END-IF
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
       525-START-NEXT-REPORT.
      *
           MOVE +0                        TO WS-RX-IDX
                                             WS-RX-CUR
           MOVE 'N'                       TO WS-RX-FOUND-SW
           PERFORM 527-MATCH-ONE-ROW      THRU 527-EXIT
                   UNTIL WS-RX-IDX >= WS-RX-COUNT
                      OR WS-RX-FOUND
           IF   NOT WS-RX-FOUND
                MOVE +0                   TO WS-CUR-END-LINE
                GO TO 525-EXIT
           END-IF
      *
           MOVE WS-RX-IDX                 TO WS-RX-CUR
           COMPUTE WS-CUR-END-LINE =
                   WS-RX-START-LINE (WS-RX-CUR)
                 + WS-RX-LINE-COUNT (WS-RX-CUR) - 1
      *
      *      AGE THE REPORT BY ITS RUN DATE, HOLD IT BY ITS CUSTOMER.
           MOVE 'N'                       TO WS-REC-EXPIRED-SW
                                             WS-KEY-HELD-SW
           IF   WS-RX-RUN-DATE (WS-RX-CUR) < WS-CUTOFF-DATE
                SET  WS-REC-EXPIRED       TO TRUE
                IF   WS-RX-CUST-KEY-ID (WS-RX-CUR) NOT = SPACES
                     MOVE WS-RX-CUST-KEY-ID (WS-RX-CUR)
                                          TO WS-REC-KEY
                     PERFORM 620-CHECK-HOLD THRU 620-EXIT
                END-IF
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-KEY-HELD
                  MOVE 'K'                 TO WS-RX-ACTION (WS-RX-CUR)
                  MOVE 'Y'                 TO WS-RX-HELD-SW (WS-RX-CUR)
             WHEN WS-REC-EXPIRED
                  MOVE 'R'                 TO WS-RX-ACTION (WS-RX-CUR)
             WHEN OTHER
                  MOVE 'K'                 TO WS-RX-ACTION (WS-RX-CUR)
           END-EVALUATE
           IF   WS-RX-KEPT (WS-RX-CUR)
                COMPUTE WS-RX-NEW-START (WS-RX-CUR) =
                        WS-NEW-LINE-NBR + 1
           END-IF
           .
       525-EXIT.
           EXIT.
      *
      *
       527-MATCH-ONE-ROW.
      *
           ADD  +1                        TO WS-RX-IDX
           IF   WS-RX-START-LINE (WS-RX-IDX) = WS-OLD-LINE-NBR
           AND  WS-RX-LINE-COUNT (WS-RX-IDX) > 0
           AND  WS-RX-UNSEEN (WS-RX-IDX)
                SET  WS-RX-FOUND          TO TRUE
           END-IF
           .
       527-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  DELETE THE ROWS OF REMOVED REPORTS, MOVE THE KEPT ONES TO
      *  THEIR NEW START LINES, AND RESET *CONTROL TO THE NEXT FREE
      *  LINE OF THE NEW GENERATION.  A MISSING RPTKDXV DD ONLY
      *  COSTS THAT VIEW, AS IT DOES IN MBRRPTCP.
      ***************************************************************
       540-REWRITE-INDEX.
      *
           SET  TP90Y-ANCHOR              TO NULL
           MOVE 'RPTKDXV '                TO TP90Y-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90Y-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90Y-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90Y-FILE-MODE
           MOVE SPACES                    TO TP90Y-RETURN-CODE
           MOVE +0                        TO TP90Y-VSAM-RETURN-CODE
           MOVE +0                        TO TP90Y-RECORD-LENGTH
           MOVE SPACES                    TO TP90Y-RECFM
           CALL GVBTP90    USING TP90Y-PARAMETER-AREA,
                                 RPTK-RECORD,
                                 RPTK-RECORD-KEY
           IF   TP90Y-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: NO RPTKDXV DD ALLOCATED, '
                        'CUSTOMER-KEY VIEW NOT MAINTAINED'
                SET  TP90Y-ANCHOR         TO NULL
                MOVE 'N'                  TO WS-RPTKDXV-OPEN-SW
           ELSE
                SET  WS-RPTKDXV-OPEN      TO TRUE
                MOVE LENGTH OF RPTK-RECORD TO TP90Y-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN TO TP90Y-RECFM
           END-IF
      *
           MOVE LENGTH OF RPTX-RECORD     TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM
           MOVE +0                        TO WS-RX-IDX
           PERFORM 545-REWRITE-ONE-ROW    THRU 545-EXIT
                   UNTIL WS-RX-IDX >= WS-RX-COUNT
                      OR SEVERE-ERROR NOT = ' '
      *
           IF   SEVERE-ERROR = ' '
                MOVE SPACES               TO RPTX-RECORD
                MOVE '*CONTROL'           TO RPTX-REPORT-ID
                MOVE ZEROES               TO RPTX-RUN-DATE
                COMPUTE RPTX-START-LINE = WS-NEW-LINE-NBR + 1
                MOVE ZEROES               TO RPTX-LINE-COUNT
                MOVE TP90-VALUE-UPDATE    TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      RPTX-RECORD,
                                      RPTX-RECORD-KEY
                IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE TP90-VALUE-WRITE TO TP90X-FUNCTION-CODE
                     CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                           RPTX-RECORD,
                                           RPTX-RECORD-KEY
                END-IF
                IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     DISPLAY 'MBRRETN: ERROR WRITING *CONTROL ROW '
                             'RC = ' TP90X-RETURN-CODE
                     MOVE  'Y'              TO SEVERE-ERROR
                END-IF
           END-IF
      *
           IF   WS-RPTKDXV-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90Y-FUNCTION-CODE
                CALL GVBTP90    USING TP90Y-PARAMETER-AREA,
                                      RPTK-RECORD,
                                      RPTK-RECORD-KEY
                SET  TP90Y-ANCHOR         TO NULL
           END-IF
           .
       540-EXIT.
           EXIT.
      *
      *
       545-REWRITE-ONE-ROW.
      *
           ADD  +1                        TO WS-RX-IDX
           EVALUATE TRUE
             WHEN WS-RX-REMOVED (WS-RX-IDX)
                  MOVE TP90-VALUE-DELETE   TO TP90X-FUNCTION-CODE
                  MOVE TP90-VALUE-DELETE   TO TP90Y-FUNCTION-CODE
             WHEN WS-RX-KEPT (WS-RX-IDX)
              AND WS-RX-NEW-START (WS-RX-IDX) NOT =
                  WS-RX-START-LINE (WS-RX-IDX)
                  MOVE TP90-VALUE-UPDATE   TO TP90X-FUNCTION-CODE
                  MOVE TP90-VALUE-UPDATE   TO TP90Y-FUNCTION-CODE
             WHEN OTHER
                  GO TO 545-EXIT
           END-EVALUATE
      *
           MOVE SPACES                    TO RPTX-RECORD
           MOVE WS-RX-REPORT-ID (WS-RX-IDX)   TO RPTX-REPORT-ID
           MOVE WS-RX-RUN-DATE (WS-RX-IDX)    TO RPTX-RUN-DATE
           MOVE WS-RX-NEW-START (WS-RX-IDX)   TO RPTX-START-LINE
           MOVE WS-RX-LINE-COUNT (WS-RX-IDX)  TO RPTX-LINE-COUNT
           MOVE WS-RX-CUST-KEY-ID (WS-RX-IDX) TO RPTX-CUST-KEY-ID
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 RPTX-RECORD,
                                 RPTX-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: ERROR MAINTAINING RPTIDXV KEY '
                        RPTX-RECORD-KEY ' RC = ' TP90X-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 545-EXIT
           END-IF
      *
           IF   WS-RPTKDXV-OPEN
           AND  WS-RX-CUST-KEY-ID (WS-RX-IDX) NOT = SPACES
                MOVE SPACES                      TO RPTK-RECORD
                MOVE WS-RX-CUST-KEY-ID (WS-RX-IDX) TO RPTK-CUST-KEY-ID
                MOVE WS-RX-REPORT-ID (WS-RX-IDX)   TO RPTK-REPORT-ID
                MOVE WS-RX-RUN-DATE (WS-RX-IDX)    TO RPTK-RUN-DATE
                MOVE WS-RX-NEW-START (WS-RX-IDX)   TO RPTK-START-LINE
                MOVE WS-RX-LINE-COUNT (WS-RX-IDX)  TO RPTK-LINE-COUNT
                CALL GVBTP90    USING TP90Y-PARAMETER-AREA,
                                      RPTK-RECORD,
                                      RPTK-RECORD-KEY
      *          A ROW THE VIEW NEVER HAD IS NOT AN ERROR.
                IF   TP90Y-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                AND  TP90Y-RETURN-CODE NOT = TP90-VALUE-NOT-FOUND
                     DISPLAY 'MBRRETN: ERROR MAINTAINING RPTKDXV KEY '
                             RPTK-RECORD-KEY ' RC = '
                             TP90Y-RETURN-CODE
                     MOVE  'Y'              TO SEVERE-ERROR
                END-IF
           END-IF
           .
       545-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AGE ONE RECORD OF A FLAT DATASET OR RUNCTL.  A RECORD WITH
      *  NO DATE, OR A DATE THAT IS NOT NUMERIC, IS KEPT; AN EXPIRED
      *  RECORD WHOSE CUSTOMER IS ON HOLD IS KEPT AND COUNTED HELD.
      ***************************************************************
       600-JUDGE-RECORD.
      *
           MOVE 'N'                       TO WS-REC-EXPIRED-SW
                                             WS-KEY-HELD-SW
           IF   WS-CUR-DATE-POS = +0
                GO TO 600-EXIT
           END-IF
      *
           MOVE WS-DATA-RECORD (WS-CUR-DATE-POS:8)
                                          TO WS-REC-DATE
           IF   WS-REC-DATE NOT NUMERIC
           OR   WS-REC-DATE-N NOT < WS-CUTOFF-DATE
                GO TO 600-EXIT
           END-IF
      *
           SET  WS-REC-EXPIRED            TO TRUE
           IF   WS-CUR-KEY-POS > +0
                MOVE WS-DATA-RECORD (WS-CUR-KEY-POS:10)
                                          TO WS-REC-KEY
                PERFORM 620-CHECK-HOLD    THRU 620-EXIT
                IF   WS-KEY-HELD
                     MOVE 'N'             TO WS-REC-EXPIRED-SW
                END-IF
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CHECK WS-REC-KEY AGAINST THE IN-MEMORY LEGAL-HOLD TABLE.
      *  AN EXPIRED HOLD IS NOT ENFORCED.
      ***************************************************************
       620-CHECK-HOLD.
      *
           MOVE 'N'                       TO WS-KEY-HELD-SW
           MOVE +0                        TO WS-HOLD-IDX
           PERFORM 625-CHECK-ONE-HOLD     THRU 625-EXIT
                   UNTIL WS-HOLD-IDX >= WS-HOLD-COUNT
                      OR WS-KEY-HELD
           .
       620-EXIT.
           EXIT.
      *
      *
       625-CHECK-ONE-HOLD.
      *
           ADD  +1                        TO WS-HOLD-IDX
           IF   WS-HOLD-TBL-KEY(WS-HOLD-IDX) = WS-REC-KEY
           AND  (WS-HOLD-TBL-EXPIRY(WS-HOLD-IDX) = ZEROES
            OR   WS-HOLD-TBL-EXPIRY(WS-HOLD-IDX) >=
                 WS-TODAY-CCYYMMDD)
                SET  WS-KEY-HELD          TO TRUE
           END-IF
           .
       625-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  DISPOSE OF ONE EXPIRED RECORD - UNDER AN ARCHIVE POLICY IT
      *  IS COMPRESSED TO OPSARCH FIRST; EITHER WAY IT IS COUNTED
      *  REMOVED.
      ***************************************************************
       650-REMOVE-RECORD.
      *
           IF   WS-POL-ARCHIVE (WS-POL-IDX)
                PERFORM 670-ARCHIVE-RECORD THRU 670-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 650-EXIT
                END-IF
           END-IF
           ADD  +1                        TO WS-DS-REMOVED-CNT
           .
       650-EXIT.
           EXIT.
      *
      *
       660-OPEN-OPSARCH.
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'OPSARCH '                TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE LENGTH OF RETN-ARCH-RECORD
                                          TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 RETN-ARCH-RECORD,
                                 WS-DATA-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN DD: OPSARCH, GVBTP90 FAILED, '
                        'RET CD = ' TP90A-RETURN-CODE
                SET  TP90A-ANCHOR         TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                SET  WS-OPSARCH-OPEN      TO TRUE
           END-IF
           .
       660-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  COMPRESS ONE RECORD THROUGH GVBUR40, THE SAME ADDRESS/
      *  LENGTH CONVENTION MBRHSTLC USES, AND APPEND IT TO OPSARCH.
      ***************************************************************
       670-ARCHIVE-RECORD.
      *
           SET  UR40-EXPANDED-RECORD    TO ADDRESS OF WS-DATA-RECORD
           MOVE WS-CUR-LENGTH           TO UR40-EXPANDED-LENGTH
           SET  UR40-COMPRESSED-RECORD  TO
                                     ADDRESS OF RETN-ARCH-DATA
           MOVE LENGTH OF RETN-ARCH-DATA
                                        TO UR40-COMPRESSED-LENGTH
           MOVE WS-DICTIONARY-NAME      TO UR40-DICTIONARY-NAME
           SET  UR40-FCN-COMPRESS       TO TRUE

           CALL WS-GVBUR40  USING UR40-PARAMETER-AREA

           IF   UR40-RETURN-CODE NOT = +0
                DISPLAY 'MBRRETN: GVBUR40 COMPRESS FAILED, RC = '
                        UR40-RETURN-CODE
                MOVE   'Y'                  TO SEVERE-ERROR
                GO TO 670-EXIT
           END-IF
      *
           MOVE UR40-COMPRESSED-LENGTH    TO RETN-ARCH-LENGTH
           MOVE WS-FMT-DATASET-ID (WS-FMT-IDX)
                                          TO RETN-ARCH-DATASET-ID
           MOVE WS-TODAY-CCYYMMDD         TO RETN-ARCH-ROLL-DATE
           MOVE TP90-VALUE-WRITE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 RETN-ARCH-RECORD,
                                 WS-DATA-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: ERROR WRITING OPSARCH RC = '
                        TP90A-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       670-EXIT.
           EXIT.
      *
      *
       700-WRITE-DISPOSITION.
      *
           MOVE WS-FMT-DATASET-ID (WS-FMT-IDX) TO WS-RPT-DATASET-ID
           MOVE WS-POL-KEEP-DAYS (WS-POL-IDX)  TO WS-RPT-KEEP-DAYS
           MOVE WS-POL-DISPOSITION (WS-POL-IDX)
                                          TO WS-RPT-DISPOSITION
           MOVE WS-CUTOFF-DATE            TO WS-RPT-CUTOFF
           MOVE WS-DS-READ-CNT            TO WS-RPT-READ
           MOVE WS-DS-KEPT-CNT            TO WS-RPT-KEPT
           MOVE WS-DS-HELD-CNT            TO WS-RPT-HELD
           MOVE WS-DS-REMOVED-CNT         TO WS-RPT-REMOVED
           MOVE WS-DS-STATUS              TO WS-RPT-STATUS
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 WS-DATA-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRETN: ERROR WRITING RETNRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       700-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90R-ANCHOR NOT = NULL
                MOVE WS-POL-IDX           TO WS-RPT-TRL-COUNT
                MOVE TP90-VALUE-WRITE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-TRAILER,
                                      WS-DATA-KEY
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-TRAILER,
                                      WS-DATA-KEY
           END-IF
      *
           IF   WS-OPSARCH-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      RETN-ARCH-RECORD,
                                      WS-DATA-KEY
      *          TELL GVBUR40 THE RUN IS OVER SO IT RELEASES ITS
      *          DICTIONARY.
                SET  UR40-FCN-ALL-DONE    TO TRUE
                CALL WS-GVBUR40  USING UR40-PARAMETER-AREA
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRETN: ' WS-DISPLAY-MASK-1 ' RECORDS READ'
           MOVE WS-TOT-KEPT-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRETN: ' WS-DISPLAY-MASK-1 ' RECORDS KEPT'
           MOVE WS-TOT-REMOVED-CNT        TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRETN: ' WS-DISPLAY-MASK-1 ' RECORDS REMOVED'
           .
       9900-EXIT.
           EXIT.
