       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRNCOA.
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
      ** DESCRIPTION: NATIONAL CHANGE-OF-ADDRESS (NCOA) PROCESSING.    *
      **              WHERE MBRNIXIE ONLY MARKS AN ADDRESS AFTER MAIL  *
      **              COMES BACK, THIS RUN ACTS ON THE POSTAL          *
      **              SERVICE'S FORWARDING MATCHES AHEAD OF THE NEXT   *
      **              MAILING.  EACH MATCH ON NCOAIN (GVBCNCOA) IS     *
      **              TIED TO THE CUSTOMER'S ADR CHILD ON CUSTADRV,    *
      **              AND THE NEW ADDRESS IS STANDARDIZED THE WAY      *
      **              MBRADRST DOES IT - UPPER CASE, STREET-SUFFIX     *
      **              ABBREVIATIONS, AND CITY/STATE/COUNTRY FROM THE   *
      **              POSTDIRV DIRECTORY FOR THE NEW POSTAL CODE.      *
      **              AN APPLIED MATCH REWRITES THE ADR CHILD AND THE  *
      **              PARENT'S ADDRESS LINE, CITY AND STATE IN PLACE   *
      **              UNDER THE EXCLUSIVE CUSTNAMV ENQ, JOURNALS BOTH  *
      **              BEFORE/AFTER PAIRS THROUGH MBRAUDWR, AND QUEUES  *
      **              AN ADDRESS-CHANGE CONFIRMATION TRIGGER ON        *
      **              CORRTRIG FOR MBRCORR.                            *
      **                                                               *
      **              A MATCH IS ONLY REPORTED, NOT APPLIED, WHEN THE  *
      **              CUSTOMER IS UNDER AN UNEXPIRED LEGAL HOLD ON     *
      **              HOLDLIST OR WHEN ITS MOVE TYPE IS NOT ENABLED    *
      **              ON THE CONTROL CARD.  A MATCH THAT CANNOT BE     *
      **              TIED TO A CUSTOMER, OR WHOSE NEW POSTAL CODE     *
      **              DOES NOT RESOLVE, IS REJECTED.  EVERY MATCH      *
      **              GETS ONE LINE ON THE NCOA REGISTER.              *
      **                                                               *
      **              CONTROL CARD KEYWORDS (ALL OPTIONAL):            *
      **                INDIVIDUAL=Y|N  APPLY INDIVIDUAL MOVES  (Y)    *
      **                FAMILY=Y|N      APPLY FAMILY MOVES      (Y)    *
      **                BUSINESS=Y|N    APPLY BUSINESS MOVES    (N)    *
      **                LETTER=XXXXXXXX MBRCORR LETTER ID  (ADDRCHG)   *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   NCOA MATCH FILE             (DDNAME=NCOAIN)    *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                POSTAL DIRECTORY KSDS       (DDNAME=POSTDIRV)  *
      **                LEGAL-HOLD LIST (OPTIONAL)  (DDNAME=HOLDLIST)  *
      **                                                               *
      ** I-O FILES:     VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                                                               *
      ** OUTPUT FILES:  NCOA REGISTER               (DDNAME=NCOARPT)   *
      **                CORRESPONDENCE TRIGGERS     (DDNAME=CORRTRIG)  *
      **                AUDIT TRAIL                 (DDNAME=CUSTNAUD)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - MATCHES REPORTED ONLY OR REJECTED         *
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
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-CUSTNAMV-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-CUSTNAMV-ENQ-HELD               VALUE 'Y'.
       01  WS-ADDR-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-ADDR-FOUND                      VALUE 'Y'.
       01  WS-POSTAL-SW                PIC X(01)  VALUE 'N'.
           88  WS-POSTAL-RESOLVED                 VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-APPLIED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-ALREADY-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-HOLD-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-MOVE-TYPE-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-REJECTED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-TRIGGER-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE CONTROL CARD SETTINGS.  A BUSINESS MOVE IS ONLY REPORTED
      *  BY DEFAULT - THE FORWARDING ORDER MAY BE FOR THE CUSTOMER'S
      *  EMPLOYER RATHER THAN THE CUSTOMER.
      *****************************************************************
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-APPLY-INDIVIDUAL     PIC X(01)  VALUE 'Y'.
       01  WS-CTL-APPLY-FAMILY         PIC X(01)  VALUE 'Y'.
       01  WS-CTL-APPLY-BUSINESS       PIC X(01)  VALUE 'N'.
       01  WS-CTL-LETTER-ID            PIC X(08)  VALUE 'ADDRCHG '.
      *
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
      *
      *      THE PARENT'S NAME AND ADDRESS LINE ARE STORED PROTECTED
      *      (SEE GVBCPIIK) - REVEALED FOR THE CHANGE, PROTECTED
      *      AGAIN FOR THE REWRITE, JOURNALED AS STORED.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
       01  WS-BEFORE-CHILD             PIC X(96)  VALUE SPACES.
      *
      *      MAINTENANCE-METADATA STAMP WORK FIELDS - THE SAME
      *      BYTES-81-TO-95 STAMP MLOADVS AND THE ONLINE UPDATE PATH
      *      WRITE, SO AN NCOA CHANGE IS TRACEABLE LIKE ANY OTHER.
       01  WS-STAMP-TIME-NOW.
           05  WS-STAMP-HHMMSS         PIC 9(06).
           05  FILLER                  PIC X(02).
      *
       01  WS-UPPER-FOLD.
           05  WS-FOLD-LOWER           PIC X(26)  VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WS-FOLD-UPPER           PIC X(26)  VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *****************************************************************
      *  STREET-SUFFIX NORMALIZATION TABLE - KEPT ENTRY FOR ENTRY THE
      *  SAME AS MBRADRST'S, SO AN NCOA ADDRESS COMES OUT EXACTLY AS
      *  THE NIGHTLY STANDARDIZATION PASS WOULD HAVE LEFT IT.
      *****************************************************************
       01  WS-ABBREV-TABLE-DATA.
           05  FILLER   PIC X(18)  VALUE 'STREET    09ST   2'.
           05  FILLER   PIC X(18)  VALUE 'AVENUE    06AVE  3'.
           05  FILLER   PIC X(18)  VALUE 'BOULEVARD 09BLVD 4'.
           05  FILLER   PIC X(18)  VALUE 'DRIVE     05DR   2'.
           05  FILLER   PIC X(18)  VALUE 'ROAD      04RD   2'.
           05  FILLER   PIC X(18)  VALUE 'LANE      04LN   2'.
           05  FILLER   PIC X(18)  VALUE 'COURT     05CT   2'.
           05  FILLER   PIC X(18)  VALUE 'PLACE     05PL   2'.
           05  FILLER   PIC X(18)  VALUE 'CIRCLE    06CIR  3'.
           05  FILLER   PIC X(18)  VALUE 'PARKWAY   07PKWY 4'.
           05  FILLER   PIC X(18)  VALUE 'HIGHWAY   07HWY  3'.
           05  FILLER   PIC X(18)  VALUE 'TERRACE   07TER  3'.
           05  FILLER   PIC X(18)  VALUE 'APARTMENT 09APT  3'.
           05  FILLER   PIC X(18)  VALUE 'SUITE     05STE  3'.
       01  WS-ABBREV-TABLE REDEFINES WS-ABBREV-TABLE-DATA.
           05  WS-ABBREV-ENTRY         OCCURS 14 TIMES.
               10  WS-ABBREV-LONG      PIC X(10).
               10  WS-ABBREV-LONG-LEN  PIC 9(02).
               10  WS-ABBREV-SHORT     PIC X(05).
               10  WS-ABBREV-SHORT-LEN PIC 9(01).
       01  WS-ABBREV-MAX               PIC S9(04) COMP VALUE +14.
       01  WS-ABBREV-IDX               PIC S9(04) COMP VALUE +1.
       01  WS-SCAN-POS                 PIC S9(04) COMP VALUE +1.
       01  WS-SCAN-LIMIT               PIC S9(04) COMP VALUE +1.
       01  WS-SCAN-DONE-SW             PIC X(01)  VALUE 'N'.
           88  WS-SCAN-DONE                       VALUE 'Y'.
       01  WS-WORD-MATCH-SW            PIC X(01)  VALUE 'N'.
           88  WS-WORD-MATCHED                    VALUE 'Y'.
       01  WS-TAIL-POS                 PIC S9(04) COMP VALUE +1.
       01  WS-TAIL-LEN                 PIC S9(04) COMP VALUE +0.
       01  WS-LINE-WORK                PIC X(25)  VALUE SPACES.
       01  WS-LINE-FILL-POS            PIC S9(04) COMP VALUE +1.
      *
      *****************************************************************
      *  NCOA REGISTER - ONE HEADER, ONE LINE PER MATCH SHOWING THE
      *  ADDRESS AS STANDARDIZED AND WHAT WAS DONE WITH IT.
      *****************************************************************
       01  WS-RPT-HEADER-LINE.
           05  FILLER                  PIC X(44)  VALUE
               'MBRNCOA - CHANGE-OF-ADDRESS MATCHES ON CYCLE'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-HDR-DATE         PIC 9(08).
           05  FILLER                  PIC X(49)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SEQ-NBR          PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-MOVE-TYPE        PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-EFF-DATE         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ADDR-LINE        PIC X(25).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CITY             PIC X(13).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-STATE            PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-POSTAL           PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ACTION           PIC X(24).
      *
      *****************************************************************
      *  ONE CORRTRIG TRIGGER, IN THE LAYOUT MBRCORR READS.
      *****************************************************************
       01  WS-TRIGGER-RECORD.
           05  WS-TRG-LETTER-ID        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TRG-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  WS-TRG-TRIG-DATE        PIC X(08).
           05  FILLER                  PIC X(52).
      *
       COPY GVBCNCOA.
       COPY GVBCCHLD.
       COPY GVBCPOST.
       COPY GVBCHOLD.
       COPY GVBCRUNC.
       COPY GVBCAUDW.
       COPY GVBCKWRD.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90I-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90I-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90I-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90I-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90I-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90I-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90I-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90I-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90I-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90I-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90I-ESDS==.
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
                                ==TP90T-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90T-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90T-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90T-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90T-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90T-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90T-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90T-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90T-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90T-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90T-ESDS==.
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
           MOVE 'MBRNCOA '                TO RUNC-REG-RUN-ID
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
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                SET  WS-CUSTNAMV-ENQ-HELD   TO TRUE
                DISPLAY 'MBRNCOA: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
      *
                PERFORM 200-WRITE-RPT-HEADER  THRU 200-EXIT
                PERFORM 300-PROCESS-ONE-MATCH THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRNCOA '                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-APPLIED-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-REJECTED-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-REJECTED-CNT > ZERO
             OR   WS-HOLD-CNT > ZERO
             OR   WS-MOVE-TYPE-CNT > ZERO
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
           MOVE 'MBRNCOA '             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +4                     TO KWRD-ENTRY-COUNT
           MOVE 'INDIVIDUAL'           TO KWRD-NAME (1)
           MOVE 'Y'                    TO KWRD-VALUE (1)
           MOVE 'Y N'                  TO KWRD-ALLOWED (1)
           MOVE 'FAMILY'               TO KWRD-NAME (2)
           MOVE 'Y'                    TO KWRD-VALUE (2)
           MOVE 'Y N'                  TO KWRD-ALLOWED (2)
           MOVE 'BUSINESS'             TO KWRD-NAME (3)
           MOVE 'N'                    TO KWRD-VALUE (3)
           MOVE 'Y N'                  TO KWRD-ALLOWED (3)
           MOVE 'LETTER'               TO KWRD-NAME (4)
           MOVE 'ADDRCHG'              TO KWRD-VALUE (4)
           MOVE SPACES                 TO KWRD-ALLOWED (4)
           MOVE 'D'                    TO KWRD-SOURCE (1)
                                          KWRD-SOURCE (2)
                                          KWRD-SOURCE (3)
                                          KWRD-SOURCE (4)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:1)      TO WS-CTL-APPLY-INDIVIDUAL
           MOVE KWRD-VALUE (2) (1:1)      TO WS-CTL-APPLY-FAMILY
           MOVE KWRD-VALUE (3) (1:1)      TO WS-CTL-APPLY-BUSINESS
           MOVE KWRD-VALUE (4) (1:8)      TO WS-CTL-LETTER-ID
           DISPLAY 'MBRNCOA: APPLY INDIVIDUAL=' WS-CTL-APPLY-INDIVIDUAL
                   ' FAMILY=' WS-CTL-APPLY-FAMILY
                   ' BUSINESS=' WS-CTL-APPLY-BUSINESS
                   ', LETTER ' WS-CTL-LETTER-ID
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
                DISPLAY 'MBRNCOA DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90D-ANCHOR              TO NULL
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90D-FILE-MODE
           MOVE SPACES                    TO TP90D-RETURN-CODE
           MOVE +0                        TO TP90D-VSAM-RETURN-CODE
           MOVE +0                        TO TP90D-RECORD-LENGTH
           MOVE SPACES                    TO TP90D-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY

           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY

           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                SET  TP90D-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90D-DDNAME
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'POSTDIRV'                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE +0                        TO TP90P-RECORD-LENGTH
           MOVE SPACES                    TO TP90P-RECFM

           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 POST-RECORD,
                                 POST-RECORD-KEY

           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA DD: POSTDIRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90P-RETURN-CODE
                SET  TP90P-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90P-DDNAME
      *
           SET  TP90I-ANCHOR              TO NULL
           MOVE 'NCOAIN  '                TO TP90I-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE LENGTH OF NCOA-RECORD     TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM

           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 NCOA-RECORD,
                                 TP90-RECORD-KEY

           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA DD: NCOAIN, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                SET  TP90I-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'NCOARPT '                TO TP90R-DDNAME
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
                                 TP90-RECORD-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA DD: NCOARPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      CORRTRIG IS SHARED BY EVERY JOB THAT ASKS FOR A LETTER,
      *      SO THE TRIGGERS ARE APPENDED, NEVER REPLACED.
           SET  TP90T-ANCHOR              TO NULL
           MOVE 'CORRTRIG'                TO TP90T-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90T-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90T-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90T-FILE-MODE
           MOVE SPACES                    TO TP90T-RETURN-CODE
           MOVE +0                        TO TP90T-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-TRIGGER-RECORD
                                          TO TP90T-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90T-RECFM

           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 TP90-RECORD-KEY

           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA DD: CORRTRIG, GVBTP90 FAILED, '
                        'RET CD = ' TP90T-RETURN-CODE
                SET  TP90T-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      THE LEGAL-HOLD LIST IS OPTIONAL - A MISSING ONE IS
      *      REPORTED ONCE AND THAT CHECK SIMPLY DOES NOT APPLY.
           SET  TP90K-ANCHOR              TO NULL
           MOVE 'HOLDLIST'                TO TP90K-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90K-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90K-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90K-FILE-MODE
           MOVE SPACES                    TO TP90K-RETURN-CODE
           MOVE +0                        TO TP90K-VSAM-RETURN-CODE
           MOVE +0                        TO TP90K-RECORD-LENGTH
           MOVE SPACES                    TO TP90K-RECFM
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA: NO HOLDLIST DD ALLOCATED, NO '
                        'LEGAL-HOLD CHECK'
                SET  TP90K-ANCHOR           TO NULL
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       200-WRITE-RPT-HEADER.
      *
           MOVE WS-TODAY-CCYYMMDD         TO WS-RPT-HDR-DATE
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 TP90-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA: ERROR WRITING NCOARPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE MATCH, TIE IT TO THE CUSTOMER AND ITS ADR CHILD,
      *  STANDARDIZE THE NEW ADDRESS, THEN DECIDE WHETHER IT IS
      *  APPLIED OR ONLY REPORTED.
      ***************************************************************
       300-PROCESS-ONE-MATCH.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           MOVE SPACES                    TO NCOA-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 NCOA-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90I-DDNAME
                  GO TO 300-EXIT
             WHEN TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRNCOA DD: NCOAIN, GVBTP90 FAILED, '
                          'RET CD = ' TP90I-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
           MOVE NCOA-KEY-ID               TO WS-RPT-KEY-ID
           MOVE NCOA-SEQ-NBR              TO WS-RPT-SEQ-NBR
           MOVE NCOA-MOVE-TYPE            TO WS-RPT-MOVE-TYPE
           MOVE NCOA-MOVE-EFF-DATE        TO WS-RPT-EFF-DATE
           MOVE NCOA-NEW-ADDR-LINE        TO WS-RPT-ADDR-LINE
           MOVE NCOA-NEW-CITY             TO WS-RPT-CITY
           MOVE NCOA-NEW-STATE            TO WS-RPT-STATE
           MOVE NCOA-NEW-POSTAL-CD        TO WS-RPT-POSTAL
      *
           IF   NOT NCOA-MOVE-TYPE-VALID
                MOVE 'INVALID MOVE TYPE       ' TO WS-RPT-ACTION
                PERFORM 350-REJECT-MATCH   THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
           IF   NCOA-NEW-ADDR-LINE = SPACES
           OR   NCOA-NEW-POSTAL-CD = SPACES
                MOVE 'NEW ADDRESS INCOMPLETE  ' TO WS-RPT-ACTION
                PERFORM 350-REJECT-MATCH   THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF TP90-RECORD-AREA
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE NCOA-KEY-ID               TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE 'CUSTOMER NOT ON FILE    ' TO WS-RPT-ACTION
                  PERFORM 350-REJECT-MATCH THRU 350-EXIT
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRNCOA DD: CUSTNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-BEFORE-IMAGE
           SET  PIIC-FCN-REVEAL           TO TRUE
           PERFORM 510-PARENT-PII         THRU 510-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 400-FIND-ADR-CHILD     THRU 400-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
           IF   NOT WS-ADDR-FOUND
                MOVE 'NO ADDRESS CHILD        ' TO WS-RPT-ACTION
                PERFORM 350-REJECT-MATCH   THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
           MOVE CUST-CHILD-SEQ-NBR        TO WS-RPT-SEQ-NBR
      *
      *      BUILD THE NEW ADDRESS OVER THE CHILD AND STANDARDIZE IT.
      *      THE NEW ADDRESS IS DELIVERABLE BY DEFINITION, SO ANY
      *      RETURNED-MAIL MARKING AGAINST THE OLD ONE IS CLEARED.
           MOVE CUST-CHILD-RECORD         TO WS-BEFORE-CHILD
           MOVE NCOA-NEW-ADDR-LINE        TO CUST-ADDR-LINE
           MOVE NCOA-NEW-CITY             TO CUST-ADDR-CITY
           MOVE NCOA-NEW-STATE            TO CUST-ADDR-STATE
           MOVE NCOA-NEW-POSTAL-CD        TO CUST-ADDR-POSTAL-CD
           IF   NCOA-NEW-CNTRY-CD NOT = SPACES
                MOVE NCOA-NEW-CNTRY-CD    TO CUST-ADDR-CNTRY-CD
           END-IF
           MOVE SPACES                    TO CUST-ADDR-UNDELIV-FLAG
                                             CUST-ADDR-RETURN-REASON
                                             CUST-ADDR-RETURN-DATE
           PERFORM 610-NORMALIZE-CASE     THRU 610-EXIT
           PERFORM 620-NORMALIZE-SUFFIX   THRU 620-EXIT
           PERFORM 630-RESOLVE-POSTAL-CD  THRU 630-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
           MOVE CUST-ADDR-LINE            TO WS-RPT-ADDR-LINE
           MOVE CUST-ADDR-CITY            TO WS-RPT-CITY
           MOVE CUST-ADDR-STATE           TO WS-RPT-STATE
           MOVE CUST-ADDR-POSTAL-CD       TO WS-RPT-POSTAL
           IF   NOT WS-POSTAL-RESOLVED
                MOVE 'NEW POSTAL CD NOT IN DIR' TO WS-RPT-ACTION
                PERFORM 350-REJECT-MATCH   THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
      *
      *      A LEGAL HOLD FREEZES THE CUSTOMER'S RECORD AS IT STANDS -
      *      THE MATCH IS LISTED FOR COUNSEL BUT NOT APPLIED.
           IF   TP90K-ANCHOR NOT = NULL
                MOVE NCOA-KEY-ID          TO HOLD-RECORD-KEY
                MOVE LENGTH OF HOLD-RECORD TO TP90K-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN TO TP90K-RECFM
                MOVE TP90-VALUE-LOCATE    TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      HOLD-RECORD,
                                      HOLD-RECORD-KEY
                IF   TP90K-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                AND (HOLD-EXPIRY-DATE = ZEROES
                 OR  HOLD-EXPIRY-DATE >= WS-TODAY-CCYYMMDD)
                     ADD  +1              TO WS-HOLD-CNT
                     MOVE 'REPORTED - LEGAL HOLD   '
                                          TO WS-RPT-ACTION
                     PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
                     GO TO 300-EXIT
                END-IF
           END-IF
      *
           IF  (NCOA-MOVE-INDIVIDUAL AND WS-CTL-APPLY-INDIVIDUAL = 'N')
           OR  (NCOA-MOVE-FAMILY     AND WS-CTL-APPLY-FAMILY = 'N')
           OR  (NCOA-MOVE-BUSINESS   AND WS-CTL-APPLY-BUSINESS = 'N')
                ADD  +1                   TO WS-MOVE-TYPE-CNT
                MOVE 'REPORTED - MOVE TYPE    ' TO WS-RPT-ACTION
                PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
                GO TO 300-EXIT
           END-IF
      *
           IF   CUST-CHILD-RECORD = WS-BEFORE-CHILD
                ADD  +1                   TO WS-ALREADY-CNT
                MOVE 'ALREADY AT NEW ADDRESS  ' TO WS-RPT-ACTION
                PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 500-APPLY-MATCH        THRU 500-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
       350-REJECT-MATCH.
      *
           ADD  +1                        TO WS-REJECTED-CNT
           PERFORM 600-WRITE-REPORT-LINE  THRU 600-EXIT
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND THE ADR CHILD THE MATCH WAS MADE ON - BY ITS SEQUENCE
      *  NUMBER WHEN THE LICENSEE RETURNED ONE, OTHERWISE THE
      *  CUSTOMER'S FIRST ADR CHILD.
      ***************************************************************
       400-FIND-ADR-CHILD.
      *
           MOVE 'N'                       TO WS-ADDR-FOUND-SW
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90D-FILE-MODE
           MOVE +96                       TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
      *
           IF   NCOA-SEQ-NBR NOT = SPACES
                MOVE SPACES               TO CUST-CHILD-RECORD-KEY
                MOVE NCOA-KEY-ID          TO CUST-CHILD-RECORD-KEY(1:10)
                MOVE 'ADR'                TO CUST-CHILD-RECORD-KEY(11:3)
                MOVE NCOA-SEQ-NBR         TO CUST-CHILD-RECORD-KEY(14:2)
                MOVE TP90-VALUE-LOCATE    TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                EVALUATE TRUE
                  WHEN TP90D-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-ADDR-FOUND  TO TRUE
                  WHEN TP90D-RETURN-CODE NOT = TP90-VALUE-NOT-FOUND
                       DISPLAY 'MBRNCOA DD: CUSTADRV, GVBTP90 '
                               'FAILED, RET CD = ' TP90D-RETURN-CODE
                       MOVE  'Y'           TO SEVERE-ERROR
                END-EVALUATE
                GO TO 400-EXIT
           END-IF
      *
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE NCOA-KEY-ID               TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'ADR'                     TO CUST-CHILD-RECORD-KEY(11:3)
           MOVE TP90-VALUE-START-BROWSE   TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 400-EXIT
           END-IF
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  CUST-CHILD-KEY-ID = NCOA-KEY-ID
           AND  CUST-CHILD-ADDRESS
                SET  WS-ADDR-FOUND        TO TRUE
      *
      *           RE-READ BY FULL KEY SO THE UPDATE THAT FOLLOWS IS
      *           AGAINST A KEYED READ, NOT THE BROWSE POSITION.
                MOVE CUST-CHILD-RECORD (1:15)
                                          TO CUST-CHILD-RECORD-KEY
                MOVE TP90-VALUE-LOCATE    TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     DISPLAY 'MBRNCOA DD: CUSTADRV, GVBTP90 '
                             'FAILED, RET CD = ' TP90D-RETURN-CODE
                     MOVE  'Y'            TO SEVERE-ERROR
                END-IF
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPLY ONE MATCH: REWRITE THE ADR CHILD, CARRY THE ADDRESS
      *  LINE, CITY AND STATE UP TO THE PARENT WITH A FRESH
      *  MAINTENANCE STAMP, JOURNAL BOTH PAIRS, AND ASK MBRCORR FOR
      *  THE CONFIRMATION LETTER.
      ***************************************************************
       500-APPLY-MATCH.
      *
           MOVE 'NCOA'                    TO CUST-CHILD-UPD-IDENT
           MOVE TP90-VALUE-UPDATE         TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA: ERROR UPDATING CUSTADRV KEY '
                        CUST-CHILD-RECORD-KEY ' RC = '
                        TP90D-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-CHILD            TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE CUST-CHILD-KEY-ID         TO AUDW-KEY-ID
           MOVE WS-BEFORE-CHILD           TO AUDW-BEFORE-IMAGE
           MOVE CUST-CHILD-RECORD         TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
      *      THE PARENT ADDRESS LINE IS FIVE BYTES SHORTER THAN THE
      *      CHILD'S; THE CHILD KEEPS THE FULL LINE.  WS-BEFORE-IMAGE
      *      WAS TAKEN AS STORED, BEFORE THE PARENT WAS REVEALED.
           MOVE CUST-ADDR-LINE            TO TP90-CUST-ADDR-LINE
           MOVE CUST-ADDR-CITY            TO TP90-CUST-CITY
           MOVE CUST-ADDR-STATE           TO TP90-CUST-STATE
           MOVE WS-TODAY-CCYYMMDD         TO TP90-CUST-UPD-DATE
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-HHMMSS           TO TP90-CUST-UPD-TIME
           MOVE 'NCOA'                    TO TP90-CUST-UPD-IDENT
           IF   TP90-CUST-UPD-SEQ NUMERIC
           AND  TP90-CUST-UPD-SEQ < 999
                ADD  1                    TO TP90-CUST-UPD-SEQ
           ELSE
                MOVE 1                    TO TP90-CUST-UPD-SEQ
           END-IF
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           PERFORM 510-PARENT-PII         THRU 510-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 500-EXIT
           END-IF
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA: ERROR UPDATING KEY '
                        TP90-CUST-KEY-ID ' RC = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
           ADD  +1                        TO WS-APPLIED-CNT
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-PARENT           TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE TP90-CUST-KEY-ID          TO AUDW-KEY-ID
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE TP90-FB-RECORD-AREA       TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           MOVE 'APPLIED                 ' TO WS-RPT-ACTION
           PERFORM 600-WRITE-REPORT-LINE  THRU 600-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 500-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-TRIGGER-RECORD
           MOVE WS-CTL-LETTER-ID          TO WS-TRG-LETTER-ID
           MOVE TP90-CUST-KEY-ID          TO WS-TRG-KEY-ID
           MOVE WS-TODAY-CCYYMMDD         TO WS-TRG-TRIG-DATE
           MOVE TP90-VALUE-WRITE          TO TP90T-FUNCTION-CODE
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA: ERROR WRITING CORRTRIG RC = '
                        TP90T-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-TRIGGER-CNT
           END-IF
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL OR PROTECT (PER PIIC-FUNCTION) THE PARENT IN THE
      *  RECORD AREA UNDER THE ACTIVE PERSONAL-DATA KEY.
      ***************************************************************
       510-PARENT-PII.
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRNCOA: PERSONAL DATA NOT USABLE, KEY '
                        TP90-CUST-KEY-ID ' FUNCTION ' PIIC-FUNCTION
                        ' MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       510-EXIT.
           EXIT.
      *
      *
       600-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRNCOA: ERROR WRITING NCOARPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FOLD THE NEW ADDRESS TO UPPER CASE, AS MBRADRST DOES.
      ***************************************************************
       610-NORMALIZE-CASE.
      *
           INSPECT CUST-ADDR-LINE
                   CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER
           INSPECT CUST-ADDR-CITY
                   CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER
           INSPECT CUST-ADDR-STATE
                   CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER
           INSPECT CUST-ADDR-CNTRY-CD
                   CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER
           .
       610-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REPLACE EACH LONG STREET-SUFFIX SPELLING IN THE ADDRESS
      *  LINE WITH ITS POSTAL ABBREVIATION, ONE TABLE ENTRY AT A
      *  TIME.
      ***************************************************************
       620-NORMALIZE-SUFFIX.
      *
           MOVE +1                        TO WS-ABBREV-IDX
           PERFORM 625-SCAN-ONE-SUFFIX    THRU 625-EXIT
                   UNTIL WS-ABBREV-IDX > WS-ABBREV-MAX
           .
       620-EXIT.
           EXIT.
      *
      *
       625-SCAN-ONE-SUFFIX.
      *
           MOVE 'N'                       TO WS-SCAN-DONE-SW
           MOVE +1                        TO WS-SCAN-POS
           COMPUTE WS-SCAN-LIMIT =
                   +26 - WS-ABBREV-LONG-LEN (WS-ABBREV-IDX)
           PERFORM 626-TEST-ONE-POSITION  THRU 626-EXIT
                   UNTIL WS-SCAN-DONE
                      OR WS-SCAN-POS > WS-SCAN-LIMIT
           ADD  +1                        TO WS-ABBREV-IDX
           .
       625-EXIT.
           EXIT.
      *
      *
       626-TEST-ONE-POSITION.
      *
           MOVE 'N'                       TO WS-WORD-MATCH-SW
           IF   CUST-ADDR-LINE
                    (WS-SCAN-POS:WS-ABBREV-LONG-LEN (WS-ABBREV-IDX))
                  = WS-ABBREV-LONG (WS-ABBREV-IDX)
                    (1:WS-ABBREV-LONG-LEN (WS-ABBREV-IDX))
                SET  WS-WORD-MATCHED       TO TRUE
           END-IF
      *
      *      A MATCH ONLY COUNTS AS A WHOLE WORD.
           IF   WS-WORD-MATCHED
           AND  WS-SCAN-POS > +1
           AND  CUST-ADDR-LINE (WS-SCAN-POS - 1:1) NOT = SPACE
                MOVE 'N'                   TO WS-WORD-MATCH-SW
           END-IF
           COMPUTE WS-TAIL-POS =
                   WS-SCAN-POS + WS-ABBREV-LONG-LEN (WS-ABBREV-IDX)
           IF   WS-WORD-MATCHED
           AND  WS-TAIL-POS <= +25
           AND  CUST-ADDR-LINE (WS-TAIL-POS:1) NOT = SPACE
                MOVE 'N'                   TO WS-WORD-MATCH-SW
           END-IF
      *
           IF   WS-WORD-MATCHED
                PERFORM 627-REPLACE-THE-WORD THRU 627-EXIT
                SET  WS-SCAN-DONE          TO TRUE
           ELSE
                ADD  +1                    TO WS-SCAN-POS
           END-IF
           .
       626-EXIT.
           EXIT.
      *
      *
       627-REPLACE-THE-WORD.
      *
           MOVE SPACES                    TO WS-LINE-WORK
           IF   WS-SCAN-POS > +1
                MOVE CUST-ADDR-LINE (1:WS-SCAN-POS - 1)
                                           TO WS-LINE-WORK
           END-IF
           MOVE WS-ABBREV-SHORT (WS-ABBREV-IDX)
                    (1:WS-ABBREV-SHORT-LEN (WS-ABBREV-IDX))
             TO WS-LINE-WORK
                    (WS-SCAN-POS:WS-ABBREV-SHORT-LEN (WS-ABBREV-IDX))
      *
           COMPUTE WS-LINE-FILL-POS =
                   WS-SCAN-POS + WS-ABBREV-SHORT-LEN (WS-ABBREV-IDX)
           COMPUTE WS-TAIL-LEN = +26 - WS-TAIL-POS
           IF   WS-TAIL-LEN > +0
                MOVE CUST-ADDR-LINE (WS-TAIL-POS:WS-TAIL-LEN)
                  TO WS-LINE-WORK (WS-LINE-FILL-POS:WS-TAIL-LEN)
           END-IF
      *
           MOVE WS-LINE-WORK              TO CUST-ADDR-LINE
           .
       627-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOOK THE NEW FIVE-DIGIT POSTAL CODE UP IN POSTDIRV.  A HIT
      *  REPLACES THE CITY, STATE AND (IF BLANK) COUNTRY WITH THE
      *  DIRECTORY'S SPELLING; A MISS LEAVES THE SWITCH OFF AND THE
      *  MATCH IS REJECTED RATHER THAN APPLIED UNSTANDARDIZED.
      ***************************************************************
       630-RESOLVE-POSTAL-CD.
      *
           MOVE 'N'                       TO WS-POSTAL-SW
           IF   CUST-ADDR-POSTAL-CD (1:5) NOT NUMERIC
                GO TO 630-EXIT
           END-IF
      *
           MOVE CUST-ADDR-POSTAL-CD (1:5) TO POST-RECORD-KEY
           MOVE 'POSTDIRV'                TO TP90P-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90P-FILE-MODE
           MOVE LENGTH OF POST-RECORD     TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           MOVE SPACES                    TO POST-RECORD

           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 POST-RECORD,
                                 POST-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90P-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  SET  WS-POSTAL-RESOLVED  TO TRUE
                  MOVE POST-CITY           TO CUST-ADDR-CITY
                  MOVE POST-STATE          TO CUST-ADDR-STATE
                  IF   CUST-ADDR-CNTRY-CD = SPACES
                       MOVE POST-CNTRY-CD  TO CUST-ADDR-CNTRY-CD
                  END-IF
             WHEN TP90P-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'MBRNCOA DD: POSTDIRV, GVBTP90 '
                          'FAILED, RET CD = ' TP90P-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       630-EXIT.
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
                MOVE 'CUSTNAMV'           TO TP90-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90D-ANCHOR NOT = NULL
                MOVE 'CUSTADRV'           TO TP90D-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      POST-RECORD,
                                      POST-RECORD-KEY
           END-IF
           IF   TP90K-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      HOLD-RECORD,
                                      HOLD-RECORD-KEY
           END-IF
           IF   TP90I-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90I-FUNCTION-CODE
                CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                      NCOA-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90T-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90T-FUNCTION-CODE
                CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                      WS-TRIGGER-RECORD,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRNCOA: ' WS-DISPLAY-MASK-1 ' NCOA MATCHES READ'
           MOVE WS-APPLIED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRNCOA: ' WS-DISPLAY-MASK-1
                   ' NEW ADDRESSES APPLIED'
           MOVE WS-TRIGGER-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRNCOA: ' WS-DISPLAY-MASK-1
                   ' CONFIRMATION TRIGGERS WRITTEN'
           MOVE WS-ALREADY-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRNCOA: ' WS-DISPLAY-MASK-1
                   ' ALREADY AT THE NEW ADDRESS'
           MOVE WS-HOLD-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRNCOA: ' WS-DISPLAY-MASK-1
                   ' REPORTED ONLY - LEGAL HOLD'
           MOVE WS-MOVE-TYPE-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRNCOA: ' WS-DISPLAY-MASK-1
                   ' REPORTED ONLY - MOVE TYPE NOT APPLIED'
           MOVE WS-REJECTED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRNCOA: ' WS-DISPLAY-MASK-1
                   ' MATCHES REJECTED - SEE NCOARPT'
           .
       9900-EXIT.
           EXIT.
