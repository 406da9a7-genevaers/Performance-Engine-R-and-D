       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRESCH.
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
      ** DESCRIPTION: UNCLAIMED-PROPERTY (ESCHEATMENT) DORMANCY        *
      **              PROCESSING.  A CUSTOMER WE CANNOT REACH - ACTIVE *
      **              OR LAPSED, WITH AT LEAST ONE CUSTADRV ADDRESS    *
      **              AND EVERY ONE OF THEM MARKED UNDELIVERABLE BY    *
      **              MBRNIXIE - IS DORMANT ONCE THE STATE'S DORMANCY  *
      **              PERIOD HAS PASSED WITH NO ACTIVITY.  THE CLOCK   *
      **              RUNS FROM THE LATEST OF THE ADDRESS RETURN       *
      **              DATES, THE CUSTOMER'S LAST CUSTNAUD PAIR AND     *
      **              THEIR LAST CINQLOG KEY INQUIRY.  THE STATE IS    *
      **              THE LAST KNOWN ADDRESS'S (THE FIRST CUSTADRV     *
      **              CHILD), FAILING THAT CUST-STATE, AND ITS RULE    *
      **              COMES FROM THE ESCHRULE CARDS (GVBCESCH).        *
      **                                                               *
      **              EACH DORMANT CUSTOMER IS CARRIED ON THE ESCHREGV *
      **              REGISTER THROUGH ITS STAGES:                     *
      **                P - REGISTERED FOR THE STATE'S NEXT FILING,    *
      **                    WAITING FOR THE LETTER WINDOW              *
      **                L - INSIDE THE WINDOW A DUE-DILIGENCE TRIGGER  *
      **                    IS WRITTEN TO CORRTRIG FOR MBRCORR,        *
      **                    FLAGGED FOR THE LAST KNOWN ADDRESS; THE    *
      **                    OUTCOME IS PICKED UP FROM CORRREG          *
      **                R - ANY ACTIVITY, OR A DELIVERABLE ADDRESS,    *
      **                    CLOSES THE CASE                            *
      **                E - STILL UNRESPONSIVE WHEN THE WINDOW CLOSES, *
      **                    THE CUSTOMER IS REPORTED ON THE STATE'S    *
      **                    FILING IN ESCHFIL AND NEVER AGAIN          *
      **              A PENDING CUSTOMER WHOSE WINDOW PASSED WITHOUT   *
      **              A LETTER IS STILL REPORTED, SO THE FILING IS     *
      **              NEVER LATE, AND IS FLAGGED ON THE REPORT.        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY - DATE TO SERIAL DAY                  *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                AUDIT TRAIL JOURNAL         (DDNAME=CUSTNAUD)  *
      **                INQUIRY ACCESS JOURNAL      (DDNAME=CINQLOG)   *
      **                CORRESPONDENCE REGISTER     (DDNAME=CORRREG)   *
      **                STATE ESCHEATMENT RULES     (DDNAME=ESCHRULE)  *
      **                                                               *
      ** I-O FILES:     DORMANCY REGISTER           (DDNAME=ESCHREGV)  *
      **                                                               *
      ** OUTPUT FILES:  CORRESPONDENCE TRIGGERS     (DDNAME=CORRTRIG)  *
      **                STATE ESCHEATMENT FILINGS   (DDNAME=ESCHFIL)   *
      **                DORMANCY REPORT             (DDNAME=ESCHRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - NO RULE FOR A STATE, OR A LETTER REFUSED  *
      **              0008 - A LETTER WINDOW WAS MISSED                *
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
      *      THE NAME AND THE LEGAL NAME ARE HELD PROTECTED (SEE
      *      GVBCPIIK) AND ARE REVEALED UNDER THE ACTIVE KEY FOR THE
      *      FILING AND THE REPORT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-CARD-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-AUDIT-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-INQUIRY-READ-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-CORRREG-READ-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-NO-RULE-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-NOT-YET-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-REGISTERED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-PENDING-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-LETTER-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-AWAITING-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-RESPONDED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-ESCHEATED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-PRIOR-ESCHEATED-CNT      PIC S9(08) COMP VALUE +0.
       01  WS-MISSED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-REFUSED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-FILING-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY             PIC 9(04).
           05  WS-RUN-MMDD             PIC 9(04).
       01  WS-RUN-SERIAL               PIC S9(08) COMP VALUE +0.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  DATE WORK.  A DORMANCY PERIOD IS ADDED IN WHOLE MONTHS (THE
      *  RESULT IS ONLY EVER COMPARED, SO A DAY PAST A SHORT MONTH'S
      *  END DOES NO HARM); THE LETTER WINDOW IS COUNTED IN DAYS ON
      *  GVBJDAY SERIAL DAYS.
      *****************************************************************
       01  WS-WORK-DATE                PIC 9(08)  VALUE ZEROES.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-CCYY            PIC 9(04).
           05  WS-WORK-MMDD            PIC 9(04).
       01  WS-WORK-DATE-MD REDEFINES WS-WORK-DATE.
           05  FILLER                  PIC X(04).
           05  WS-WORK-MM              PIC 9(02).
           05  WS-WORK-DD              PIC 9(02).
       01  WS-MONTH-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-MONTH-REM                PIC S9(08) COMP VALUE +0.
       01  WS-DORMANT-UNTIL            PIC 9(08)  VALUE ZEROES.
       01  WS-DUE-SERIAL               PIC S9(08) COMP VALUE +0.
       01  WS-OPEN-SERIAL              PIC S9(08) COMP VALUE +0.
       01  WS-CLOSE-SERIAL             PIC S9(08) COMP VALUE +0.
       01  WS-ASOF-DATE                PIC 9(08)  VALUE ZEROES.
       01  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-CCYY            PIC 9(04).
           05  WS-ASOF-MMDD            PIC 9(04).
      *
      *****************************************************************
      *  THE STATE RULES FROM ESCHRULE, EACH WITH THE FILING CYCLE
      *  IT IS IN AT THE RUN DATE - THE FIRST DEADLINE ON OR AFTER
      *  THE RUN DATE AND THE AS-OF DATE BEFORE IT.
      *****************************************************************
       01  WS-RL-MAX                   PIC S9(04) COMP VALUE +60.
       01  WS-RL-COUNT                 PIC S9(04) COMP VALUE +0.
       01  WS-RL-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-RL-SCAN                  PIC S9(04) COMP VALUE +0.
       01  WS-RL-DEFAULT-IDX           PIC S9(04) COMP VALUE +0.
       01  WS-FIND-STATE               PIC X(02)  VALUE SPACES.
       01  WS-RULE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RULE-FOUND                      VALUE 'Y'.
       01  WS-RL-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-RL-EOF                          VALUE 'Y'.
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY             OCCURS 60 TIMES.
               10  WS-RL-STATE         PIC X(02).
               10  WS-RL-MONTHS        PIC 9(03).
               10  WS-RL-ASOF-MMDD     PIC 9(04).
               10  WS-RL-DUE-MMDD      PIC 9(04).
               10  WS-RL-MAX-DAYS      PIC 9(03).
               10  WS-RL-MIN-DAYS      PIC 9(03).
               10  WS-RL-LETTER-ID     PIC X(08).
               10  WS-RL-LAYOUT        PIC X(01).
               10  WS-RL-HOLDER-ID     PIC X(12).
               10  WS-RL-DUE-DATE      PIC 9(08).
               10  WS-RL-ASOF-DATE     PIC 9(08).
      *
      *****************************************************************
      *  THE CUSTOMERS WE CANNOT REACH, IN CUSTNAMV KEY ORDER SO THE
      *  JOURNAL PASSES CAN FIND THEM BY BINARY SEARCH.
      *****************************************************************
       01  WS-CD-MAX                   PIC S9(08) COMP VALUE +5000.
       01  WS-CD-COUNT                 PIC S9(08) COMP VALUE +0.
       01  WS-CD-IDX                   PIC S9(08) COMP VALUE +0.
       01  WS-CD-LO                    PIC S9(08) COMP VALUE +0.
       01  WS-CD-HI                    PIC S9(08) COMP VALUE +0.
       01  WS-CD-MID                   PIC S9(08) COMP VALUE +0.
       01  WS-FIND-KEY                 PIC X(10)  VALUE SPACES.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY             OCCURS 5000 TIMES.
               10  WS-CD-KEY           PIC X(10).
               10  WS-CD-NAME          PIC X(20).
               10  WS-CD-FILING-STATE  PIC X(02).
               10  WS-CD-ADDR-LINE     PIC X(25).
               10  WS-CD-ADDR-CITY     PIC X(13).
               10  WS-CD-ADDR-STATE    PIC X(02).
               10  WS-CD-POSTAL-CD     PIC X(09).
               10  WS-CD-LAST-ACTIVITY PIC 9(08).
               10  WS-CD-LETTER-DATE   PIC 9(08).
               10  WS-CD-LETTER-STATUS PIC X(01).
      *
      *      THE ADDRESS SCAN FOR THE CUSTOMER IN HAND.
       01  WS-ADR-CNT                  PIC S9(04) COMP VALUE +0.
       01  WS-ADR-DELIV-CNT            PIC S9(04) COMP VALUE +0.
       01  WS-ADR-LATEST-RETURN        PIC 9(08)  VALUE ZEROES.
       01  WS-ADR-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-ADR-EOF                         VALUE 'Y'.
       01  WS-FIRST-ADDR.
           05  WS-FIRST-ADDR-LINE      PIC X(25).
           05  WS-FIRST-ADDR-CITY      PIC X(13).
           05  WS-FIRST-ADDR-STATE     PIC X(02).
           05  WS-FIRST-POSTAL-CD      PIC X(09).
      *
      *****************************************************************
      *  THE CUSTOMERS TO REPORT THIS RUN, SORTED INTO STATE ORDER
      *  BEFORE THE FILINGS ARE WRITTEN.
      *****************************************************************
       01  WS-FT-MAX                   PIC S9(08) COMP VALUE +5000.
       01  WS-FT-COUNT                 PIC S9(08) COMP VALUE +0.
       01  WS-FT-IDX                   PIC S9(08) COMP VALUE +0.
       01  WS-FT-TABLE.
           05  WS-FT-ENTRY             OCCURS 5000 TIMES.
               10  WS-FT-SORT-KEY.
                   15  WS-FT-STATE     PIC X(02).
                   15  WS-FT-KEY       PIC X(10).
               10  WS-FT-CD-IDX        PIC S9(08) COMP.
               10  WS-FT-RL-IDX        PIC S9(04) COMP.
               10  WS-FT-DUE-DATE      PIC 9(08).
               10  WS-FT-LETTER-DATE   PIC 9(08).
               10  WS-FT-LETTER-STATUS PIC X(01).
      *
      *      SHELL-SORT WORK FIELDS.
       01  WS-SORT-GAP                 PIC S9(08) COMP VALUE +0.
       01  WS-SORT-I                   PIC S9(08) COMP VALUE +0.
       01  WS-SORT-J                   PIC S9(08) COMP VALUE +0.
       01  WS-SORT-SWAP                PIC X(35).
       01  WS-SORT-DONE-SW             PIC X(01)  VALUE 'N'.
           88  WS-SORT-PASS-DONE                  VALUE 'Y'.
      *
      *      REGISTER ENTRIES TO CLOSE - OPEN CASES WHOSE CUSTOMER IS
      *      NO LONGER UNREACHABLE - GATHERED ON THE BROWSE AND
      *      UPDATED AFTER IT.
       01  WS-CL-MAX                   PIC S9(08) COMP VALUE +5000.
       01  WS-CL-COUNT                 PIC S9(08) COMP VALUE +0.
       01  WS-CL-IDX                   PIC S9(08) COMP VALUE +0.
       01  WS-CL-TABLE.
           05  WS-CL-KEY               OCCURS 5000 TIMES PIC X(10).
      *
       01  WS-REG-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-REG-FOUND                       VALUE 'Y'.
       01  WS-REG-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-REG-EOF                         VALUE 'Y'.
       01  WS-PRIOR-LETTER-STATUS      PIC X(01)  VALUE SPACES.
      *
      *      THE FILING BEING WRITTEN.
       01  WS-BREAK-STATE              PIC X(02)  VALUE LOW-VALUES.
       01  WS-STATE-DTL-CNT            PIC 9(07)  VALUE ZEROES.
       01  WS-FILING-SEQ               PIC 9(06)  VALUE ZEROES.
       01  WS-CUR-LAYOUT               PIC X(01)  VALUE 'N'.
           88  WS-CUR-LAYOUT-DELIMITED            VALUE 'C'.
       01  WS-OWNER-NAME               PIC X(60)  VALUE SPACES.
       01  WS-REPORT-YEAR              PIC 9(04)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE CUSTNAUD JOURNAL RECORD - THE SHAPE MBRAUDWR WRITES.
      *****************************************************************
       01  WS-AUDIT-RECORD.
           05  WS-AUDIT-REC-RUN-DATE       PIC 9(08).
           05  WS-AUDIT-REC-RUN-TIME       PIC 9(06).
           05  WS-AUDIT-REC-CHANGE-TYPE    PIC X(07).
           05  WS-AUDIT-REC-KEY            PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE    PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ      PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH     PIC 9(15).
      *
      *****************************************************************
      *  ONE MBRCORR GENERATION-REGISTER ENTRY, AS MBRCORR WRITES IT.
      *****************************************************************
       01  WS-CORRREG-RECORD.
           05  WS-CRG-RUN-DATE         PIC 9(08).
           05  WS-CRG-RUN-TIME         PIC 9(06).
           05  WS-CRG-LETTER-ID        PIC X(08).
           05  WS-CRG-KEY-ID           PIC X(10).
           05  WS-CRG-TRIG-DATE        PIC X(08).
           05  WS-CRG-TRIG-DATE-N      REDEFINES
               WS-CRG-TRIG-DATE        PIC 9(08).
           05  WS-CRG-STATUS           PIC X(01).
           05  FILLER                  PIC X(39).
      *
      *****************************************************************
      *  ONE CORRTRIG TRIGGER, IN THE LAYOUT MBRCORR READS.  'L' IN
      *  COLUMN 30 SENDS THE LETTER TO THE LAST KNOWN ADDRESS.
      *****************************************************************
       01  WS-TRIGGER-RECORD.
           05  WS-TRG-LETTER-ID        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TRG-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  WS-TRG-TRIG-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TRG-ADDR-RULE        PIC X(01).
           05  FILLER                  PIC X(50).
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)  VALUE 'KEY '.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(04)  VALUE ' ST '.
           05  WS-RPT-STATE            PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-ACTION           PIC X(50).
           05  FILLER                  PIC X(06)  VALUE ' DATE '.
           05  WS-RPT-DATE             PIC X(08).
           05  FILLER                  PIC X(15)  VALUE SPACES.
      *
       COPY GVBCESCH.
       COPY GVBCCHLD.
       COPY GVBCACCL.
       COPY GVBCJDAY.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
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
                                ==TP90L-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90L-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90L-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90L-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90L-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90L-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90L-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90L-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90L-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90L-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90L-ESDS==.
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
                                ==TP90Q-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90Q-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90Q-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90Q-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90Q-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90Q-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90Q-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90Q-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90Q-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90Q-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90Q-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90S-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90S-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90S-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90S-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90S-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90S-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90S-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90S-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90S-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90S-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90S-ESDS==.
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90F-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90F-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90F-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90F-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90F-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90F-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90F-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90F-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90F-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90F-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90F-ESDS==.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRESCH '                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 210-EXAMINE-ONE-CUST  THRU 210-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 300-SCAN-AUDIT        THRU 300-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 350-SCAN-INQUIRIES    THRU 350-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 380-SCAN-CORRREG      THRU 380-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 410-WORK-ONE-CANDIDATE THRU 410-EXIT
                        VARYING WS-CD-IDX FROM +1 BY +1
                        UNTIL WS-CD-IDX > WS-CD-COUNT
                           OR SEVERE-ERROR NOT = ' '
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 600-CLOSE-REACHABLE   THRU 600-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 700-WRITE-FILINGS     THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRESCH '                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           COMPUTE RUNC-REG-RCRDS-WRITTEN =
                   WS-LETTER-CNT + WS-ESCHEATED-CNT
           COMPUTE RUNC-REG-RCRDS-REJECTED =
                   WS-NO-RULE-CNT + WS-REFUSED-CNT + WS-MISSED-CNT
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-MISSED-CNT > ZERO
                  MOVE 8                     TO RETURN-CODE
             WHEN WS-NO-RULE-CNT > ZERO
             OR   WS-REFUSED-CNT > ZERO
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
      *  LOAD THE STATE RULES AND OPEN THE FILES.
      ***************************************************************
       100-INIT.
      *
           MOVE WS-RUN-DATE               TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-RUN-SERIAL
      *
           PERFORM 150-LOAD-RULES         THRU 150-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO EOF-FLAG
           END-IF
      *
           SET  TP90D-ANCHOR              TO NULL
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90D-FILE-MODE
           MOVE SPACES                    TO TP90D-RETURN-CODE
           MOVE +0                        TO TP90D-VSAM-RETURN-CODE
           MOVE +0                        TO TP90D-RECORD-LENGTH
           MOVE SPACES                    TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                SET  TP90D-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90L-ANCHOR              TO NULL
           MOVE 'CUSTLGNV'                TO TP90L-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90L-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90L-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90L-FILE-MODE
           MOVE SPACES                    TO TP90L-RETURN-CODE
           MOVE +0                        TO TP90L-VSAM-RETURN-CODE
           MOVE +0                        TO TP90L-RECORD-LENGTH
           MOVE SPACES                    TO TP90L-RECFM
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH: CUSTLGNV DD NOT ALLOCATED, '
                        'OWNER NAMES FROM CUST-NAME'
                SET  TP90L-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'CUSTNAUD'                TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-AUDIT-RECORD TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: CUSTNAUD, GVBTP90 FAILED, '
                        'RET CD = ' TP90A-RETURN-CODE
                SET  TP90A-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      THE INQUIRY JOURNAL AND THE CORRESPONDENCE REGISTER ARE
      *      OPTIONAL - WITHOUT THEM INQUIRIES DO NOT COUNT AS
      *      ACTIVITY AND LETTER OUTCOMES ARE NOT PICKED UP.
           SET  TP90Q-ANCHOR              TO NULL
           MOVE 'CINQLOG '                TO TP90Q-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90Q-FILE-MODE
           MOVE SPACES                    TO TP90Q-RETURN-CODE
           MOVE +0                        TO TP90Q-VSAM-RETURN-CODE
           MOVE LENGTH OF ACCL-RECORD     TO TP90Q-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 ACCL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH: NO CINQLOG DD ALLOCATED, '
                        'INQUIRIES NOT COUNTED AS ACTIVITY'
                SET  TP90Q-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90C-ANCHOR              TO NULL
           MOVE 'CORRREG '                TO TP90C-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90C-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90C-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90C-FILE-MODE
           MOVE SPACES                    TO TP90C-RETURN-CODE
           MOVE +0                        TO TP90C-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-CORRREG-RECORD
                                          TO TP90C-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90C-RECFM
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 WS-CORRREG-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH: NO CORRREG DD ALLOCATED, '
                        'LETTER OUTCOMES NOT RECORDED'
                SET  TP90C-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90G-ANCHOR              TO NULL
           MOVE 'ESCHREGV'                TO TP90G-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90G-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90G-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90G-FILE-MODE
           MOVE SPACES                    TO TP90G-RETURN-CODE
           MOVE +0                        TO TP90G-VSAM-RETURN-CODE
           MOVE +0                        TO TP90G-RECORD-LENGTH
           MOVE SPACES                    TO TP90G-RECFM
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 ESRG-RECORD,
                                 ESRG-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: ESCHREGV, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                SET  TP90G-ANCHOR           TO NULL
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
                DISPLAY 'MBRESCH DD: CORRTRIG, GVBTP90 FAILED, '
                        'RET CD = ' TP90T-RETURN-CODE
                SET  TP90T-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90F-ANCHOR              TO NULL
           MOVE 'ESCHFIL '                TO TP90F-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90F-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90F-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90F-FILE-MODE
           MOVE SPACES                    TO TP90F-RETURN-CODE
           MOVE +0                        TO TP90F-VSAM-RETURN-CODE
           MOVE LENGTH OF ESFL-RECORD     TO TP90F-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90F-RECFM
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 ESFL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: ESCHFIL, GVBTP90 FAILED, '
                        'RET CD = ' TP90F-RETURN-CODE
                SET  TP90F-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'ESCHRPT '                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-DETAIL-LINE
                                          TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: ESCHRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90P-RETURN-CODE
                SET  TP90P-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE ESCHRULE CARDS.  A BAD CARD REFUSES THE WHOLE TABLE -
      *  A FILING BUILT ON A HALF-LOADED RULE SET IS WORSE THAN NONE.
      ***************************************************************
       150-LOAD-RULES.
      *
           SET  TP90S-ANCHOR              TO NULL
           MOVE 'ESCHRULE'                TO TP90S-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90S-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90S-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90S-FILE-MODE
           MOVE SPACES                    TO TP90S-RETURN-CODE
           MOVE +0                        TO TP90S-VSAM-RETURN-CODE
           MOVE LENGTH OF ESRL-RULE-CARD  TO TP90S-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90S-RECFM
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 ESRL-RULE-CARD,
                                 TP90-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: ESCHRULE, GVBTP90 FAILED, '
                        'RET CD = ' TP90S-RETURN-CODE
                SET  TP90S-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-RL-EOF-SW
           PERFORM 155-LOAD-ONE-RULE      THRU 155-EXIT
                   UNTIL WS-RL-EOF OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90S-FUNCTION-CODE
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 ESRL-RULE-CARD,
                                 TP90-RECORD-KEY
           SET  TP90S-ANCHOR              TO NULL
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 150-EXIT
           END-IF
      *
           IF   WS-RL-COUNT = +0
                DISPLAY 'MBRESCH: *** ESCHRULE HOLDS NO STATE '
                        'RULES ***'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           PERFORM 160-PLACE-RULE-CYCLE   THRU 160-EXIT
                   VARYING WS-RL-IDX FROM +1 BY +1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
      *
           MOVE WS-RL-COUNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' STATE RULES LOADED'
           .
       150-EXIT.
           EXIT.
      *
      *
       155-LOAD-ONE-RULE.
      *
           MOVE TP90-VALUE-READ           TO TP90S-FUNCTION-CODE
           MOVE SPACES                    TO ESRL-RULE-CARD
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 ESRL-RULE-CARD,
                                 TP90-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-RL-EOF            TO TRUE
                GO TO 155-EXIT
           END-IF
      *
           ADD  +1                        TO WS-CARD-CNT
           IF   ESRL-RULE-CARD (1:1) = '*'
           OR   ESRL-RULE-CARD = SPACES
                GO TO 155-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN ESRL-STATE = SPACES
                  DISPLAY 'MBRESCH: *** NO STATE ON CARD '
                          WS-CARD-CNT ' ***'
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN ESRL-DORMANT-MONTHS NOT NUMERIC
             OR   ESRL-DORMANT-MONTHS-N = ZERO
                  DISPLAY 'MBRESCH: *** BAD DORMANT MONTHS ON CARD '
                          WS-CARD-CNT ' ***'
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN ESRL-ASOF-MMDD NOT NUMERIC
             OR   ESRL-DUE-MMDD NOT NUMERIC
             OR   ESRL-ASOF-MMDD (1:2) < '01'
             OR   ESRL-ASOF-MMDD (1:2) > '12'
             OR   ESRL-ASOF-MMDD (3:2) < '01'
             OR   ESRL-ASOF-MMDD (3:2) > '31'
             OR   ESRL-DUE-MMDD (1:2) < '01'
             OR   ESRL-DUE-MMDD (1:2) > '12'
             OR   ESRL-DUE-MMDD (3:2) < '01'
             OR   ESRL-DUE-MMDD (3:2) > '31'
             OR   ESRL-ASOF-MMDD = ESRL-DUE-MMDD
                  DISPLAY 'MBRESCH: *** BAD AS-OF OR DUE MMDD ON '
                          'CARD ' WS-CARD-CNT ' ***'
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN ESRL-DD-MAX-DAYS NOT NUMERIC
             OR   ESRL-DD-MIN-DAYS NOT NUMERIC
             OR   ESRL-DD-MIN-DAYS-N NOT < ESRL-DD-MAX-DAYS-N
                  DISPLAY 'MBRESCH: *** BAD LETTER WINDOW ON CARD '
                          WS-CARD-CNT ' ***'
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN ESRL-LETTER-ID = SPACES
                  DISPLAY 'MBRESCH: *** NO LETTER ID ON CARD '
                          WS-CARD-CNT ' ***'
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN NOT ESRL-LAYOUT-FIXED
             AND  NOT ESRL-LAYOUT-DELIMITED
                  DISPLAY 'MBRESCH: *** UNKNOWN LAYOUT '
                          ESRL-LAYOUT ' ON CARD ' WS-CARD-CNT
                          ' ***'
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  MOVE ESRL-STATE         TO WS-FIND-STATE
                  MOVE 'N'                TO WS-RULE-FOUND-SW
                  MOVE +0                 TO WS-RL-SCAN
                  PERFORM 157-CHECK-DUP-STATE THRU 157-EXIT
                          UNTIL WS-RL-SCAN >= WS-RL-COUNT
                             OR WS-RULE-FOUND
                  IF   WS-RULE-FOUND
                       DISPLAY 'MBRESCH: *** STATE ' ESRL-STATE
                               ' REPEATED ON CARD ' WS-CARD-CNT
                               ' ***'
                       MOVE 'Y'           TO SEVERE-ERROR
                  END-IF
           END-EVALUATE
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 155-EXIT
           END-IF
      *
           IF   WS-RL-COUNT >= WS-RL-MAX
                DISPLAY 'MBRESCH: *** RULE TABLE FULL AT '
                        WS-RL-MAX ' STATES ***'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 155-EXIT
           END-IF
      *
           ADD  +1                        TO WS-RL-COUNT
           MOVE ESRL-STATE                TO WS-RL-STATE (WS-RL-COUNT)
           MOVE ESRL-DORMANT-MONTHS-N     TO WS-RL-MONTHS (WS-RL-COUNT)
           MOVE ESRL-ASOF-MMDD-N
                                   TO WS-RL-ASOF-MMDD (WS-RL-COUNT)
           MOVE ESRL-DUE-MMDD-N    TO WS-RL-DUE-MMDD (WS-RL-COUNT)
           MOVE ESRL-DD-MAX-DAYS-N TO WS-RL-MAX-DAYS (WS-RL-COUNT)
           MOVE ESRL-DD-MIN-DAYS-N TO WS-RL-MIN-DAYS (WS-RL-COUNT)
           MOVE ESRL-LETTER-ID     TO WS-RL-LETTER-ID (WS-RL-COUNT)
           MOVE ESRL-LAYOUT        TO WS-RL-LAYOUT (WS-RL-COUNT)
           MOVE ESRL-HOLDER-ID     TO WS-RL-HOLDER-ID (WS-RL-COUNT)
           IF   ESRL-DEFAULT-STATE
                MOVE WS-RL-COUNT          TO WS-RL-DEFAULT-IDX
           END-IF
           .
       155-EXIT.
           EXIT.
      *
      *
       157-CHECK-DUP-STATE.
      *
           ADD  +1                        TO WS-RL-SCAN
           IF   WS-RL-STATE (WS-RL-SCAN) = WS-FIND-STATE
                SET  WS-RULE-FOUND        TO TRUE
           END-IF
           .
       157-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FILING CYCLE A RULE IS IN AT THE RUN DATE: THE FIRST
      *  DEADLINE ON OR AFTER TODAY, AND THE AS-OF DATE BEFORE IT.
      ***************************************************************
       160-PLACE-RULE-CYCLE.
      *
           MOVE WS-RUN-CCYY               TO WS-WORK-CCYY
           MOVE WS-RL-DUE-MMDD (WS-RL-IDX) TO WS-WORK-MMDD
           IF   WS-WORK-DATE < WS-RUN-DATE
                ADD  1                    TO WS-WORK-CCYY
           END-IF
           MOVE WS-WORK-DATE              TO WS-RL-DUE-DATE (WS-RL-IDX)
      *
           PERFORM 170-ASOF-FOR-DUE-DATE  THRU 170-EXIT
           MOVE WS-ASOF-DATE
                                   TO WS-RL-ASOF-DATE (WS-RL-IDX)
      *
           DISPLAY 'MBRESCH: STATE ' WS-RL-STATE (WS-RL-IDX)
                   ' DORMANT AS OF ' WS-RL-ASOF-DATE (WS-RL-IDX)
                   ', FILING DUE ' WS-RL-DUE-DATE (WS-RL-IDX)
           .
       160-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE AS-OF DATE OF THE FILING DUE ON WS-WORK-DATE UNDER RULE
      *  WS-RL-IDX - THE LAST AS-OF MMDD BEFORE THE DEADLINE.
      ***************************************************************
       170-ASOF-FOR-DUE-DATE.
      *
           MOVE WS-WORK-CCYY              TO WS-ASOF-CCYY
           MOVE WS-RL-ASOF-MMDD (WS-RL-IDX) TO WS-ASOF-MMDD
           IF   WS-RL-ASOF-MMDD (WS-RL-IDX)
                  > WS-RL-DUE-MMDD (WS-RL-IDX)
                SUBTRACT 1                FROM WS-ASOF-CCYY
           END-IF
           .
       170-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE NEXT CUSTOMER AND KEEP IT WHEN IT IS ACTIVE OR
      *  LAPSED AND EVERY ADDRESS IT HAS IS UNDELIVERABLE.
      ***************************************************************
       210-EXAMINE-ONE-CUST.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 210-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRESCH DD: ' TP90-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 210-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
           IF   TP90-CUST-STATUS NOT = 'A'
           AND  TP90-CUST-STATUS NOT = 'L'
                GO TO 210-EXIT
           END-IF
      *
           PERFORM 220-SCAN-ADDRESSES     THRU 220-EXIT
           IF   WS-ADR-CNT = +0
           OR   WS-ADR-DELIV-CNT > +0
                GO TO 210-EXIT
           END-IF
      *
           IF   WS-CD-COUNT >= WS-CD-MAX
                DISPLAY 'MBRESCH: *** MORE THAN ' WS-CD-MAX
                        ' UNREACHABLE CUSTOMERS - RUN STOPPED ***'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 210-EXIT
           END-IF
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRESCH: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 210-EXIT
           END-IF
           ADD  +1                        TO WS-CD-COUNT
           MOVE TP90-CUST-KEY-ID          TO WS-CD-KEY (WS-CD-COUNT)
           MOVE TP90-CUST-NAME            TO WS-CD-NAME (WS-CD-COUNT)
           MOVE WS-FIRST-ADDR-LINE
                                   TO WS-CD-ADDR-LINE (WS-CD-COUNT)
           MOVE WS-FIRST-ADDR-CITY
                                   TO WS-CD-ADDR-CITY (WS-CD-COUNT)
           MOVE WS-FIRST-ADDR-STATE
                                   TO WS-CD-ADDR-STATE (WS-CD-COUNT)
           MOVE WS-FIRST-POSTAL-CD
                                   TO WS-CD-POSTAL-CD (WS-CD-COUNT)
           EVALUATE TRUE
             WHEN WS-FIRST-ADDR-STATE NOT = SPACES
                  MOVE WS-FIRST-ADDR-STATE
                                TO WS-CD-FILING-STATE (WS-CD-COUNT)
             WHEN TP90-CUST-STATE NOT = SPACES
                  MOVE TP90-CUST-STATE
                                TO WS-CD-FILING-STATE (WS-CD-COUNT)
             WHEN OTHER
                  MOVE '??'     TO WS-CD-FILING-STATE (WS-CD-COUNT)
           END-EVALUATE
           MOVE WS-ADR-LATEST-RETURN
                               TO WS-CD-LAST-ACTIVITY (WS-CD-COUNT)
           MOVE ZEROES         TO WS-CD-LETTER-DATE (WS-CD-COUNT)
           MOVE SPACES         TO WS-CD-LETTER-STATUS (WS-CD-COUNT)
           .
       210-EXIT.
           EXIT.
      *
      *
       220-SCAN-ADDRESSES.
      *
           MOVE +0                        TO WS-ADR-CNT
                                             WS-ADR-DELIV-CNT
           MOVE ZEROES                    TO WS-ADR-LATEST-RETURN
           MOVE SPACES                    TO WS-FIRST-ADDR
           MOVE 'N'                       TO WS-ADR-EOF-SW
      *
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'ADR'                     TO CUST-CHILD-RECORD-KEY(11:3)
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90D-FUNCTION-CODE
           MOVE +96                       TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-ADR-EOF           TO TRUE
           END-IF
      *
           PERFORM 225-JUDGE-ONE-ADDR     THRU 225-EXIT
                   UNTIL WS-ADR-EOF
           .
       220-EXIT.
           EXIT.
      *
      *
       225-JUDGE-ONE-ADDR.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CUST-CHILD-KEY-ID NOT = TP90-CUST-KEY-ID
           OR   NOT CUST-CHILD-ADDRESS
                SET  WS-ADR-EOF           TO TRUE
                GO TO 225-EXIT
           END-IF
      *
           ADD  +1                        TO WS-ADR-CNT
           IF   WS-ADR-CNT = +1
                MOVE CUST-ADDR-LINE       TO WS-FIRST-ADDR-LINE
                MOVE CUST-ADDR-CITY       TO WS-FIRST-ADDR-CITY
                MOVE CUST-ADDR-STATE      TO WS-FIRST-ADDR-STATE
                MOVE CUST-ADDR-POSTAL-CD  TO WS-FIRST-POSTAL-CD
           END-IF
      *
           IF   NOT CUST-ADDR-UNDELIVERABLE
                ADD  +1                   TO WS-ADR-DELIV-CNT
                SET  WS-ADR-EOF           TO TRUE
                GO TO 225-EXIT
           END-IF
           IF   CUST-ADDR-RETURN-DATE NUMERIC
           AND  CUST-ADDR-RETURN-DATE > WS-ADR-LATEST-RETURN
                MOVE CUST-ADDR-RETURN-DATE TO WS-ADR-LATEST-RETURN
           END-IF
           .
       225-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND WS-FIND-KEY AMONG THE UNREACHABLE CUSTOMERS.  ANSWERS
      *  WS-CD-MID (ZERO WHEN ABSENT), LEAVING WS-CD-IDX ALONE.
      ***************************************************************
       260-FIND-CANDIDATE.
      *
           MOVE +0                        TO WS-CD-MID
           MOVE +1                        TO WS-CD-LO
           MOVE WS-CD-COUNT               TO WS-CD-HI
           PERFORM 265-PROBE-ONE-CANDIDATE THRU 265-EXIT
                   UNTIL WS-CD-LO > WS-CD-HI
           .
       260-EXIT.
           EXIT.
      *
      *
       265-PROBE-ONE-CANDIDATE.
      *
           COMPUTE WS-CD-MID = (WS-CD-LO + WS-CD-HI) / 2
           EVALUATE TRUE
             WHEN WS-CD-KEY (WS-CD-MID) = WS-FIND-KEY
                  COMPUTE WS-CD-LO = WS-CD-HI + 1
             WHEN WS-CD-KEY (WS-CD-MID) < WS-FIND-KEY
                  COMPUTE WS-CD-LO = WS-CD-MID + 1
                  IF   WS-CD-LO > WS-CD-HI
                       MOVE +0            TO WS-CD-MID
                  END-IF
             WHEN OTHER
                  COMPUTE WS-CD-HI = WS-CD-MID - 1
                  IF   WS-CD-LO > WS-CD-HI
                       MOVE +0            TO WS-CD-MID
                  END-IF
           END-EVALUATE
           .
       265-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND THE RULE FOR WS-FIND-STATE, FALLING BACK ON THE '**'
      *  RULE.  ANSWERS WS-RL-IDX, ZERO WHEN NEITHER EXISTS.
      ***************************************************************
       270-FIND-RULE.
      *
           MOVE 'N'                       TO WS-RULE-FOUND-SW
           MOVE +0                        TO WS-RL-SCAN
           PERFORM 157-CHECK-DUP-STATE    THRU 157-EXIT
                   UNTIL WS-RL-SCAN >= WS-RL-COUNT
                      OR WS-RULE-FOUND
           IF   WS-RULE-FOUND
                MOVE WS-RL-SCAN           TO WS-RL-IDX
           ELSE
                MOVE WS-RL-DEFAULT-IDX    TO WS-RL-IDX
           END-IF
           .
       270-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 2 - THE CUSTNAUD JOURNAL.  ANY PAIR FOR AN UNREACHABLE
      *  CUSTOMER IS ACTIVITY.  THE RETURNED-MAIL MARKING IS ITSELF
      *  JOURNALED, SO THE CLOCK NEVER STARTS BEFORE IT.
      ***************************************************************
       300-SCAN-AUDIT.
      *
           IF   WS-CD-COUNT = +0
                GO TO 300-EXIT
           END-IF
           MOVE ' '                       TO EOF-FLAG
           PERFORM 310-NOTE-ONE-PAIR      THRU 310-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE WS-AUDIT-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' JOURNAL PAIRS READ'
           .
       300-EXIT.
           EXIT.
      *
      *
       310-NOTE-ONE-PAIR.
      *
           MOVE TP90-VALUE-READ           TO TP90A-FUNCTION-CODE
           MOVE SPACES                    TO WS-AUDIT-RECORD
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90A-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 310-EXIT
             WHEN TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRESCH: ERROR READING CUSTNAUD RC = '
                          TP90A-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 310-EXIT
           END-EVALUATE
           ADD  +1                        TO WS-AUDIT-READ-CNT
      *
           MOVE WS-AUDIT-REC-KEY          TO WS-FIND-KEY
           PERFORM 260-FIND-CANDIDATE     THRU 260-EXIT
           IF   WS-CD-MID > +0
           AND  WS-AUDIT-REC-RUN-DATE
                  > WS-CD-LAST-ACTIVITY (WS-CD-MID)
                MOVE WS-AUDIT-REC-RUN-DATE
                                   TO WS-CD-LAST-ACTIVITY (WS-CD-MID)
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 3 - CINQLOG.  A KEY INQUIRY THAT FOUND (OR UPDATED)
      *  THE CUSTOMER IS ACTIVITY; SEARCHES AND DENIALS ARE NOT.
      ***************************************************************
       350-SCAN-INQUIRIES.
      *
           IF   TP90Q-ANCHOR = NULL
           OR   WS-CD-COUNT = +0
                GO TO 350-EXIT
           END-IF
           MOVE ' '                       TO EOF-FLAG
           PERFORM 360-NOTE-ONE-INQUIRY   THRU 360-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE WS-INQUIRY-READ-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' INQUIRY LOG RECORDS READ'
           .
       350-EXIT.
           EXIT.
      *
      *
       360-NOTE-ONE-INQUIRY.
      *
           MOVE TP90-VALUE-READ           TO TP90Q-FUNCTION-CODE
           MOVE SPACES                    TO ACCL-RECORD
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 ACCL-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90Q-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 360-EXIT
             WHEN TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRESCH: ERROR READING CINQLOG RC = '
                          TP90Q-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 360-EXIT
           END-EVALUATE
           ADD  +1                        TO WS-INQUIRY-READ-CNT
      *
           IF   NOT ACCL-KEY-INQUIRY
           OR  (NOT ACCL-RESULT-FOUND AND NOT ACCL-RESULT-UPDATED)
                GO TO 360-EXIT
           END-IF
           MOVE ACCL-KEY-ID               TO WS-FIND-KEY
           PERFORM 260-FIND-CANDIDATE     THRU 260-EXIT
           IF   WS-CD-MID > +0
           AND  ACCL-LOG-DATE > WS-CD-LAST-ACTIVITY (WS-CD-MID)
                MOVE ACCL-LOG-DATE
                                   TO WS-CD-LAST-ACTIVITY (WS-CD-MID)
           END-IF
           .
       360-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 4 - CORRREG.  THE LATEST DUE-DILIGENCE LETTER MBRCORR
      *  REGISTERED FOR EACH UNREACHABLE CUSTOMER - ANY LETTER ID ON
      *  THE RULE TABLE COUNTS.
      ***************************************************************
       380-SCAN-CORRREG.
      *
           IF   TP90C-ANCHOR = NULL
           OR   WS-CD-COUNT = +0
                GO TO 380-EXIT
           END-IF
           MOVE ' '                       TO EOF-FLAG
           PERFORM 390-NOTE-ONE-LETTER    THRU 390-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE WS-CORRREG-READ-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' CORRESPONDENCE REGISTER ENTRIES READ'
           .
       380-EXIT.
           EXIT.
      *
      *
       390-NOTE-ONE-LETTER.
      *
           MOVE TP90-VALUE-READ           TO TP90C-FUNCTION-CODE
           MOVE SPACES                    TO WS-CORRREG-RECORD
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 WS-CORRREG-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 390-EXIT
             WHEN TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRESCH: ERROR READING CORRREG RC = '
                          TP90C-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 390-EXIT
           END-EVALUATE
           ADD  +1                        TO WS-CORRREG-READ-CNT
      *
           IF   WS-CRG-TRIG-DATE NOT NUMERIC
                GO TO 390-EXIT
           END-IF
           MOVE WS-CRG-KEY-ID             TO WS-FIND-KEY
           PERFORM 260-FIND-CANDIDATE     THRU 260-EXIT
           IF   WS-CD-MID = +0
           OR   WS-CRG-TRIG-DATE-N < WS-CD-LETTER-DATE (WS-CD-MID)
                GO TO 390-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-RULE-FOUND-SW
           MOVE +0                        TO WS-RL-SCAN
           PERFORM 395-MATCH-LETTER-ID    THRU 395-EXIT
                   UNTIL WS-RL-SCAN >= WS-RL-COUNT
                      OR WS-RULE-FOUND
           IF   WS-RULE-FOUND
                MOVE WS-CRG-TRIG-DATE-N
                                   TO WS-CD-LETTER-DATE (WS-CD-MID)
                MOVE WS-CRG-STATUS
                                   TO WS-CD-LETTER-STATUS (WS-CD-MID)
           END-IF
           .
       390-EXIT.
           EXIT.
      *
      *
       395-MATCH-LETTER-ID.
      *
           ADD  +1                        TO WS-RL-SCAN
           IF   WS-RL-LETTER-ID (WS-RL-SCAN) = WS-CRG-LETTER-ID
                SET  WS-RULE-FOUND        TO TRUE
           END-IF
           .
       395-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE UNREACHABLE CUSTOMER AGAINST THE STATE RULE AND THE
      *  REGISTER - REGISTER IT WHEN NEWLY DORMANT, THEN MOVE ITS
      *  CASE ON AS FAR AS TODAY ALLOWS.
      ***************************************************************
       410-WORK-ONE-CANDIDATE.
      *
           MOVE WS-CD-KEY (WS-CD-IDX)     TO WS-RPT-KEY-ID
           MOVE WS-CD-FILING-STATE (WS-CD-IDX) TO WS-RPT-STATE
                                                  WS-FIND-STATE
           PERFORM 270-FIND-RULE          THRU 270-EXIT
           IF   WS-RL-IDX = +0
                ADD  +1                   TO WS-NO-RULE-CNT
                MOVE 'NO ESCHEATMENT RULE FOR THE STATE - NOT WORKED'
                                          TO WS-RPT-ACTION
                MOVE SPACES               TO WS-RPT-DATE
                PERFORM 850-WRITE-REPORT-LINE THRU 850-EXIT
                GO TO 410-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-REG-FOUND-SW
           MOVE WS-CD-KEY (WS-CD-IDX)     TO ESRG-RECORD-KEY
           MOVE 'ESCHREGV'                TO TP90G-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90G-FUNCTION-CODE
           MOVE LENGTH OF ESRG-RECORD     TO TP90G-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90G-RECFM
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 ESRG-RECORD,
                                 ESRG-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90G-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  SET  WS-REG-FOUND       TO TRUE
             WHEN TP90G-RETURN-CODE NOT = TP90-VALUE-NOT-FOUND
                  DISPLAY 'MBRESCH DD: ESCHREGV, GVBTP90 FAILED, '
                          'RET CD = ' TP90G-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 410-EXIT
           END-EVALUATE
      *
           IF   WS-REG-FOUND AND ESRG-STAGE-ESCHEATED
                ADD  +1                   TO WS-PRIOR-ESCHEATED-CNT
                GO TO 410-EXIT
           END-IF
      *
      *      NO OPEN CASE - REGISTER ONE IF THE CUSTOMER HAS BEEN
      *      DORMANT LONG ENOUGH FOR THE STATE'S NEXT FILING.
           IF   NOT WS-REG-FOUND OR ESRG-STAGE-RESPONDED
                PERFORM 450-DORMANT-UNTIL THRU 450-EXIT
                IF   WS-DORMANT-UNTIL > WS-RL-ASOF-DATE (WS-RL-IDX)
                     ADD  +1              TO WS-NOT-YET-CNT
                     GO TO 410-EXIT
                END-IF
                MOVE SPACES               TO ESRG-RECORD
                MOVE WS-CD-KEY (WS-CD-IDX) TO ESRG-KEY-ID
                SET  ESRG-STAGE-PENDING   TO TRUE
                MOVE WS-CD-FILING-STATE (WS-CD-IDX) TO ESRG-STATE
                MOVE WS-CD-LAST-ACTIVITY (WS-CD-IDX)
                                          TO ESRG-DORMANT-SINCE
                MOVE WS-RUN-DATE          TO ESRG-IDENTIFIED-DATE
                MOVE WS-RL-DUE-DATE (WS-RL-IDX)
                                          TO ESRG-REPORT-DUE-DATE
                MOVE WS-RL-LETTER-ID (WS-RL-IDX) TO ESRG-LETTER-ID
                MOVE ZEROES               TO ESRG-LETTER-DATE
                                             ESRG-CLOSED-DATE
                ADD  +1                   TO WS-REGISTERED-CNT
                MOVE 'DORMANT - REGISTERED FOR THE FILING DUE'
                                          TO WS-RPT-ACTION
                MOVE ESRG-REPORT-DUE-DATE TO WS-RPT-DATE
                PERFORM 850-WRITE-REPORT-LINE THRU 850-EXIT
           END-IF
      *
           PERFORM 420-ADVANCE-CASE       THRU 420-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 410-EXIT
           END-IF
      *
           IF   WS-REG-FOUND
                MOVE TP90-VALUE-UPDATE    TO TP90G-FUNCTION-CODE
           ELSE
                MOVE TP90-VALUE-WRITE     TO TP90G-FUNCTION-CODE
           END-IF
           MOVE ESRG-KEY-ID               TO ESRG-RECORD-KEY
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 ESRG-RECORD,
                                 ESRG-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: ESCHREGV, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOVE AN OPEN CASE ON.  ACTIVITY SINCE THE CASE OPENED (OR
      *  SINCE THE LETTER) CLOSES IT; OTHERWISE THE LETTER WINDOW
      *  FOR THE CASE'S FILING DECIDES.
      ***************************************************************
       420-ADVANCE-CASE.
      *
           PERFORM 480-LETTER-WINDOW      THRU 480-EXIT
           MOVE WS-RUN-DATE               TO WS-RPT-DATE
      *
           EVALUATE TRUE
             WHEN ESRG-STAGE-PENDING
             AND  WS-CD-LAST-ACTIVITY (WS-CD-IDX) > ESRG-DORMANT-SINCE
                  SET  ESRG-STAGE-RESPONDED TO TRUE
                  MOVE WS-RUN-DATE        TO ESRG-CLOSED-DATE
                  ADD  +1                 TO WS-RESPONDED-CNT
                  MOVE 'ACTIVITY SINCE REGISTERED - CASE CLOSED'
                                          TO WS-RPT-ACTION
                  PERFORM 850-WRITE-REPORT-LINE THRU 850-EXIT
      *
             WHEN ESRG-STAGE-LETTER-SENT
             AND  WS-CD-LAST-ACTIVITY (WS-CD-IDX) > ESRG-LETTER-DATE
                  SET  ESRG-STAGE-RESPONDED TO TRUE
                  MOVE WS-RUN-DATE        TO ESRG-CLOSED-DATE
                  ADD  +1                 TO WS-RESPONDED-CNT
                  MOVE 'RESPONDED AFTER DUE-DILIGENCE LETTER - CLOSED'
                                          TO WS-RPT-ACTION
                  PERFORM 850-WRITE-REPORT-LINE THRU 850-EXIT
      *
             WHEN ESRG-STAGE-PENDING
             AND  WS-RUN-SERIAL < WS-OPEN-SERIAL
                  ADD  +1                 TO WS-PENDING-CNT
      *
             WHEN ESRG-STAGE-PENDING
             AND  WS-RUN-SERIAL NOT > WS-CLOSE-SERIAL
                  PERFORM 500-REQUEST-LETTER THRU 500-EXIT
      *
             WHEN ESRG-STAGE-PENDING
                  ADD  +1                 TO WS-MISSED-CNT
                  MOVE '*** LETTER WINDOW MISSED - REPORTED WITHOUT ONE'
                                          TO WS-RPT-ACTION
                  PERFORM 850-WRITE-REPORT-LINE THRU 850-EXIT
                  PERFORM 550-QUEUE-FOR-FILING THRU 550-EXIT
      *
             WHEN OTHER
                  PERFORM 430-NOTE-LETTER-OUTCOME THRU 430-EXIT
                  IF   WS-RUN-SERIAL > WS-CLOSE-SERIAL
                       MOVE 'UNRESPONSIVE - REPORTED ON THE FILING'
                                          TO WS-RPT-ACTION
                       PERFORM 850-WRITE-REPORT-LINE THRU 850-EXIT
                       PERFORM 550-QUEUE-FOR-FILING THRU 550-EXIT
                  ELSE
                       ADD  +1            TO WS-AWAITING-CNT
                  END-IF
           END-EVALUATE
           .
       420-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RECORD WHAT MBRCORR DID WITH THE LETTER, ONCE CORRREG HAS
      *  IT.  A REFUSED LETTER IS REPORTED THE RUN IT IS FIRST SEEN.
      ***************************************************************
       430-NOTE-LETTER-OUTCOME.
      *
           IF   WS-CD-LETTER-DATE (WS-CD-IDX) NOT = ESRG-LETTER-DATE
           OR   WS-CD-LETTER-STATUS (WS-CD-IDX) = SPACES
                GO TO 430-EXIT
           END-IF
      *
           MOVE ESRG-LETTER-STATUS        TO WS-PRIOR-LETTER-STATUS
           MOVE WS-CD-LETTER-STATUS (WS-CD-IDX) TO ESRG-LETTER-STATUS
           IF   WS-PRIOR-LETTER-STATUS = ESRG-LETTER-STATUS
                GO TO 430-EXIT
           END-IF
      *
           EVALUATE ESRG-LETTER-STATUS
             WHEN 'P'
             WHEN 'L'
                  MOVE 'DUE-DILIGENCE LETTER PRINTED FOR POSTING'
                                          TO WS-RPT-ACTION
             WHEN 'E'
                  MOVE 'DUE-DILIGENCE LETTER E-MAILED'
                                          TO WS-RPT-ACTION
             WHEN OTHER
                  ADD  +1                 TO WS-REFUSED-CNT
                  MOVE SPACES             TO WS-RPT-ACTION
                  STRING '*** DUE-DILIGENCE LETTER REFUSED BY MBRCORR, '
                                          DELIMITED BY SIZE
                         'STATUS '        DELIMITED BY SIZE
                         ESRG-LETTER-STATUS DELIMITED BY SIZE
                         INTO WS-RPT-ACTION
                  END-STRING
           END-EVALUATE
           MOVE ESRG-LETTER-DATE          TO WS-RPT-DATE
           PERFORM 850-WRITE-REPORT-LINE  THRU 850-EXIT
           MOVE WS-RUN-DATE               TO WS-RPT-DATE
           .
       430-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE DATE THE CUSTOMER BECOMES DORMANT - THE LAST ACTIVITY
      *  PLUS THE STATE'S DORMANCY MONTHS.  NO ACTIVITY ON RECORD AT
      *  ALL MEANS DORMANT ALREADY.
      ***************************************************************
       450-DORMANT-UNTIL.
      *
           MOVE WS-CD-LAST-ACTIVITY (WS-CD-IDX) TO WS-WORK-DATE
           IF   WS-WORK-DATE = ZERO
                MOVE ZEROES               TO WS-DORMANT-UNTIL
                GO TO 450-EXIT
           END-IF
      *
           COMPUTE WS-MONTH-CNT = WS-WORK-CCYY * 12
                                + WS-WORK-MM - 1
                                + WS-RL-MONTHS (WS-RL-IDX)
           DIVIDE WS-MONTH-CNT BY 12 GIVING WS-MONTH-CNT
                                  REMAINDER WS-MONTH-REM
           MOVE WS-MONTH-CNT              TO WS-WORK-CCYY
           COMPUTE WS-WORK-MM = WS-MONTH-REM + 1
           MOVE WS-WORK-DATE              TO WS-DORMANT-UNTIL
           .
       450-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE LETTER WINDOW FOR THE CASE'S FILING, AS SERIAL DAYS: NO
      *  MORE THAN MAX AND NO FEWER THAN MIN DAYS BEFORE THE DUE DATE.
      ***************************************************************
       480-LETTER-WINDOW.
      *
           MOVE ESRG-REPORT-DUE-DATE      TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-DUE-SERIAL
           COMPUTE WS-OPEN-SERIAL  = WS-DUE-SERIAL
                                   - WS-RL-MAX-DAYS (WS-RL-IDX)
           COMPUTE WS-CLOSE-SERIAL = WS-DUE-SERIAL
                                   - WS-RL-MIN-DAYS (WS-RL-IDX)
           .
       480-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ASK MBRCORR FOR THE DUE-DILIGENCE LETTER, TO THE LAST KNOWN
      *  ADDRESS, AND MOVE THE CASE TO 'L'.
      ***************************************************************
       500-REQUEST-LETTER.
      *
           MOVE SPACES                    TO WS-TRIGGER-RECORD
           MOVE ESRG-LETTER-ID            TO WS-TRG-LETTER-ID
           MOVE ESRG-KEY-ID               TO WS-TRG-KEY-ID
           MOVE WS-RUN-DATE               TO WS-TRG-TRIG-DATE
           MOVE 'L'                       TO WS-TRG-ADDR-RULE
           MOVE TP90-VALUE-WRITE          TO TP90T-FUNCTION-CODE
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH: ERROR WRITING CORRTRIG RC = '
                        TP90T-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
           ADD  +1                        TO WS-LETTER-CNT
      *
           SET  ESRG-STAGE-LETTER-SENT    TO TRUE
           MOVE WS-RUN-DATE               TO ESRG-LETTER-DATE
           MOVE SPACES                    TO ESRG-LETTER-STATUS
           MOVE 'DUE-DILIGENCE LETTER REQUESTED FROM MBRCORR'
                                          TO WS-RPT-ACTION
           PERFORM 850-WRITE-REPORT-LINE  THRU 850-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  QUEUE THE CUSTOMER FOR ITS STATE'S FILING AND CLOSE THE
      *  CASE AS ESCHEATED.
      ***************************************************************
       550-QUEUE-FOR-FILING.
      *
           IF   WS-FT-COUNT >= WS-FT-MAX
                DISPLAY 'MBRESCH: *** MORE THAN ' WS-FT-MAX
                        ' CUSTOMERS TO REPORT - RUN STOPPED ***'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 550-EXIT
           END-IF
           ADD  +1                        TO WS-FT-COUNT
           MOVE ESRG-STATE                TO WS-FT-STATE (WS-FT-COUNT)
           MOVE ESRG-KEY-ID               TO WS-FT-KEY (WS-FT-COUNT)
           MOVE WS-CD-IDX                 TO WS-FT-CD-IDX (WS-FT-COUNT)
           MOVE WS-RL-IDX                 TO WS-FT-RL-IDX (WS-FT-COUNT)
           MOVE ESRG-REPORT-DUE-DATE
                                   TO WS-FT-DUE-DATE (WS-FT-COUNT)
           MOVE ESRG-LETTER-DATE
                                   TO WS-FT-LETTER-DATE (WS-FT-COUNT)
           MOVE ESRG-LETTER-STATUS
                                   TO WS-FT-LETTER-STATUS (WS-FT-COUNT)
      *
           SET  ESRG-STAGE-ESCHEATED      TO TRUE
           MOVE WS-RUN-DATE               TO ESRG-CLOSED-DATE
           ADD  +1                        TO WS-ESCHEATED-CNT
           .
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE EVERY OPEN CASE WHOSE CUSTOMER IS NO LONGER AMONG THE
      *  UNREACHABLE - AN ADDRESS WAS CORRECTED, OR THE CUSTOMER IS
      *  NO LONGER ACTIVE OR LAPSED.
      ***************************************************************
       600-CLOSE-REACHABLE.
      *
           MOVE 'N'                       TO WS-REG-EOF-SW
           MOVE LOW-VALUES                TO ESRG-RECORD-KEY
           MOVE 'ESCHREGV'                TO TP90G-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90G-FUNCTION-CODE
           MOVE LENGTH OF ESRG-RECORD     TO TP90G-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90G-RECFM
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 ESRG-RECORD,
                                 ESRG-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 600-EXIT
           END-IF
      *
           PERFORM 610-CHECK-ONE-CASE     THRU 610-EXIT
                   UNTIL WS-REG-EOF OR SEVERE-ERROR NOT = ' '
      *
           PERFORM 620-CLOSE-ONE-CASE     THRU 620-EXIT
                   VARYING WS-CL-IDX FROM +1 BY +1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
                      OR SEVERE-ERROR NOT = ' '
           .
       600-EXIT.
           EXIT.
      *
      *
       610-CHECK-ONE-CASE.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 ESRG-RECORD,
                                 ESRG-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-REG-EOF           TO TRUE
                GO TO 610-EXIT
           END-IF
      *
           IF   NOT ESRG-STAGE-PENDING
           AND  NOT ESRG-STAGE-LETTER-SENT
                GO TO 610-EXIT
           END-IF
           MOVE ESRG-KEY-ID               TO WS-FIND-KEY
           PERFORM 260-FIND-CANDIDATE     THRU 260-EXIT
           IF   WS-CD-MID > +0
                GO TO 610-EXIT
           END-IF
      *
           IF   WS-CL-COUNT >= WS-CL-MAX
                DISPLAY 'MBRESCH: *** MORE THAN ' WS-CL-MAX
                        ' CASES TO CLOSE - RUN STOPPED ***'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 610-EXIT
           END-IF
           ADD  +1                        TO WS-CL-COUNT
           MOVE ESRG-KEY-ID               TO WS-CL-KEY (WS-CL-COUNT)
           .
       610-EXIT.
           EXIT.
      *
      *
       620-CLOSE-ONE-CASE.
      *
           MOVE WS-CL-KEY (WS-CL-IDX)     TO ESRG-RECORD-KEY
           MOVE TP90-VALUE-LOCATE         TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 ESRG-RECORD,
                                 ESRG-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: ESCHREGV, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 620-EXIT
           END-IF
      *
           SET  ESRG-STAGE-RESPONDED      TO TRUE
           MOVE WS-RUN-DATE               TO ESRG-CLOSED-DATE
           MOVE TP90-VALUE-UPDATE         TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 ESRG-RECORD,
                                 ESRG-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH DD: ESCHREGV, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 620-EXIT
           END-IF
      *
           ADD  +1                        TO WS-RESPONDED-CNT
           MOVE ESRG-KEY-ID               TO WS-RPT-KEY-ID
           MOVE ESRG-STATE                TO WS-RPT-STATE
           MOVE 'REACHABLE AGAIN - CASE CLOSED'
                                          TO WS-RPT-ACTION
           MOVE WS-RUN-DATE               TO WS-RPT-DATE
           PERFORM 850-WRITE-REPORT-LINE  THRU 850-EXIT
           .
       620-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE STATE FILINGS - HEADER, ONE DETAIL PER OWNER AND
      *  TRAILER FOR EACH STATE, IN THE STATE'S OWN LAYOUT.
      ***************************************************************
       700-WRITE-FILINGS.
      *
           IF   WS-FT-COUNT = +0
                DISPLAY 'MBRESCH: NO CUSTOMERS TO REPORT THIS RUN'
                GO TO 700-EXIT
           END-IF
      *
           COMPUTE WS-SORT-GAP = WS-FT-COUNT / +2
           PERFORM 750-SORT-ONE-GAP       THRU 750-EXIT
                   UNTIL WS-SORT-GAP < +1
      *
           MOVE LOW-VALUES                TO WS-BREAK-STATE
           PERFORM 710-FILE-ONE-OWNER     THRU 710-EXIT
                   VARYING WS-FT-IDX FROM +1 BY +1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
                      OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR = ' '
                PERFORM 730-WRITE-TRAILER THRU 730-EXIT
           END-IF
           .
       700-EXIT.
           EXIT.
      *
      *
       710-FILE-ONE-OWNER.
      *
           IF   WS-FT-STATE (WS-FT-IDX) NOT = WS-BREAK-STATE
                IF   WS-BREAK-STATE NOT = LOW-VALUES
                     PERFORM 730-WRITE-TRAILER THRU 730-EXIT
                END-IF
                MOVE WS-FT-STATE (WS-FT-IDX) TO WS-BREAK-STATE
                PERFORM 720-WRITE-HEADER  THRU 720-EXIT
           END-IF
      *
           MOVE WS-FT-CD-IDX (WS-FT-IDX)  TO WS-CD-IDX
           PERFORM 760-FETCH-OWNER-NAME   THRU 760-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 710-EXIT
           END-IF
           ADD  1                         TO WS-STATE-DTL-CNT
                                             WS-FILING-SEQ
      *
           MOVE SPACES                    TO ESFL-RECORD
           IF   WS-CUR-LAYOUT-DELIMITED
                STRING '2,'               DELIMITED BY SIZE
                       WS-BREAK-STATE     DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-FILING-SEQ      DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-CD-KEY (WS-CD-IDX) DELIMITED BY SPACE
                       ',"'               DELIMITED BY SIZE
                       WS-OWNER-NAME      DELIMITED BY '  '
                       '","'              DELIMITED BY SIZE
                       WS-CD-ADDR-LINE (WS-CD-IDX) DELIMITED BY '  '
                       '","'              DELIMITED BY SIZE
                       WS-CD-ADDR-CITY (WS-CD-IDX) DELIMITED BY '  '
                       '",'               DELIMITED BY SIZE
                       WS-CD-ADDR-STATE (WS-CD-IDX) DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-CD-POSTAL-CD (WS-CD-IDX) DELIMITED BY SPACE
                       ','                DELIMITED BY SIZE
                       WS-CD-LAST-ACTIVITY (WS-CD-IDX)
                                          DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-FT-LETTER-DATE (WS-FT-IDX)
                                          DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-FT-LETTER-STATUS (WS-FT-IDX)
                                          DELIMITED BY SIZE
                       INTO ESFL-RECORD
                END-STRING
           ELSE
                SET  ESFL-REC-DETAIL      TO TRUE
                MOVE WS-BREAK-STATE       TO ESFL-STATE
                MOVE WS-FILING-SEQ        TO ESFL-DTL-SEQ-NBR
                MOVE WS-CD-KEY (WS-CD-IDX) TO ESFL-DTL-OWNER-KEY
                MOVE WS-OWNER-NAME        TO ESFL-DTL-OWNER-NAME
                MOVE WS-CD-ADDR-LINE (WS-CD-IDX) TO ESFL-DTL-ADDR-LINE
                MOVE WS-CD-ADDR-CITY (WS-CD-IDX) TO ESFL-DTL-ADDR-CITY
                MOVE WS-CD-ADDR-STATE (WS-CD-IDX)
                                          TO ESFL-DTL-ADDR-STATE
                MOVE WS-CD-POSTAL-CD (WS-CD-IDX) TO ESFL-DTL-POSTAL-CD
                MOVE WS-CD-LAST-ACTIVITY (WS-CD-IDX)
                                          TO ESFL-DTL-LAST-ACTIVITY
                MOVE WS-FT-LETTER-DATE (WS-FT-IDX)
                                          TO ESFL-DTL-LETTER-DATE
                MOVE WS-FT-LETTER-STATUS (WS-FT-IDX)
                                          TO ESFL-DTL-LETTER-STATUS
           END-IF
           PERFORM 800-WRITE-FILING-RECORD THRU 800-EXIT
           .
       710-EXIT.
           EXIT.
      *
      *
       720-WRITE-HEADER.
      *
           MOVE WS-FT-RL-IDX (WS-FT-IDX)  TO WS-RL-IDX
           MOVE WS-RL-LAYOUT (WS-RL-IDX)  TO WS-CUR-LAYOUT
           MOVE WS-FT-DUE-DATE (WS-FT-IDX) TO WS-WORK-DATE
           PERFORM 170-ASOF-FOR-DUE-DATE  THRU 170-EXIT
           MOVE WS-ASOF-CCYY              TO WS-REPORT-YEAR
           MOVE ZEROES                    TO WS-STATE-DTL-CNT
                                             WS-FILING-SEQ
           ADD  +1                        TO WS-FILING-CNT
      *
           MOVE SPACES                    TO ESFL-RECORD
           IF   WS-CUR-LAYOUT-DELIMITED
                STRING '1,'               DELIMITED BY SIZE
                       WS-BREAK-STATE     DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-RL-HOLDER-ID (WS-RL-IDX) DELIMITED BY SPACE
                       ','                DELIMITED BY SIZE
                       WS-REPORT-YEAR     DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-ASOF-DATE       DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-FT-DUE-DATE (WS-FT-IDX) DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-RUN-DATE        DELIMITED BY SIZE
                       INTO ESFL-RECORD
                END-STRING
           ELSE
                SET  ESFL-REC-HEADER      TO TRUE
                MOVE WS-BREAK-STATE       TO ESFL-STATE
                MOVE WS-RL-HOLDER-ID (WS-RL-IDX) TO ESFL-HDR-HOLDER-ID
                MOVE WS-REPORT-YEAR       TO ESFL-HDR-REPORT-YEAR
                MOVE WS-ASOF-DATE         TO ESFL-HDR-AS-OF-DATE
                MOVE WS-FT-DUE-DATE (WS-FT-IDX) TO ESFL-HDR-DUE-DATE
                MOVE WS-RUN-DATE          TO ESFL-HDR-CREATED-DATE
           END-IF
           PERFORM 800-WRITE-FILING-RECORD THRU 800-EXIT
           .
       720-EXIT.
           EXIT.
      *
      *
       730-WRITE-TRAILER.
      *
           MOVE SPACES                    TO ESFL-RECORD
           IF   WS-CUR-LAYOUT-DELIMITED
                STRING '9,'               DELIMITED BY SIZE
                       WS-BREAK-STATE     DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       WS-STATE-DTL-CNT   DELIMITED BY SIZE
                       INTO ESFL-RECORD
                END-STRING
           ELSE
                SET  ESFL-REC-TRAILER     TO TRUE
                MOVE WS-BREAK-STATE       TO ESFL-STATE
                MOVE WS-STATE-DTL-CNT     TO ESFL-TRL-DETAIL-CNT
           END-IF
           PERFORM 800-WRITE-FILING-RECORD THRU 800-EXIT
      *
           DISPLAY 'MBRESCH: STATE ' WS-BREAK-STATE ' FILING - '
                   WS-STATE-DTL-CNT ' OWNERS'
           .
       730-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SHELL-SORT THE FILING QUEUE INTO STATE/KEY ORDER.
      ***************************************************************
       750-SORT-ONE-GAP.
      *
           COMPUTE WS-SORT-I = WS-SORT-GAP + +1
           PERFORM 755-SIFT-ONE-SLOT      THRU 755-EXIT
                   UNTIL WS-SORT-I > WS-FT-COUNT
           COMPUTE WS-SORT-GAP = WS-SORT-GAP / +2
           .
       750-EXIT.
           EXIT.
      *
      *
       755-SIFT-ONE-SLOT.
      *
           MOVE WS-SORT-I                 TO WS-SORT-J
           MOVE 'N'                       TO WS-SORT-DONE-SW
           PERFORM 757-SIFT-ONE-STEP      THRU 757-EXIT
                   UNTIL WS-SORT-PASS-DONE
                      OR WS-SORT-J <= WS-SORT-GAP
           ADD  +1                        TO WS-SORT-I
           .
       755-EXIT.
           EXIT.
      *
      *
       757-SIFT-ONE-STEP.
      *
           IF   WS-FT-SORT-KEY (WS-SORT-J - WS-SORT-GAP)
                  <= WS-FT-SORT-KEY (WS-SORT-J)
                SET  WS-SORT-PASS-DONE    TO TRUE
           ELSE
                MOVE WS-FT-ENTRY (WS-SORT-J) TO WS-SORT-SWAP
                MOVE WS-FT-ENTRY (WS-SORT-J - WS-SORT-GAP)
                  TO WS-FT-ENTRY (WS-SORT-J)
                MOVE WS-SORT-SWAP
                  TO WS-FT-ENTRY (WS-SORT-J - WS-SORT-GAP)
                SUBTRACT WS-SORT-GAP      FROM WS-SORT-J
           END-IF
           .
       757-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE OWNER'S NAME FOR THE FILING - THE 'NAM' LEGAL-NAME
      *  CHILD WHEN THERE IS ONE, ELSE CUST-NAME.
      ***************************************************************
       760-FETCH-OWNER-NAME.
      *
           MOVE SPACES                    TO WS-OWNER-NAME
           MOVE WS-CD-NAME (WS-CD-IDX)    TO WS-OWNER-NAME
      *
           IF   TP90L-ANCHOR = NULL
                GO TO 760-EXIT
           END-IF
      *
           MOVE 'CUSTLGNV'                TO TP90L-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90L-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90L-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90L-FILE-MODE
           MOVE +96                       TO TP90L-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90L-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           MOVE WS-CD-KEY (WS-CD-IDX)     TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'NAM01'                   TO CUST-CHILD-RECORD-KEY(11:5)
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 760-EXIT
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRESCH: PERSONAL DATA KEY ERROR, KEY '
                        WS-CD-KEY (WS-CD-IDX) ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 760-EXIT
           END-IF
           IF   CUST-NAM-LEGAL-NAME NOT = SPACES
                MOVE CUST-NAM-LEGAL-NAME  TO WS-OWNER-NAME
           END-IF
           .
       760-EXIT.
           EXIT.
      *
      *
       800-WRITE-FILING-RECORD.
      *
           MOVE TP90-VALUE-WRITE          TO TP90F-FUNCTION-CODE
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 ESFL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH: ERROR WRITING ESCHFIL RC = '
                        TP90F-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       800-EXIT.
           EXIT.
      *
      *
       850-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRESCH: ERROR WRITING ESCHRPT RC = '
                        TP90P-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       850-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE 'CUSTNAMV'           TO TP90-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90D-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90L-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90L-FUNCTION-CODE
                CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90A-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      WS-AUDIT-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90Q-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90Q-FUNCTION-CODE
                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      ACCL-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90C-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90C-FUNCTION-CODE
                CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                      WS-CORRREG-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90G-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90G-FUNCTION-CODE
                CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                      ESRG-RECORD,
                                      ESRG-RECORD-KEY
           END-IF
           IF   TP90T-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90T-FUNCTION-CODE
                CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                      WS-TRIGGER-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90F-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90F-FUNCTION-CODE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      ESFL-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1 ' CUSTOMERS READ'
           MOVE WS-CD-COUNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' WITH NO DELIVERABLE ADDRESS'
           MOVE WS-NOT-YET-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' NOT YET DORMANT FOR THEIR STATE'
           MOVE WS-REGISTERED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' NEWLY REGISTERED AS DORMANT'
           MOVE WS-PENDING-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' WAITING FOR THE LETTER WINDOW'
           MOVE WS-LETTER-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' DUE-DILIGENCE LETTERS REQUESTED'
           MOVE WS-AWAITING-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' AWAITING A RESPONSE'
           MOVE WS-RESPONDED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1 ' CASES CLOSED'
           MOVE WS-ESCHEATED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' REPORTED ON ' WS-FILING-CNT ' STATE FILINGS'
           MOVE WS-PRIOR-ESCHEATED-CNT    TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' ALREADY ESCHEATED'
           MOVE WS-MISSED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' LETTER WINDOWS MISSED'
           MOVE WS-REFUSED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' LETTERS REFUSED BY MBRCORR'
           MOVE WS-NO-RULE-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRESCH: ' WS-DISPLAY-MASK-1
                   ' WITH NO RULE FOR THEIR STATE'
           .
       9900-EXIT.
           EXIT.
