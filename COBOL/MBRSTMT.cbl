       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRSTMT.
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
      ** DESCRIPTION: ANNUAL CUSTOMER STATEMENT OF AGREEMENTS AND      *
      **              STATUS.  BROWSES CUSTNAMV IN KEY ORDER AND, FOR  *
      **              EVERY ACTIVE CUSTOMER, PRINTS ONE STATEMENT:     *
      **              THE CUSTOMER'S CURRENT NAME (THE 'NAM' LEGAL-    *
      **              NAME CHILD WHEN THERE IS ONE) AND DELIVERABLE    *
      **              CUSTADRV ADDRESS, EVERY AGREEMENT LINKED ON      *
      **              CUSTAGRX WITH ITS STATUS AND OPEN/CLOSE DATES    *
      **              FROM AGRMST, AND EVERY CHANGE OF CUSTOMER        *
      **              STATUS JOURNALLED ON CUSTNAUD DURING THE         *
      **              STATEMENT YEAR.                                  *
      **                                                               *
      **              THE AGREEMENT LINKS ARE READ CO-SEQUENTIALLY     *
      **              FROM AGRXSRTD - CUSTAGRX UNLOADED AND JCL-       *
      **              SORTED BY CUSTOMER KEY, THE CONVENTION MBRJSONX  *
      **              USES.  NO AGRXSRTD DD MEANS ONLY THE PARENT'S    *
      **              OWN AGREEMENT ID IS LISTED.                      *
      **                                                               *
      **              THE YEAR'S STATUS CHANGES ARE READ THE SAME WAY, *
      **              IN TWO STEPS AROUND A JCL SORT - THE SORTED-     *
      **              EXTRACT CONVENTION MBRDUPF USES - SO NO YEAR IS  *
      **              TOO BUSY TO STATEMENT:                           *
      **                MODE=EXTRACT READS CUSTNAUD AND WRITES ONE     *
      **                  STCHWORK RECORD PER PARENT STATUS CHANGE IN  *
      **                  THE STATEMENT YEAR, LED BY CUSTOMER KEY,     *
      **                  DATE, TIME AND JOURNAL ORDER, PLUS A CONTROL *
      **                  RECORD UNDER A LOW-VALUES KEY CARRYING THE   *
      **                  YEAR AND THE NUMBER OF CHANGES.  THE JCL     *
      **                  SORT ORDERS STCHWORK ON BYTES 1-32 INTO      *
      **                  STCHSRTD, THE CONTROL RECORD FIRST.          *
      **                MODE=PRINT PRINTS THE STATEMENTS, MATCHING     *
      **                  STCHSRTD AGAINST THE CUSTNAMV BROWSE.  THE   *
      **                  CONTROL RECORD MUST BE FOR THE SAME YEAR,    *
      **                  AND EVERY CHANGE IT COUNTS MUST BE READ, OR  *
      **                  THE RUN STOPS RATHER THAN PRINT STATEMENTS   *
      **                  SHORT OF A CHANGE.                           *
      **                                                               *
      **              A CUSTOMER WITH NO DELIVERABLE ADDRESS, OR UNDER *
      **              A LEGAL HOLD THAT HAS NOT EXPIRED (HOLDLIST),    *
      **              IS SUPPRESSED.  EVERY STATEMENT PRINTED, AND     *
      **              EVERY ONE SUPPRESSED, GOES TO THE STMTREG        *
      **              REGISTER UNDER THE STATEMENT REFERENCE PRINTED   *
      **              ON ITS FIRST LINE, SO A REPRINT CAN BE TRACED    *
      **              BACK TO THE RUN THAT PRODUCED IT.  EACH          *
      **              STATEMENT PRINTED IS ALSO RECORDED ON THE        *
      **              CONTACT HISTORY (MBRCFCAP) AS SERVICING PIECE    *
      **              STMTCCYY - IT COUNTS AS A CONTACT BUT IS NEVER   *
      **              ITSELF CAPPED.                                   *
      **                                                               *
      **              STMTPRT IS PRINT-READY WITH ASA CARRIAGE         *
      **              CONTROL, THE GVBXP8 DISCIPLINE - '1' STARTS      *
      **              EACH STATEMENT ON A NEW PAGE.  A CONTROL HEADER  *
      **              PAGE OPENS THE FILE AND A CONTROL TOTALS PAGE    *
      **              CLOSES IT.                                       *
      **                                                               *
      **              CONTROL CARD (OPTIONAL, THE SAME CARD TO BOTH    *
      **              STEPS):                                          *
      **                MODE=EXTRACT|PRINT  (DEFAULT EXTRACT)          *
      **                YEAR=CCYY   STATEMENT YEAR, DEFAULT THE YEAR   *
      **                            BEFORE THE RUN DATE                *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRCFCAP - CONTACT-FREQUENCY CAPPING          *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                SORTED AGREEMENT LINKS      (DDNAME=AGRXSRTD)  *
      **                AGREEMENTS MASTER           (DDNAME=AGRMST)    *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                LEGAL-HOLD LIST             (DDNAME=HOLDLIST)  *
      **                AUDIT TRAIL JOURNAL         (DDNAME=CUSTNAUD)  *
      **                SORTED STATUS CHANGES       (DDNAME=STCHSRTD)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  STATUS-CHANGE WORK FILE     (DDNAME=STCHWORK)  *
      **                PRINT-READY STATEMENTS      (DDNAME=STMTPRT)   *
      **                STATEMENT REGISTER          (DDNAME=STMTREG)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - SOME STATEMENTS SUPPRESSED (SEE REGISTER) *
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
       01  WS-MBRCFCAP                 PIC X(08)  VALUE 'MBRCFCAP'.
      *
      *      THE NAME AND THE LEGAL NAME ARE HELD PROTECTED (SEE
      *      GVBCPIIK) AND ARE REVEALED UNDER THE ACTIVE KEY FOR THE
      *      STATEMENT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-ACTIVE-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-PRINTED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-NO-ADDRESS-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-HELD-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-SUPPRESSED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-AGRE-LISTED-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-AGRE-NOT-ON-MST-CNT      PIC S9(08) COMP VALUE +0.
       01  WS-CHANGES-LISTED-CNT       PIC S9(08) COMP VALUE +0.
       01  WS-PRINT-LINE-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-AUDIT-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-LINES-BEFORE-TOTALS      PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY             PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  WS-RUN-TIME.
           05  WS-RUN-TIME-HHMMSS      PIC 9(06).
           05  FILLER                  PIC X(02).
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-STMT-YEAR                PIC 9(04)  VALUE ZEROES.
       01  WS-STMT-MODE                PIC X(07)  VALUE 'EXTRACT'.
           88  WS-STMT-MODE-EXTRACT               VALUE 'EXTRACT'.
           88  WS-STMT-MODE-PRINT                 VALUE 'PRINT  '.
      *
      *****************************************************************
      *  THE SORTED AGREEMENT-LINK RECORD - THE CUSTAGRX ROW SHAPE,
      *  JCL-SORTED BY ITS OWNING CUSTOMER KEY.
      *****************************************************************
       01  WS-AGRX-SORTED-RECORD.
           05  WS-AGSR-AGRE-BUSN-ID    PIC 9(11).
           05  WS-AGSR-KEY-ID          PIC X(10).
           05  WS-AGSR-LAST-LOAD-DATE  PIC 9(08).
           05  FILLER                  PIC X(11).
       01  WS-AGRX-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-AGRX-EOF                        VALUE 'Y'.
       01  WS-AGRX-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-AGRX-IS-OPEN                    VALUE 'Y'.
       01  WS-CUST-AGRE-CNT            PIC S9(04) COMP VALUE +0.
       01  WS-AGRE-ID-DISP             PIC 9(11)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE CUSTNAUD JOURNAL RECORD - THE SHAPE MBRAUDWR WRITES -
      *  WITH A GVBCCUST FIELD VIEW OVER EACH IMAGE.  A CHILD-RECORD
      *  PAIR CARRIES A CHILD IMAGE UNDER THE PARENT'S KEY AND IS
      *  KNOWN BY THE CHILD RECORD TYPE IN BYTES 11-13.
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
       01  WS-AUDIT-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-AUDIT-EOF                       VALUE 'Y'.
       01  WS-IMAGE-REC-TYPE           PIC X(03)  VALUE SPACES.
           88  WS-IMAGE-IS-CHILD                  VALUE 'ADR' 'CTC'
                                                        'NAM' 'REL'
                                                        'PRF'.
      *
       01  AUB-RECORD-AREA             PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AUB==.
       01  AUA-RECORD-AREA             PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AUA==.
      *
      *****************************************************************
      *  ONE STATUS CHANGE - WRITTEN TO STCHWORK BY THE EXTRACT,
      *  SORTED ON BYTES 1-32 IN JCL, AND READ BACK FROM STCHSRTD
      *  ALONGSIDE THE CUSTNAMV BROWSE.  THE CONTROL RECORD HAS A
      *  LOW-VALUES KEY SO IT SORTS FIRST, AND CARRIES THE YEAR AND
      *  THE NUMBER OF CHANGES EXTRACTED.
      *****************************************************************
       01  WS-SCW-RECORD.
           05  WS-SCW-SORT-KEY.
               10  WS-SCW-KEY-ID       PIC X(10).
               10  WS-SCW-DATE         PIC 9(08).
               10  WS-SCW-TIME         PIC 9(06).
               10  WS-SCW-SEQ          PIC 9(08).
           05  WS-SCW-OLD-STATUS       PIC X(01).
           05  WS-SCW-NEW-STATUS       PIC X(01).
           05  WS-SCW-STMT-YEAR        PIC 9(04).
           05  WS-SCW-CHANGE-CNT       PIC 9(08).
           05  FILLER                  PIC X(14).
       01  WS-SCW-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-SCW-EOF                         VALUE 'Y'.
       01  WS-SC-COUNT                 PIC S9(08) COMP VALUE +0.
       01  WS-SC-READ-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-CUST-CHANGE-CNT          PIC S9(04) COMP VALUE +0.
      *
      *****************************************************************
      *  THE CUSTOMER IN HAND.
      *****************************************************************
       01  WS-SUB-NAME                 PIC X(60)  VALUE SPACES.
       01  WS-SUB-ADDR-LINE            PIC X(25)  VALUE SPACES.
       01  WS-SUB-CITY                 PIC X(13)  VALUE SPACES.
       01  WS-SUB-STATE                PIC X(02)  VALUE SPACES.
       01  WS-SUB-POSTAL               PIC X(09)  VALUE SPACES.
       01  WS-ADDR-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-ADDR-FOUND                      VALUE 'Y'.
       01  WS-ADDR-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-ADDR-EOF                        VALUE 'Y'.
       01  WS-KEY-HELD-SW              PIC X(01)  VALUE 'N'.
           88  WS-KEY-HELD                        VALUE 'Y'.
       01  WS-STMT-SEQ                 PIC 9(06)  VALUE ZEROES.
      *
      *****************************************************************
      *  PRINT LINE - ASA CARRIAGE CONTROL IN COLUMN 1, THE GVBXP8
      *  DISCIPLINE - AND THE STATEMENT'S LINE IMAGES.
      *****************************************************************
       01  WS-PRINT-LINE.
           05  WS-PRT-ASA              PIC X(01).
           05  WS-PRT-TEXT             PIC X(132).
      *
       01  WS-STMT-TITLE-LINE.
           05  FILLER                  PIC X(37)  VALUE
               'ANNUAL STATEMENT OF AGREEMENTS FOR '.
           05  WS-STL-YEAR             PIC 9(04).
           05  FILLER                  PIC X(19)  VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE
               'STATEMENT REF: '.
           05  WS-STL-REF.
               10  WS-STL-REF-YEAR     PIC 9(04).
               10  FILLER              PIC X(01)  VALUE '-'.
               10  WS-STL-REF-RUN-DATE PIC 9(08).
               10  FILLER              PIC X(01)  VALUE '-'.
               10  WS-STL-REF-SEQ      PIC 9(06).
           05  FILLER                  PIC X(37)  VALUE SPACES.
      *
       01  WS-STMT-CITY-LINE.
           05  WS-SCL-CITY             PIC X(13).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-SCL-STATE            PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-SCL-POSTAL           PIC X(09).
           05  FILLER                  PIC X(105) VALUE SPACES.
      *
       01  WS-STMT-CUST-LINE.
           05  FILLER                  PIC X(17)  VALUE
               'CUSTOMER NUMBER: '.
           05  WS-SCU-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(25)  VALUE
               '     CUSTOMER STATUS:    '.
           05  WS-SCU-STATUS           PIC X(10).
           05  FILLER                  PIC X(70)  VALUE SPACES.
      *
       01  WS-STMT-AGRE-HEADING.
           05  FILLER                  PIC X(19)  VALUE
               'AGREEMENT NUMBER'.
           05  FILLER                  PIC X(16)  VALUE 'STATUS'.
           05  FILLER                  PIC X(14)  VALUE 'OPENED'.
           05  FILLER                  PIC X(14)  VALUE 'CLOSED'.
           05  FILLER                  PIC X(69)  VALUE SPACES.
      *
       01  WS-STMT-AGRE-LINE.
           05  WS-SAG-AGRE-ID          PIC X(11).
           05  FILLER                  PIC X(08)  VALUE SPACES.
           05  WS-SAG-STATUS           PIC X(16).
           05  WS-SAG-OPEN-DATE        PIC X(10).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-SAG-CLOSE-DATE       PIC X(10).
           05  FILLER                  PIC X(73)  VALUE SPACES.
      *
       01  WS-STMT-CHANGE-HEADING.
           05  FILLER                  PIC X(14)  VALUE 'DATE'.
           05  FILLER                  PIC X(14)  VALUE 'FROM'.
           05  FILLER                  PIC X(14)  VALUE 'TO'.
           05  FILLER                  PIC X(90)  VALUE SPACES.
      *
       01  WS-STMT-CHANGE-LINE.
           05  WS-SCH-DATE             PIC X(10).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-SCH-FROM             PIC X(10).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-SCH-TO               PIC X(10).
           05  FILLER                  PIC X(94)  VALUE SPACES.
      *
       01  WS-CONTROL-LINE.
           05  WS-CTL-LABEL            PIC X(40).
           05  WS-CTL-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(78)  VALUE SPACES.
      *
      *****************************************************************
      *  DATE AND STATUS DECODING FOR PRINT.
      *****************************************************************
       01  WS-DATE-IN                  PIC 9(08)  VALUE ZEROES.
       01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
           05  WS-DATE-IN-CCYY         PIC X(04).
           05  WS-DATE-IN-MM           PIC X(02).
           05  WS-DATE-IN-DD           PIC X(02).
       01  WS-ISO-DATE.
           05  WS-ISO-CCYY             PIC X(04).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  WS-ISO-MM               PIC X(02).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  WS-ISO-DD               PIC X(02).
       01  WS-STATUS-IN                PIC X(01)  VALUE SPACES.
       01  WS-STATUS-DESC              PIC X(10)  VALUE SPACES.
      *
      *****************************************************************
      *  ONE STATEMENT-REGISTER ENTRY.
      *****************************************************************
       01  WS-REGISTER-RECORD.
           05  WS-REG-RUN-DATE         PIC 9(08).
           05  WS-REG-RUN-TIME         PIC 9(06).
           05  WS-REG-STMT-YEAR        PIC 9(04).
           05  WS-REG-STMT-SEQ         PIC 9(06).
           05  WS-REG-KEY-ID           PIC X(10).
           05  WS-REG-STATUS           PIC X(01).
               88  WS-REG-PRINTED         VALUE 'P'.
               88  WS-REG-NO-ADDRESS      VALUE 'A'.
               88  WS-REG-LEGAL-HOLD      VALUE 'H'.
           05  WS-REG-AGRE-CNT         PIC 9(04).
           05  WS-REG-CHANGE-CNT       PIC 9(04).
           05  WS-REG-POSTAL-CD        PIC X(09).
           05  FILLER                  PIC X(28).
      *
       COPY GVBCCHLD.
       COPY GVBCAGRM.
       COPY GVBCHOLD.
       COPY GVBCCFCP.
       COPY GVBCKWRD.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME             FROM TIME
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRSTMT '                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-STMT-MODE-EXTRACT
                PERFORM 150-EXTRACT-STATUS-CHANGES THRU 150-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-STMT-MODE-PRINT
                PERFORM 600-PRINT-CONTROL-HEADER THRU 600-EXIT
                PERFORM 200-START-BROWSE      THRU 200-EXIT
                PERFORM 300-STATEMENT-ONE-CUST THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
                IF   SEVERE-ERROR = ' '
                     PERFORM 570-PROVE-STATUS-CHANGES THRU 570-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     PERFORM 650-PRINT-CONTROL-TOTALS THRU 650-EXIT
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
           MOVE 'MBRSTMT '                TO RUNC-REG-RUN-ID
           IF   WS-STMT-MODE-EXTRACT
                MOVE WS-AUDIT-READ-CNT    TO RUNC-REG-RCRDS-READ
                MOVE WS-SC-COUNT          TO RUNC-REG-RCRDS-WRITTEN
                MOVE +0                   TO RUNC-REG-RCRDS-REJECTED
           ELSE
                MOVE RECORD-CNT           TO RUNC-REG-RCRDS-READ
                MOVE WS-PRINTED-CNT       TO RUNC-REG-RCRDS-WRITTEN
                MOVE WS-SUPPRESSED-CNT    TO RUNC-REG-RCRDS-REJECTED
           END-IF
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-SUPPRESSED-CNT > ZERO
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
      *      EACH STEP OPENS ONLY ITS OWN FILES; THE REST STAY NULL SO
      *      FINALIZATION LEAVES THEM ALONE.
           SET  TP90-ANCHOR               TO NULL
           SET  TP90A-ANCHOR              TO NULL
           SET  TP90M-ANCHOR              TO NULL
           SET  TP90X-ANCHOR              TO NULL
           SET  TP90D-ANCHOR              TO NULL
           SET  TP90L-ANCHOR              TO NULL
           SET  TP90H-ANCHOR              TO NULL
           SET  TP90P-ANCHOR              TO NULL
           SET  TP90G-ANCHOR              TO NULL
           SET  TP90S-ANCHOR              TO NULL
      *
           PERFORM 110-READ-CONTROL-CARD  THRU 110-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
      *      THE EXTRACT STEP OPENS ITS OWN FILES.
           IF   WS-STMT-MODE-EXTRACT
                GO TO 100-EXIT
           END-IF
      *
           PERFORM 165-OPEN-STATUS-CHANGES THRU 165-EXIT
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
                DISPLAY 'MBRSTMT DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90M-ANCHOR              TO NULL
           MOVE 'AGRMST  '                TO TP90M-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90M-FILE-MODE
           MOVE SPACES                    TO TP90M-RETURN-CODE
           MOVE +0                        TO TP90M-VSAM-RETURN-CODE
           MOVE +0                        TO TP90M-RECORD-LENGTH
           MOVE SPACES                    TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 AGRM-RECORD,
                                 AGRM-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT DD: AGRMST, GVBTP90 FAILED, '
                        'RET CD = ' TP90M-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90X-ANCHOR              TO NULL
           MOVE 'AGRXSRTD'                TO TP90X-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-AGRX-SORTED-RECORD
                                          TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 WS-AGRX-SORTED-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT: AGRXSRTD DD NOT ALLOCATED, '
                        'STATEMENTS LIST THE PARENT AGREEMENT ONLY'
                SET  TP90X-ANCHOR           TO NULL
                SET  WS-AGRX-EOF            TO TRUE
           ELSE
                SET  WS-AGRX-IS-OPEN        TO TRUE
                PERFORM 160-READ-NEXT-AGRX  THRU 160-EXIT
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
                DISPLAY 'MBRSTMT DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
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
                DISPLAY 'MBRSTMT: CUSTLGNV DD NOT ALLOCATED, '
                        'TRUNCATED PARENT NAMES ONLY'
                SET  TP90L-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90H-ANCHOR              TO NULL
           MOVE 'HOLDLIST'                TO TP90H-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90H-FILE-MODE
           MOVE SPACES                    TO TP90H-RETURN-CODE
           MOVE +0                        TO TP90H-VSAM-RETURN-CODE
           MOVE +0                        TO TP90H-RECORD-LENGTH
           MOVE SPACES                    TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT: NO HOLDLIST DD ALLOCATED, NO '
                        'LEGAL HOLDS IN FORCE'
                SET  TP90H-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'STMTPRT '                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-PRINT-LINE   TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-PRINT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT DD: STMTPRT, GVBTP90 FAILED, '
                        'RET CD = ' TP90P-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90G-ANCHOR              TO NULL
           MOVE 'STMTREG '                TO TP90G-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90G-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90G-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90G-FILE-MODE
           MOVE SPACES                    TO TP90G-RETURN-CODE
           MOVE +0                        TO TP90G-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-REGISTER-RECORD
                                          TO TP90G-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90G-RECFM
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 WS-REGISTER-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT DD: STMTREG, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPTIONAL CTLCARD.  NOT ALLOCATED MEANS THE STATEMENT YEAR
      *  IS THE CALENDAR YEAR BEFORE THE RUN DATE - THE JANUARY RUN.
      ***************************************************************
       110-READ-CONTROL-CARD.
      *
           COMPUTE WS-STMT-YEAR = WS-RUN-CCYY - 1
      *
           MOVE 'MBRSTMT '                TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME         TO KWRD-DDNAME
           MOVE +2                        TO KWRD-ENTRY-COUNT
      *
           MOVE 'YEAR'                    TO KWRD-NAME (1)
           MOVE WS-STMT-YEAR              TO KWRD-VALUE (1)
           MOVE SPACES                    TO KWRD-ALLOWED (1)
           MOVE 'D'                       TO KWRD-SOURCE (1)
           MOVE 'MODE'                    TO KWRD-NAME (2)
           MOVE 'EXTRACT'                 TO KWRD-VALUE (2)
           MOVE 'EXTRACT PRINT'           TO KWRD-ALLOWED (2)
           MOVE 'D'                       TO KWRD-SOURCE (2)
      *
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
      *
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN KWRD-VALUE (1) (1:4) NOT NUMERIC
             OR   KWRD-VALUE (1) (5:60) NOT = SPACES
                  DISPLAY 'MBRSTMT: YEAR MUST BE A FOUR-DIGIT '
                          'CALENDAR YEAR'
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN KWRD-VALUE (1) (1:4) > WS-RUN-CCYY
                  DISPLAY 'MBRSTMT: YEAR ' KWRD-VALUE (1) (1:4)
                          ' HAS NOT STARTED'
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:4)  TO WS-STMT-YEAR
                  MOVE KWRD-VALUE (2) (1:7)  TO WS-STMT-MODE
           END-EVALUATE
      *
           DISPLAY 'MBRSTMT: STATEMENT YEAR ' WS-STMT-YEAR
           .
       110-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EXTRACT STEP - READ THE WHOLE CUSTNAUD JOURNAL AND WRITE
      *  EVERY CUSTOMER STATUS CHANGE MADE DURING THE STATEMENT YEAR
      *  TO STCHWORK, THEN THE CONTROL RECORD.  THE JOURNAL IS
      *  REQUIRED - WITHOUT IT EVERY STATEMENT WOULD CLAIM NO
      *  CHANGES.
      ***************************************************************
       150-EXTRACT-STATUS-CHANGES.
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
                DISPLAY 'MBRSTMT DD: CUSTNAUD, GVBTP90 FAILED, '
                        'RET CD = ' TP90A-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90A-ANCHOR           TO NULL
                GO TO 150-EXIT
           END-IF
      *
           SET  TP90S-ANCHOR              TO NULL
           MOVE 'STCHWORK'                TO TP90S-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90S-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90S-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90S-FILE-MODE
           MOVE SPACES                    TO TP90S-RETURN-CODE
           MOVE +0                        TO TP90S-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-SCW-RECORD   TO TP90S-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90S-RECFM
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 WS-SCW-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT DD: STCHWORK, GVBTP90 FAILED, '
                        'RET CD = ' TP90S-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90S-ANCHOR           TO NULL
                GO TO 150-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-AUDIT-EOF-SW
           PERFORM 155-EXTRACT-ONE-PAIR   THRU 155-EXIT
                   UNTIL WS-AUDIT-EOF OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR NOT = ' '
                GO TO 150-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-SCW-RECORD
           MOVE LOW-VALUES                TO WS-SCW-KEY-ID
           MOVE ZEROES                    TO WS-SCW-DATE
                                             WS-SCW-TIME
                                             WS-SCW-SEQ
           MOVE WS-STMT-YEAR              TO WS-SCW-STMT-YEAR
           MOVE WS-SC-COUNT               TO WS-SCW-CHANGE-CNT
           PERFORM 158-WRITE-STATUS-CHANGE THRU 158-EXIT
      *
           MOVE WS-AUDIT-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1
                   ' JOURNAL PAIRS READ'
           MOVE WS-SC-COUNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1
                   ' STATUS CHANGES IN THE STATEMENT YEAR EXTRACTED'
           .
       150-EXIT.
           EXIT.
      *
      *
       155-EXTRACT-ONE-PAIR.
      *
           MOVE TP90-VALUE-READ           TO TP90A-FUNCTION-CODE
           MOVE SPACES                    TO WS-AUDIT-RECORD
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90A-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-AUDIT-EOF       TO TRUE
                  GO TO 155-EXIT
             WHEN TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSTMT: ERROR READING CUSTNAUD RC = '
                          TP90A-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 155-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO WS-AUDIT-READ-CNT
      *
           IF   WS-AUDIT-REC-CHANGE-TYPE NOT = 'CHANGED'
           OR   WS-AUDIT-REC-RUN-DATE (1:4) NOT = WS-STMT-YEAR
                GO TO 155-EXIT
           END-IF
      *
           MOVE WS-AUDIT-REC-AFTER-IMAGE (11:3) TO WS-IMAGE-REC-TYPE
           IF   WS-IMAGE-IS-CHILD
                GO TO 155-EXIT
           END-IF
      *
           MOVE WS-AUDIT-REC-BEFORE-IMAGE TO AUB-RECORD-AREA
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO AUA-RECORD-AREA
           IF   AUB-CUST-STATUS = AUA-CUST-STATUS
                GO TO 155-EXIT
           END-IF
      *
           ADD  +1                        TO WS-SC-COUNT
           MOVE SPACES                    TO WS-SCW-RECORD
           MOVE WS-AUDIT-REC-KEY          TO WS-SCW-KEY-ID
           MOVE WS-AUDIT-REC-RUN-DATE     TO WS-SCW-DATE
           MOVE WS-AUDIT-REC-RUN-TIME     TO WS-SCW-TIME
           MOVE WS-AUDIT-READ-CNT         TO WS-SCW-SEQ
           MOVE AUB-CUST-STATUS           TO WS-SCW-OLD-STATUS
           MOVE AUA-CUST-STATUS           TO WS-SCW-NEW-STATUS
           MOVE WS-STMT-YEAR              TO WS-SCW-STMT-YEAR
           MOVE ZEROES                    TO WS-SCW-CHANGE-CNT
           PERFORM 158-WRITE-STATUS-CHANGE THRU 158-EXIT
           .
       155-EXIT.
           EXIT.
      *
      *
       158-WRITE-STATUS-CHANGE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90S-FUNCTION-CODE
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 WS-SCW-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT: ERROR WRITING STCHWORK RC = '
                        TP90S-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       158-EXIT.
           EXIT.
      *
      *
       160-READ-NEXT-AGRX.
      *
           MOVE TP90-VALUE-READ           TO TP90X-FUNCTION-CODE
           MOVE SPACES                    TO WS-AGRX-SORTED-RECORD
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 WS-AGRX-SORTED-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-AGRX-EOF            TO TRUE
           END-IF
           .
       160-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRINT STEP - OPEN THE SORTED STATUS CHANGES AND TAKE THE
      *  CONTROL RECORD OFF THE FRONT.  IT MUST BE THERE AND BE FOR
      *  THIS STATEMENT YEAR, OR EVERY STATEMENT COULD BE SHORT.
      ***************************************************************
       165-OPEN-STATUS-CHANGES.
      *
           SET  TP90S-ANCHOR              TO NULL
           MOVE 'STCHSRTD'                TO TP90S-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90S-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90S-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90S-FILE-MODE
           MOVE SPACES                    TO TP90S-RETURN-CODE
           MOVE +0                        TO TP90S-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-SCW-RECORD   TO TP90S-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90S-RECFM
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 WS-SCW-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT DD: STCHSRTD, GVBTP90 FAILED, '
                        'RET CD = ' TP90S-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90S-ANCHOR           TO NULL
                GO TO 165-EXIT
           END-IF
      *
           PERFORM 168-READ-NEXT-CHANGE   THRU 168-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 165-EXIT
           END-IF
           IF   WS-SCW-EOF
           OR   WS-SCW-KEY-ID NOT = LOW-VALUES
           OR   WS-SCW-CHANGE-CNT NOT NUMERIC
                DISPLAY 'MBRSTMT: STCHSRTD HAS NO CONTROL RECORD - '
                        'RERUN THE EXTRACT AND SORT'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 165-EXIT
           END-IF
           IF   WS-SCW-STMT-YEAR NOT = WS-STMT-YEAR
                DISPLAY 'MBRSTMT: STCHSRTD WAS EXTRACTED FOR '
                        WS-SCW-STMT-YEAR ', NOT ' WS-STMT-YEAR
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 165-EXIT
           END-IF
           MOVE WS-SCW-CHANGE-CNT         TO WS-SC-COUNT
           MOVE +0                        TO WS-SC-READ-CNT
      *
           PERFORM 168-READ-NEXT-CHANGE   THRU 168-EXIT
           MOVE WS-SC-COUNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1
                   ' STATUS CHANGES IN THE STATEMENT YEAR'
           .
       165-EXIT.
           EXIT.
      *
      *
       168-READ-NEXT-CHANGE.
      *
           MOVE TP90-VALUE-READ           TO TP90S-FUNCTION-CODE
           MOVE SPACES                    TO WS-SCW-RECORD
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 WS-SCW-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90S-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-SCW-EOF         TO TRUE
                  MOVE HIGH-VALUES        TO WS-SCW-KEY-ID
             WHEN TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSTMT: ERROR READING STCHSRTD RC = '
                          TP90S-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  SET  WS-SCW-EOF         TO TRUE
                  MOVE HIGH-VALUES        TO WS-SCW-KEY-ID
             WHEN OTHER
                  ADD  +1                 TO WS-SC-READ-CNT
           END-EVALUATE
           .
       168-EXIT.
           EXIT.
      *
      *
       200-START-BROWSE.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'               TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRSTMT DD: CUSTNAMV, GVBTP90 FAILED, '
                             'RET CD = ' TP90-RETURN-CODE
                     MOVE  'Y'              TO SEVERE-ERROR
                END-IF
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE CUSTOMER.  ONLY AN ACTIVE CUSTOMER GETS A STATEMENT;
      *  ONE WITH NO DELIVERABLE ADDRESS OR UNDER LEGAL HOLD IS
      *  SUPPRESSED AND REGISTERED AS SUCH.
      ***************************************************************
       300-STATEMENT-ONE-CUST.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSTMT DD: CUSTNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 300-EXIT
             WHEN OTHER
                  ADD  +1                 TO RECORD-CNT
           END-EVALUATE
      *
           IF   TP90-CUST-STATUS NOT = 'A'
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-ACTIVE-CNT
           ADD  +1                        TO WS-STMT-SEQ
           MOVE +0                        TO WS-CUST-AGRE-CNT
                                             WS-CUST-CHANGE-CNT
      *
           PERFORM 420-CHECK-LEGAL-HOLD   THRU 420-EXIT
           IF   WS-KEY-HELD
                MOVE SPACES               TO WS-SUB-POSTAL
                MOVE 'H'                  TO WS-REG-STATUS
                PERFORM 850-WRITE-REGISTER THRU 850-EXIT
                ADD  +1                   TO WS-HELD-CNT
                                             WS-SUPPRESSED-CNT
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 400-FIND-DELIVERABLE-ADDR THRU 400-EXIT
           IF   NOT WS-ADDR-FOUND
                MOVE SPACES               TO WS-SUB-POSTAL
                MOVE 'A'                  TO WS-REG-STATUS
                PERFORM 850-WRITE-REGISTER THRU 850-EXIT
                ADD  +1                   TO WS-NO-ADDRESS-CNT
                                             WS-SUPPRESSED-CNT
                GO TO 300-EXIT
           END-IF
           MOVE CUST-ADDR-LINE            TO WS-SUB-ADDR-LINE
           MOVE CUST-ADDR-CITY            TO WS-SUB-CITY
           MOVE CUST-ADDR-STATE           TO WS-SUB-STATE
           MOVE CUST-ADDR-POSTAL-CD       TO WS-SUB-POSTAL
      *
           PERFORM 450-FETCH-LEGAL-NAME   THRU 450-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 500-PRINT-STATEMENT    THRU 500-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           MOVE 'P'                       TO WS-REG-STATUS
           PERFORM 850-WRITE-REGISTER     THRU 850-EXIT
           ADD  +1                        TO WS-PRINTED-CNT
      *
           SET  CFCP-FCN-RECORD           TO TRUE
           MOVE TP90-CUST-KEY-ID          TO CFCP-KEY-ID
           MOVE WS-RUN-DATE               TO CFCP-CONTACT-DATE
           MOVE 'MAIL'                    TO CFCP-CHANNEL
           MOVE 'STMT'                    TO CFCP-PIECE-ID (1:4)
           MOVE WS-STMT-YEAR              TO CFCP-PIECE-ID (5:4)
           MOVE 'MBRSTMT '                TO CFCP-SOURCE-PGM
           MOVE 'S'                       TO CFCP-DEFAULT-CLASS
           CALL WS-MBRCFCAP USING CFCP-CHECK-PARMS
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FIRST CUSTADRV CHILD NOT MARKED UNDELIVERABLE, THE
      *  SAME RULE THE CORRESPONDENCE GENERATOR APPLIES.
      ***************************************************************
       400-FIND-DELIVERABLE-ADDR.
      *
           MOVE 'N'                       TO WS-ADDR-FOUND-SW
           MOVE 'N'                       TO WS-ADDR-EOF-SW
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
                SET  WS-ADDR-EOF          TO TRUE
           END-IF
      *
           PERFORM 410-JUDGE-ONE-ADDR     THRU 410-EXIT
                   UNTIL WS-ADDR-FOUND OR WS-ADDR-EOF
           .
       400-EXIT.
           EXIT.
      *
      *
       410-JUDGE-ONE-ADDR.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  SET  WS-ADDR-EOF        TO TRUE
             WHEN CUST-CHILD-KEY-ID NOT = TP90-CUST-KEY-ID
             OR   NOT CUST-CHILD-ADDRESS
                  SET  WS-ADDR-EOF        TO TRUE
             WHEN CUST-ADDR-UNDELIVERABLE
                  CONTINUE
             WHEN OTHER
                  SET  WS-ADDR-FOUND      TO TRUE
           END-EVALUATE
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A HOLDLIST ROW FOR THE KEY IS IN FORCE UNLESS ITS EXPIRY
      *  DATE IS NON-ZERO AND EARLIER THAN THE RUN DATE.
      ***************************************************************
       420-CHECK-LEGAL-HOLD.
      *
           MOVE 'N'                       TO WS-KEY-HELD-SW
           IF   TP90H-ANCHOR = NULL
                GO TO 420-EXIT
           END-IF
      *
           MOVE 'HOLDLIST'                TO TP90H-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90H-FILE-MODE
           MOVE LENGTH OF HOLD-RECORD     TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           MOVE TP90-CUST-KEY-ID          TO HOLD-RECORD-KEY
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY
           IF   TP90H-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                IF   HOLD-EXPIRY-DATE = ZERO
                OR   HOLD-EXPIRY-DATE NOT < WS-RUN-DATE
                     SET  WS-KEY-HELD     TO TRUE
                END-IF
           END-IF
           .
       420-EXIT.
           EXIT.
      *
      *
       450-FETCH-LEGAL-NAME.
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           PERFORM 455-REVEAL-IMAGE       THRU 455-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 450-EXIT
           END-IF
           MOVE SPACES                    TO WS-SUB-NAME
           MOVE TP90-CUST-NAME            TO WS-SUB-NAME
      *
           IF   TP90L-ANCHOR = NULL
                GO TO 450-EXIT
           END-IF
      *
           MOVE 'CUSTLGNV'                TO TP90L-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90L-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90L-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90L-FILE-MODE
           MOVE +96                       TO TP90L-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90L-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'NAM01'                   TO CUST-CHILD-RECORD-KEY(11:5)
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 450-EXIT
           END-IF
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 455-REVEAL-IMAGE       THRU 455-EXIT
           IF   SEVERE-ERROR = ' '
           AND  CUST-NAM-LEGAL-NAME NOT = SPACES
                MOVE CUST-NAM-LEGAL-NAME  TO WS-SUB-NAME
           END-IF
           .
       450-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE PARENT OR THE LEGAL-NAME CHILD UNDER THE ACTIVE
      *  KEY; PIIC-IMAGE-TYPE IS SET BY THE CALLER.
      ***************************************************************
       455-REVEAL-IMAGE.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           IF   PIIC-IMAGE-PARENT
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       TP90-FB-RECORD-AREA
           ELSE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       CUST-CHILD-RECORD
           END-IF
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRSTMT: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       455-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRINT ONE STATEMENT - '1' TO A NEW PAGE, '0' BEFORE EACH
      *  SECTION, ' ' SINGLE-SPACED WITHIN IT.
      ***************************************************************
       500-PRINT-STATEMENT.
      *
           MOVE WS-STMT-YEAR              TO WS-STL-YEAR
                                             WS-STL-REF-YEAR
           MOVE WS-RUN-DATE               TO WS-STL-REF-RUN-DATE
           MOVE WS-STMT-SEQ               TO WS-STL-REF-SEQ
           MOVE '1'                       TO WS-PRT-ASA
           MOVE WS-STMT-TITLE-LINE        TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE WS-SUB-NAME               TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           MOVE ' '                       TO WS-PRT-ASA
           MOVE WS-SUB-ADDR-LINE          TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           MOVE WS-SUB-CITY               TO WS-SCL-CITY
           MOVE WS-SUB-STATE              TO WS-SCL-STATE
           MOVE WS-SUB-POSTAL             TO WS-SCL-POSTAL
           MOVE ' '                       TO WS-PRT-ASA
           MOVE WS-STMT-CITY-LINE         TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE TP90-CUST-KEY-ID          TO WS-SCU-KEY-ID
           MOVE TP90-CUST-STATUS          TO WS-STATUS-IN
           PERFORM 720-DECODE-STATUS      THRU 720-EXIT
           MOVE WS-STATUS-DESC            TO WS-SCU-STATUS
           MOVE '0'                       TO WS-PRT-ASA
           MOVE WS-STMT-CUST-LINE         TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           PERFORM 520-PRINT-AGREEMENTS   THRU 520-EXIT
           PERFORM 550-PRINT-STATUS-CHANGES THRU 550-EXIT
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE '*** END OF STATEMENT ***' TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE AGREEMENTS SECTION - THE CO-SEQUENTIAL AGRXSRTD ROWS
      *  FOR THE CURRENT KEY, OR THE PARENT'S OWN AGREEMENT ID WHEN
      *  NO SORTED LINKS ARE ALLOCATED.  ROWS FOR KEYS BEHIND THE
      *  BROWSE (CROSS-REFERENCE ORPHANS, OR CUSTOMERS GIVEN NO
      *  STATEMENT) ARE SKIPPED FORWARD.
      ***************************************************************
       520-PRINT-AGREEMENTS.
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE 'YOUR AGREEMENTS'         TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           MOVE ' '                       TO WS-PRT-ASA
           MOVE WS-STMT-AGRE-HEADING      TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           IF   WS-AGRX-IS-OPEN
                PERFORM 525-NEXT-LINKED-AGREEMENT THRU 525-EXIT
                        UNTIL WS-AGRX-EOF
                           OR WS-AGSR-KEY-ID > TP90-CUST-KEY-ID
                           OR SEVERE-ERROR NOT = ' '
           ELSE
                MOVE TP90-CUST-AGRE-BUSN-ID TO WS-AGRE-ID-DISP
                PERFORM 530-PRINT-ONE-AGREEMENT THRU 530-EXIT
           END-IF
      *
           IF   WS-CUST-AGRE-CNT = +0
                MOVE ' '                  TO WS-PRT-ASA
                MOVE 'NO AGREEMENTS ON FILE'
                                          TO WS-PRT-TEXT
                PERFORM 800-WRITE-PRINT-LINE THRU 800-EXIT
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
       525-NEXT-LINKED-AGREEMENT.
      *
           IF   WS-AGSR-KEY-ID = TP90-CUST-KEY-ID
                MOVE WS-AGSR-AGRE-BUSN-ID TO WS-AGRE-ID-DISP
                PERFORM 530-PRINT-ONE-AGREEMENT THRU 530-EXIT
           END-IF
           PERFORM 160-READ-NEXT-AGRX     THRU 160-EXIT
           .
       525-EXIT.
           EXIT.
      *
      *
       530-PRINT-ONE-AGREEMENT.
      *
           MOVE WS-AGRE-ID-DISP           TO WS-SAG-AGRE-ID
           MOVE SPACES                    TO WS-SAG-OPEN-DATE
                                             WS-SAG-CLOSE-DATE
      *
           MOVE 'AGRMST  '                TO TP90M-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90M-FILE-MODE
           MOVE LENGTH OF AGRM-RECORD     TO TP90M-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90M-RECFM
           MOVE WS-AGRE-ID-DISP           TO AGRM-RECORD-KEY
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 AGRM-RECORD,
                                 AGRM-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  MOVE 'NOT ON MASTER'    TO WS-SAG-STATUS
                  ADD  +1                 TO WS-AGRE-NOT-ON-MST-CNT
             WHEN AGRM-STATUS-OPEN
                  MOVE 'OPEN'             TO WS-SAG-STATUS
             WHEN AGRM-STATUS-CLOSED
                  MOVE 'CLOSED'           TO WS-SAG-STATUS
             WHEN OTHER
                  MOVE AGRM-STATUS        TO WS-SAG-STATUS
           END-EVALUATE
      *
           IF   TP90M-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                IF   AGRM-OPEN-DATE NOT = ZERO
                     MOVE AGRM-OPEN-DATE  TO WS-DATE-IN
                     PERFORM 700-FORMAT-DATE THRU 700-EXIT
                     MOVE WS-ISO-DATE     TO WS-SAG-OPEN-DATE
                END-IF
                IF   AGRM-CLOSE-DATE NOT = ZERO
                     MOVE AGRM-CLOSE-DATE TO WS-DATE-IN
                     PERFORM 700-FORMAT-DATE THRU 700-EXIT
                     MOVE WS-ISO-DATE     TO WS-SAG-CLOSE-DATE
                END-IF
           END-IF
      *
           MOVE ' '                       TO WS-PRT-ASA
           MOVE WS-STMT-AGRE-LINE         TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           ADD  +1                        TO WS-CUST-AGRE-CNT
                                             WS-AGRE-LISTED-CNT
           .
       530-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE STATUS-CHANGES SECTION - THE STCHSRTD RECORDS FOR THE
      *  CURRENT KEY.  RECORDS FOR KEYS BEHIND THE BROWSE (NOT AN
      *  ACTIVE CUSTOMER ON CUSTNAMV) ARE SKIPPED.
      ***************************************************************
       550-PRINT-STATUS-CHANGES.
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE SPACES                    TO WS-PRT-TEXT
           STRING 'STATUS CHANGES DURING ' DELIMITED BY SIZE
                  WS-STMT-YEAR             DELIMITED BY SIZE
                  INTO WS-PRT-TEXT
           END-STRING
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           PERFORM 555-NEXT-STATUS-CHANGE THRU 555-EXIT
                   UNTIL WS-SCW-EOF
                      OR WS-SCW-KEY-ID > TP90-CUST-KEY-ID
                      OR SEVERE-ERROR NOT = ' '
      *
           IF   WS-CUST-CHANGE-CNT = +0
                MOVE ' '                  TO WS-PRT-ASA
                MOVE SPACES               TO WS-PRT-TEXT
                STRING 'NO CHANGES OF STATUS DURING '
                                           DELIMITED BY SIZE
                       WS-STMT-YEAR        DELIMITED BY SIZE
                       INTO WS-PRT-TEXT
                END-STRING
                PERFORM 800-WRITE-PRINT-LINE THRU 800-EXIT
           END-IF
           .
       550-EXIT.
           EXIT.
      *
      *
       555-NEXT-STATUS-CHANGE.
      *
           IF   WS-SCW-KEY-ID = TP90-CUST-KEY-ID
                IF   WS-CUST-CHANGE-CNT = +0
                     MOVE ' '             TO WS-PRT-ASA
                     MOVE WS-STMT-CHANGE-HEADING TO WS-PRT-TEXT
                     PERFORM 800-WRITE-PRINT-LINE THRU 800-EXIT
                END-IF
                MOVE WS-SCW-DATE          TO WS-DATE-IN
                PERFORM 700-FORMAT-DATE   THRU 700-EXIT
                MOVE WS-ISO-DATE          TO WS-SCH-DATE
                MOVE WS-SCW-OLD-STATUS    TO WS-STATUS-IN
                PERFORM 720-DECODE-STATUS THRU 720-EXIT
                MOVE WS-STATUS-DESC       TO WS-SCH-FROM
                MOVE WS-SCW-NEW-STATUS    TO WS-STATUS-IN
                PERFORM 720-DECODE-STATUS THRU 720-EXIT
                MOVE WS-STATUS-DESC       TO WS-SCH-TO
                MOVE ' '                  TO WS-PRT-ASA
                MOVE WS-STMT-CHANGE-LINE  TO WS-PRT-TEXT
                PERFORM 800-WRITE-PRINT-LINE THRU 800-EXIT
                ADD  +1                   TO WS-CUST-CHANGE-CNT
                                             WS-CHANGES-LISTED-CNT
           END-IF
           PERFORM 168-READ-NEXT-CHANGE   THRU 168-EXIT
           .
       555-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AT THE END OF THE BROWSE, READ OUT WHAT IS LEFT OF STCHSRTD
      *  (KEYS PAST THE LAST CUSTOMER) AND PROVE THE CHANGES READ
      *  AGAINST THE COUNT THE EXTRACT PUT ON THE CONTROL RECORD.
      ***************************************************************
       570-PROVE-STATUS-CHANGES.
      *
           PERFORM 168-READ-NEXT-CHANGE   THRU 168-EXIT
                   UNTIL WS-SCW-EOF
           IF   SEVERE-ERROR NOT = ' '
                GO TO 570-EXIT
           END-IF
      *
           IF   WS-SC-READ-CNT NOT = WS-SC-COUNT
                MOVE WS-SC-READ-CNT       TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRSTMT: STCHSRTD OUT OF BALANCE - '
                        WS-DISPLAY-MASK-1 ' CHANGES READ'
                MOVE WS-SC-COUNT          TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1
                        ' CHANGES ON THE CONTROL RECORD'
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       570-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CONTROL HEADER PAGE THAT OPENS STMTPRT.
      ***************************************************************
       600-PRINT-CONTROL-HEADER.
      *
           MOVE '1'                       TO WS-PRT-ASA
           MOVE 'MBRSTMT - ANNUAL CUSTOMER STATEMENTS - CONTROL HEADER'
                                          TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE SPACES                    TO WS-PRT-TEXT
           STRING 'STATEMENT YEAR:      ' DELIMITED BY SIZE
                  WS-STMT-YEAR            DELIMITED BY SIZE
                  INTO WS-PRT-TEXT
           END-STRING
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           MOVE ' '                       TO WS-PRT-ASA
           MOVE SPACES                    TO WS-PRT-TEXT
           STRING 'RUN DATE AND TIME:   ' DELIMITED BY SIZE
                  WS-RUN-DATE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-RUN-TIME-HHMMSS      DELIMITED BY SIZE
                  INTO WS-PRT-TEXT
           END-STRING
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           MOVE ' '                       TO WS-PRT-ASA
           MOVE 'JOURNAL STATUS CHANGES EXTRACTED'
                                          TO WS-CTL-LABEL
           MOVE WS-SC-COUNT               TO WS-CTL-VALUE
           MOVE WS-CONTROL-LINE           TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CONTROL TOTALS PAGE THAT CLOSES STMTPRT.  PRINTED PLUS
      *  SUPPRESSED EQUALS ACTIVE, AND THE PRINT LINE COUNT COVERS
      *  EVERY LINE BEFORE THIS PAGE.
      ***************************************************************
       650-PRINT-CONTROL-TOTALS.
      *
           MOVE WS-PRINT-LINE-CNT         TO WS-LINES-BEFORE-TOTALS
           MOVE '1'                       TO WS-PRT-ASA
           MOVE 'MBRSTMT - ANNUAL CUSTOMER STATEMENTS - CONTROL TOTALS'
                                          TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE SPACES                    TO WS-PRT-TEXT
           STRING 'STATEMENT YEAR:      ' DELIMITED BY SIZE
                  WS-STMT-YEAR            DELIMITED BY SIZE
                  INTO WS-PRT-TEXT
           END-STRING
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE 'CUSTOMERS READ'          TO WS-CTL-LABEL
           MOVE RECORD-CNT                TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           MOVE 'ACTIVE CUSTOMERS'        TO WS-CTL-LABEL
           MOVE WS-ACTIVE-CNT             TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           MOVE 'STATEMENTS PRINTED'      TO WS-CTL-LABEL
           MOVE WS-PRINTED-CNT            TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           MOVE 'SUPPRESSED - NO DELIVERABLE ADDRESS'
                                          TO WS-CTL-LABEL
           MOVE WS-NO-ADDRESS-CNT         TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           MOVE 'SUPPRESSED - LEGAL HOLD' TO WS-CTL-LABEL
           MOVE WS-HELD-CNT               TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           MOVE 'AGREEMENTS LISTED'       TO WS-CTL-LABEL
           MOVE WS-AGRE-LISTED-CNT        TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           MOVE 'AGREEMENTS NOT ON MASTER' TO WS-CTL-LABEL
           MOVE WS-AGRE-NOT-ON-MST-CNT    TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           MOVE 'STATUS CHANGES LISTED'   TO WS-CTL-LABEL
           MOVE WS-CHANGES-LISTED-CNT     TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           MOVE 'PRINT LINES BEFORE THIS PAGE'
                                          TO WS-CTL-LABEL
           MOVE WS-LINES-BEFORE-TOTALS    TO WS-CTL-VALUE
           PERFORM 660-PRINT-CONTROL-LINE THRU 660-EXIT
           .
       650-EXIT.
           EXIT.
      *
      *
       660-PRINT-CONTROL-LINE.
      *
           MOVE ' '                       TO WS-PRT-ASA
           MOVE WS-CONTROL-LINE           TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           .
       660-EXIT.
           EXIT.
      *
      *
       700-FORMAT-DATE.
      *
           MOVE WS-DATE-IN-CCYY           TO WS-ISO-CCYY
           MOVE WS-DATE-IN-MM             TO WS-ISO-MM
           MOVE WS-DATE-IN-DD             TO WS-ISO-DD
           .
       700-EXIT.
           EXIT.
      *
      *
       720-DECODE-STATUS.
      *
           EVALUATE WS-STATUS-IN
             WHEN 'A'
                  MOVE 'ACTIVE'           TO WS-STATUS-DESC
             WHEN 'L'
                  MOVE 'LAPSED'           TO WS-STATUS-DESC
             WHEN 'C'
                  MOVE 'CLOSED'           TO WS-STATUS-DESC
             WHEN 'D'
                  MOVE 'DECEASED'         TO WS-STATUS-DESC
             WHEN SPACES
                  MOVE 'NOT SET'          TO WS-STATUS-DESC
             WHEN OTHER
                  MOVE WS-STATUS-IN       TO WS-STATUS-DESC
           END-EVALUATE
           .
       720-EXIT.
           EXIT.
      *
      *
       800-WRITE-PRINT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-PRINT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT: ERROR WRITING STMTPRT RC = '
                        TP90P-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           ADD  +1                        TO WS-PRINT-LINE-CNT
           MOVE SPACES                    TO WS-PRINT-LINE
           .
       800-EXIT.
           EXIT.
      *
      *
       850-WRITE-REGISTER.
      *
           MOVE WS-RUN-DATE               TO WS-REG-RUN-DATE
           MOVE WS-RUN-TIME-HHMMSS        TO WS-REG-RUN-TIME
           MOVE WS-STMT-YEAR              TO WS-REG-STMT-YEAR
           MOVE WS-STMT-SEQ               TO WS-REG-STMT-SEQ
           MOVE TP90-CUST-KEY-ID          TO WS-REG-KEY-ID
           MOVE WS-CUST-AGRE-CNT          TO WS-REG-AGRE-CNT
           MOVE WS-CUST-CHANGE-CNT        TO WS-REG-CHANGE-CNT
           MOVE WS-SUB-POSTAL             TO WS-REG-POSTAL-CD
      *
           MOVE TP90-VALUE-WRITE          TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 WS-REGISTER-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTMT: ERROR WRITING STMTREG RC = '
                        TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       850-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   WS-STMT-MODE-PRINT
                SET  CFCP-FCN-CLOSE       TO TRUE
                CALL WS-MBRCFCAP USING CFCP-CHECK-PARMS
           END-IF
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE 'CUSTNAMV'           TO TP90-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90M-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90M-FUNCTION-CODE
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      AGRM-RECORD,
                                      AGRM-RECORD-KEY
           END-IF
           IF   WS-AGRX-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      WS-AGRX-SORTED-RECORD,
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
           IF   TP90H-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90H-FUNCTION-CODE
                CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                      HOLD-RECORD,
                                      HOLD-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-PRINT-LINE,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90G-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90G-FUNCTION-CODE
                CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                      WS-REGISTER-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90A-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      WS-AUDIT-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90S-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90S-FUNCTION-CODE
                CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                      WS-SCW-RECORD,
                                      TP90-RECORD-KEY
           END-IF
      *
           IF   WS-STMT-MODE-EXTRACT
                GO TO 9900-EXIT
           END-IF
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1 ' CUSTOMERS READ'
           MOVE WS-ACTIVE-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1 ' ACTIVE CUSTOMERS'
           MOVE WS-PRINTED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1
                   ' STATEMENTS PRINTED'
           MOVE WS-NO-ADDRESS-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1
                   ' SUPPRESSED, NO DELIVERABLE ADDRESS'
           MOVE WS-HELD-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTMT: ' WS-DISPLAY-MASK-1
                   ' SUPPRESSED, LEGAL HOLD'
           .
       9900-EXIT.
           EXIT.
