       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRSTFIL.
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
      ** DESCRIPTION: STATE REGULATORY CUSTOMER-COUNT FILING.  FOR     *
      **              ONE CALENDAR QUARTER AND EACH CUST-STATE,        *
      **              REPORTS THE CUSTOMERS IN FORCE (STATUS A) AT     *
      **              THE START AND END OF THE QUARTER AND THE         *
      **              QUARTER'S NEW CUSTOMERS, LAPSES (A TO L),        *
      **              REINSTATEMENTS (L TO A), DEATHS (TO D) AND       *
      **              PURGES, WITH AN OTHER COLUMN FOR EVERYTHING      *
      **              ELSE SO EVERY STATE ROW BALANCES.                *
      **                                                               *
      **              THE QUARTER-END POSITION COMES FROM ONE OF TWO   *
      **              SOURCES:                                         *
      **                ASOFIN ALLOCATED - AN MBRASOF POINT-IN-TIME    *
      **                  FILE AS OF THE QUARTER END, FOR RE-RUNNING   *
      **                  A PAST QUARTER                               *
      **                ASOFIN NOT ALLOCATED - LIVE CUSTNAMV, ROLLED   *
      **                  BACK TO THE QUARTER END BY UNDOING EVERY     *
      **                  CUSTNAUD PAIR DATED AFTER IT                 *
      **              THE START POSITION IS THE END POSITION WITH THE  *
      **              QUARTER'S OWN PAIRS UNDONE, AND THE MOVEMENTS    *
      **              ARE COUNTED FROM THOSE SAME PAIRS.  ONLY PARENT  *
      **              PAIRS COUNT - CHILD-RECORD PAIRS ARE SKIPPED.    *
      **                                                               *
      **              THE FILING GOES TO STFILOUT (GVBCSTFL, ONE       *
      **              FIXED RECORD PER STATE PLUS A TOTAL) AND TO THE  *
      **              PRINTED STFILRPT, WHOSE LAST PAGE IS THE         *
      **              CONTROL PAGE: THE SOURCE RECORD COUNT IS TIED    *
      **              TO THE CUSTNAMV COUNT MBRRECON REGISTERED ON     *
      **              RUNCTL FOR THE RECONCILIATION CYCLE, AND THE     *
      **              PAGE CARRIES THE SIGN-OFF BLOCK.                 *
      **                                                               *
      **              CONTROL CARD KEYWORDS (ALL OPTIONAL):            *
      **                QUARTER=CCYYQN  THE QUARTER TO FILE (DEFAULT   *
      **                                THE LAST COMPLETED QUARTER)    *
      **                RECONDT=CCYYMMDD  THE MBRRECON CYCLE TO TIE    *
      **                                TO (DEFAULT THE RUN DATE FOR   *
      **                                LIVE CUSTNAMV, THE QUARTER     *
      **                                END FOR A POINT-IN-TIME FILE)  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                POINT-IN-TIME FILE          (DDNAME=ASOFIN)    *
      **                AUDIT TRAIL JOURNAL         (DDNAME=CUSTNAUD)  *
      **                RUN-CONTROL CLUSTER         (DDNAME=RUNCTL)    *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  STATE FILING RECORDS        (DDNAME=STFILOUT)  *
      **                STATE FILING REPORT         (DDNAME=STFILRPT)  *
      **                                                               *
      ** RETURN CDS:  0000 - FILING IN BALANCE                         *
      **              0004 - NO RECONCILED COUNT TO TIE TO             *
      **              0008 - OUT OF BALANCE - DO NOT FILE              *
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
       01  WS-SOURCE-IN-FORCE-CNT      PIC S9(08) COMP VALUE +0.
       01  WS-AUDIT-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-AUDIT-QUARTER-CNT        PIC S9(08) COMP VALUE +0.
       01  WS-AUDIT-AFTER-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-FILED-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-NEGATIVE-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
      *
      *****************************************************************
      *  THE QUARTER BEING FILED.
      *****************************************************************
       01  WS-QUARTER-ID.
           05  WS-QTR-CCYY             PIC 9(04).
           05  FILLER                  PIC X(01)  VALUE 'Q'.
           05  WS-QTR-NUMBER           PIC 9(01).
       01  WS-QTR-START-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-QTR-START-PARTS REDEFINES WS-QTR-START-DATE.
           05  WS-QTR-START-CCYY       PIC 9(04).
           05  WS-QTR-START-MMDD       PIC 9(04).
       01  WS-QTR-END-DATE             PIC 9(08)  VALUE ZEROES.
       01  WS-QTR-END-PARTS REDEFINES WS-QTR-END-DATE.
           05  WS-QTR-END-CCYY         PIC 9(04).
           05  WS-QTR-END-MMDD         PIC 9(04).
       01  WS-RECON-DATE               PIC 9(08)  VALUE ZEROES.
      *
       01  WS-SOURCE-SW                PIC X(01)  VALUE 'L'.
           88  WS-SOURCE-LIVE                     VALUE 'L'.
           88  WS-SOURCE-POINT-IN-TIME            VALUE 'P'.
      *
      *****************************************************************
      *  THE CUSTNAUD JOURNAL RECORD - THE SHAPE MBRAUDWR WRITES -
      *  WITH A GVBCCUST FIELD VIEW OVER EACH IMAGE.  A CHILD-RECORD
      *  PAIR CARRIES A CHILD IMAGE UNDER THE PARENT'S KEY AND IS
      *  KNOWN BY THE CHILD RECORD TYPE IN BYTES 11-13 OF WHICHEVER
      *  IMAGE IS PRESENT.
      *****************************************************************
       01  WS-AUDIT-RECORD.
           05  WS-AUDIT-REC-RUN-DATE       PIC 9(08).
           05  WS-AUDIT-REC-RUN-TIME       PIC 9(06).
           05  WS-AUDIT-REC-CHANGE-TYPE    PIC X(07).
               88  WS-AUDIT-ADDED             VALUE 'ADDED  '.
               88  WS-AUDIT-CHANGED           VALUE 'CHANGED'.
               88  WS-AUDIT-DELETED           VALUE 'DELETED'.
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
       01  WS-PAIR-PERIOD-SW           PIC X(01)  VALUE SPACES.
           88  WS-PAIR-IN-QUARTER                 VALUE 'Q'.
           88  WS-PAIR-AFTER-QUARTER              VALUE 'A'.
      *
       01  AUB-RECORD-AREA             PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AUB==.
       01  AUA-RECORD-AREA             PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AUA==.
      *
      *****************************************************************
      *  ONE ENTRY PER CUST-STATE SEEN ON THE SOURCE OR IN THE
      *  JOURNAL, SORTED BY STATE BEFORE THE FILING IS WRITTEN.
      *    SRC-IN-FORCE - IN FORCE ON THE SOURCE FILE
      *    POST-NET     - NET IN-FORCE CHANGE AFTER THE QUARTER END
      *    QTR-NET      - NET IN-FORCE CHANGE DURING THE QUARTER
      *****************************************************************
       01  WS-ST-MAX                   PIC S9(04) COMP VALUE +100.
       01  WS-ST-COUNT                 PIC S9(04) COMP VALUE +0.
       01  WS-ST-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-ST-SCAN                  PIC S9(04) COMP VALUE +0.
       01  WS-FIND-STATE               PIC X(02)  VALUE SPACES.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY             OCCURS 100 TIMES.
               10  WS-ST-STATE         PIC X(02).
               10  WS-ST-SRC-IN-FORCE  PIC S9(08) COMP.
               10  WS-ST-POST-NET      PIC S9(08) COMP.
               10  WS-ST-QTR-NET       PIC S9(08) COMP.
               10  WS-ST-NEW           PIC S9(08) COMP.
               10  WS-ST-LAPSED        PIC S9(08) COMP.
               10  WS-ST-REINSTATED    PIC S9(08) COMP.
               10  WS-ST-DECEASED      PIC S9(08) COMP.
               10  WS-ST-PURGED        PIC S9(08) COMP.
               10  WS-ST-START         PIC S9(08) COMP.
               10  WS-ST-END           PIC S9(08) COMP.
               10  WS-ST-OTHER         PIC S9(08) COMP.
      *
       01  WS-TOTALS.
           05  WS-TOT-START            PIC S9(08) COMP VALUE +0.
           05  WS-TOT-NEW              PIC S9(08) COMP VALUE +0.
           05  WS-TOT-LAPSED           PIC S9(08) COMP VALUE +0.
           05  WS-TOT-REINSTATED       PIC S9(08) COMP VALUE +0.
           05  WS-TOT-DECEASED         PIC S9(08) COMP VALUE +0.
           05  WS-TOT-PURGED           PIC S9(08) COMP VALUE +0.
           05  WS-TOT-OTHER            PIC S9(08) COMP VALUE +0.
           05  WS-TOT-END              PIC S9(08) COMP VALUE +0.
           05  WS-TOT-POST-NET         PIC S9(08) COMP VALUE +0.
      *
      *      SHELL-SORT WORK FIELDS.
       01  WS-SORT-GAP                 PIC S9(08) COMP VALUE +0.
       01  WS-SORT-I                   PIC S9(08) COMP VALUE +0.
       01  WS-SORT-J                   PIC S9(08) COMP VALUE +0.
       01  WS-SORT-SWAP                PIC X(46).
       01  WS-SORT-DONE-SW             PIC X(01)  VALUE 'N'.
           88  WS-SORT-PASS-DONE                  VALUE 'Y'.
      *
      *****************************************************************
      *  THE RECONCILED CUSTNAMV COUNT.
      *****************************************************************
       01  WS-RECON-SW                 PIC X(01)  VALUE 'N'.
           88  WS-RECON-AVAILABLE                 VALUE 'Y'.
       01  WS-RECON-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-RECON-NOTE               PIC X(40)  VALUE SPACES.
       01  WS-BALANCE-SW               PIC X(01)  VALUE 'N'.
           88  WS-IN-BALANCE                      VALUE 'Y'.
      *
      *****************************************************************
      *  PRINT LINE - ASA CARRIAGE CONTROL IN COLUMN 1, THE GVBXP8
      *  DISCIPLINE - AND THE REPORT'S LINE IMAGES.
      *****************************************************************
       01  WS-PRINT-LINE.
           05  WS-PRT-ASA              PIC X(01).
           05  WS-PRT-TEXT             PIC X(132).
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(45)  VALUE
               'STATE REGULATORY CUSTOMER-COUNT FILING - '.
           05  WS-RTL-QUARTER          PIC X(06).
           05  FILLER                  PIC X(08)  VALUE '  FROM '.
           05  WS-RTL-START            PIC X(10).
           05  FILLER                  PIC X(06)  VALUE '  TO '.
           05  WS-RTL-END              PIC X(10).
           05  FILLER                  PIC X(47)  VALUE SPACES.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(06)  VALUE 'STATE '.
           05  FILLER                  PIC X(13)  VALUE
               '   IN FORCE  '.
           05  FILLER                  PIC X(13)  VALUE
               '        NEW  '.
           05  FILLER                  PIC X(13)  VALUE
               '     LAPSES  '.
           05  FILLER                  PIC X(13)  VALUE
               ' REINSTATE-  '.
           05  FILLER                  PIC X(13)  VALUE
               '   DECEASED  '.
           05  FILLER                  PIC X(13)  VALUE
               '     PURGED  '.
           05  FILLER                  PIC X(13)  VALUE
               '      OTHER  '.
           05  FILLER                  PIC X(11)  VALUE
               '   IN FORCE'.
           05  FILLER                  PIC X(24)  VALUE SPACES.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
               '   AT START  '.
           05  FILLER                  PIC X(26)  VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
               '      MENTS  '.
           05  FILLER                  PIC X(26)  VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
               '     ADJUST  '.
           05  FILLER                  PIC X(11)  VALUE
               '     AT END'.
           05  FILLER                  PIC X(24)  VALUE SPACES.
      *
       01  WS-RPT-STATE-LINE.
           05  WS-RSL-STATE            PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RSL-START            PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RSL-NEW              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RSL-LAPSED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RSL-REINSTATED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RSL-DECEASED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RSL-PURGED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RSL-OTHER            PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RSL-END              PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RSL-FLAG             PIC X(22).
      *
       01  WS-CONTROL-LINE.
           05  WS-CTL-LABEL            PIC X(50).
           05  WS-CTL-VALUE            PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(67)  VALUE SPACES.
      *
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
      *
       COPY GVBCSTFL.
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
           MOVE 'MBRSTFIL'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-COUNT-SOURCE      THRU 200-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 300-APPLY-JOURNAL     THRU 300-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 400-DERIVE-POSITIONS  THRU 400-EXIT
                PERFORM 500-FETCH-RECON-COUNT THRU 500-EXIT
                PERFORM 600-WRITE-FILING      THRU 600-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 700-PRINT-CONTROL-PAGE THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRSTFIL'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-FILED-CNT              TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-NEGATIVE-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-RECON-AVAILABLE AND NOT WS-IN-BALANCE
                  MOVE 8                     TO RETURN-CODE
             WHEN WS-NEGATIVE-CNT > ZERO
                  MOVE 8                     TO RETURN-CODE
             WHEN NOT WS-RECON-AVAILABLE
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
           PERFORM 110-READ-CONTROL-CARD  THRU 110-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
      *      AN ALLOCATED ASOFIN MEANS A POINT-IN-TIME RE-RUN; LIVE
      *      CUSTNAMV IS THEN NOT OPENED AT ALL.
           SET  TP90I-ANCHOR              TO NULL
           MOVE 'ASOFIN  '                TO TP90I-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE +96                       TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-SOURCE-POINT-IN-TIME TO TRUE
                DISPLAY 'MBRSTFIL: QUARTER-END POSITION FROM THE '
                        'ASOFIN POINT-IN-TIME FILE'
           ELSE
                SET  TP90I-ANCHOR           TO NULL
                SET  WS-SOURCE-LIVE         TO TRUE
                DISPLAY 'MBRSTFIL: NO ASOFIN DD ALLOCATED, LIVE '
                        'CUSTNAMV ROLLED BACK TO THE QUARTER END'
                PERFORM 120-OPEN-CUSTNAMV   THRU 120-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 100-EXIT
                END-IF
           END-IF
      *
           IF   WS-RECON-DATE = ZERO
                IF   WS-SOURCE-LIVE
                     MOVE WS-RUN-DATE       TO WS-RECON-DATE
                ELSE
                     MOVE WS-QTR-END-DATE   TO WS-RECON-DATE
                END-IF
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
                DISPLAY 'MBRSTFIL DD: CUSTNAUD, GVBTP90 FAILED, '
                        'RET CD = ' TP90A-RETURN-CODE
                SET  TP90A-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90C-ANCHOR              TO NULL
           MOVE 'RUNCTL  '                TO TP90C-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90C-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90C-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90C-FILE-MODE
           MOVE SPACES                    TO TP90C-RETURN-CODE
           MOVE +0                        TO TP90C-VSAM-RETURN-CODE
           MOVE +0                        TO TP90C-RECORD-LENGTH
           MOVE SPACES                    TO TP90C-RECFM
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTFIL: NO RUNCTL DD ALLOCATED, NO '
                        'RECONCILED COUNT TO TIE TO'
                SET  TP90C-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90F-ANCHOR              TO NULL
           MOVE 'STFILOUT'                TO TP90F-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90F-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90F-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90F-FILE-MODE
           MOVE SPACES                    TO TP90F-RETURN-CODE
           MOVE +0                        TO TP90F-VSAM-RETURN-CODE
           MOVE LENGTH OF STFL-RECORD     TO TP90F-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90F-RECFM
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 STFL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTFIL DD: STFILOUT, GVBTP90 FAILED, '
                        'RET CD = ' TP90F-RETURN-CODE
                SET  TP90F-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'STFILRPT'                TO TP90P-DDNAME
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
                DISPLAY 'MBRSTFIL DD: STFILRPT, GVBTP90 FAILED, '
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
      *  OPTIONAL CTLCARD.  THE DEFAULT QUARTER IS THE LAST ONE
      *  COMPLETED BEFORE THE RUN DATE; A QUARTER NOT YET ENDED IS
      *  REFUSED, SINCE ITS END POSITION DOES NOT EXIST YET.
      ***************************************************************
       110-READ-CONTROL-CARD.
      *
           COMPUTE WS-QTR-NUMBER = (WS-RUN-MM - 1) / 3
           MOVE WS-RUN-CCYY               TO WS-QTR-CCYY
           IF   WS-QTR-NUMBER = ZERO
                MOVE 4                    TO WS-QTR-NUMBER
                SUBTRACT 1                FROM WS-QTR-CCYY
           END-IF
      *
           MOVE 'MBRSTFIL'                TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME         TO KWRD-DDNAME
           MOVE +2                        TO KWRD-ENTRY-COUNT
      *
           MOVE 'QUARTER'                 TO KWRD-NAME (1)
           MOVE WS-QUARTER-ID             TO KWRD-VALUE (1)
           MOVE SPACES                    TO KWRD-ALLOWED (1)
           MOVE 'D'                       TO KWRD-SOURCE (1)
      *
           MOVE 'RECONDT'                 TO KWRD-NAME (2)
           MOVE '00000000'                TO KWRD-VALUE (2)
           MOVE SPACES                    TO KWRD-ALLOWED (2)
           MOVE 'D'                       TO KWRD-SOURCE (2)
      *
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
      *
           IF   KWRD-RET-INVALID
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 110-EXIT
           END-IF
      *
           IF   KWRD-VALUE (1) (1:4) NOT NUMERIC
           OR   KWRD-VALUE (1) (5:1) NOT = 'Q'
           OR   KWRD-VALUE (1) (6:1) < '1'
           OR   KWRD-VALUE (1) (6:1) > '4'
           OR   KWRD-VALUE (1) (7:58) NOT = SPACES
                DISPLAY 'MBRSTFIL: QUARTER MUST BE CCYYQN, N 1-4'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 110-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:4)      TO WS-QTR-CCYY
           MOVE KWRD-VALUE (1) (6:1)      TO WS-QTR-NUMBER
      *
           IF   KWRD-VALUE (2) (1:8) NOT NUMERIC
           OR   KWRD-VALUE (2) (9:56) NOT = SPACES
                DISPLAY 'MBRSTFIL: RECONDT MUST BE CCYYMMDD'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 110-EXIT
           END-IF
           MOVE KWRD-VALUE (2) (1:8)      TO WS-RECON-DATE
      *
           MOVE WS-QTR-CCYY               TO WS-QTR-START-CCYY
                                             WS-QTR-END-CCYY
           EVALUATE WS-QTR-NUMBER
             WHEN 1
                  MOVE 0101               TO WS-QTR-START-MMDD
                  MOVE 0331               TO WS-QTR-END-MMDD
             WHEN 2
                  MOVE 0401               TO WS-QTR-START-MMDD
                  MOVE 0630               TO WS-QTR-END-MMDD
             WHEN 3
                  MOVE 0701               TO WS-QTR-START-MMDD
                  MOVE 0930               TO WS-QTR-END-MMDD
             WHEN OTHER
                  MOVE 1001               TO WS-QTR-START-MMDD
                  MOVE 1231               TO WS-QTR-END-MMDD
           END-EVALUATE
      *
           IF   WS-QTR-END-DATE NOT < WS-RUN-DATE
                DISPLAY 'MBRSTFIL: QUARTER ' WS-QUARTER-ID
                        ' HAS NOT ENDED'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 110-EXIT
           END-IF
      *
           DISPLAY 'MBRSTFIL: FILING QUARTER ' WS-QUARTER-ID
                   ' (' WS-QTR-START-DATE ' - ' WS-QTR-END-DATE ')'
           .
       110-EXIT.
           EXIT.
      *
      *
       120-OPEN-CUSTNAMV.
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
                DISPLAY 'MBRSTFIL DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 120-EXIT
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
                IF   TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'               TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRSTFIL DD: CUSTNAMV, GVBTP90 FAILED, '
                             'RET CD = ' TP90-RETURN-CODE
                     MOVE  'Y'              TO SEVERE-ERROR
                END-IF
           END-IF
           .
       120-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 1 - EVERY RECORD ON THE SOURCE, COUNTING THE TOTAL
      *  (FOR THE TIE TO THE RECONCILED COUNT) AND THE IN-FORCE
      *  CUSTOMERS BY STATE.
      ***************************************************************
       200-COUNT-SOURCE.
      *
           PERFORM 210-COUNT-ONE-RECORD   THRU 210-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTFIL: ' WS-DISPLAY-MASK-1
                   ' SOURCE RECORDS READ'
           .
       200-EXIT.
           EXIT.
      *
      *
       210-COUNT-ONE-RECORD.
      *
           IF   WS-SOURCE-POINT-IN-TIME
                MOVE TP90-VALUE-READ      TO TP90I-FUNCTION-CODE
                CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
                MOVE TP90I-RETURN-CODE    TO TP90-RETURN-CODE
           ELSE
                MOVE 'CUSTNAMV'           TO TP90-DDNAME
                MOVE TP90-VALUE-READNEXT  TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 210-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSTFIL: ERROR READING SOURCE RC = '
                          TP90-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 210-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
           IF   TP90-CUST-STATUS NOT = 'A'
                GO TO 210-EXIT
           END-IF
      *
           MOVE TP90-CUST-STATE           TO WS-FIND-STATE
           PERFORM 250-FIND-STATE         THRU 250-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 210-EXIT
           END-IF
           ADD  +1 TO WS-ST-SRC-IN-FORCE (WS-ST-IDX)
           ADD  +1 TO WS-SOURCE-IN-FORCE-CNT
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOCATE WS-FIND-STATE IN THE STATE TABLE, ADDING IT WHEN NEW.
      *  A CUSTOMER WITH NO STATE IS FILED UNDER '??'.
      ***************************************************************
       250-FIND-STATE.
      *
           IF   WS-FIND-STATE = SPACES OR LOW-VALUES
                MOVE '??'                 TO WS-FIND-STATE
           END-IF
      *
           MOVE +0                        TO WS-ST-IDX
           PERFORM 255-MATCH-ONE-STATE    THRU 255-EXIT
                   VARYING WS-ST-SCAN FROM +1 BY +1
                   UNTIL WS-ST-SCAN > WS-ST-COUNT
                      OR WS-ST-IDX > +0
           IF   WS-ST-IDX > +0
                GO TO 250-EXIT
           END-IF
      *
           IF   WS-ST-COUNT >= WS-ST-MAX
                DISPLAY 'MBRSTFIL: *** MORE THAN ' WS-ST-MAX
                        ' STATES - RUN STOPPED ***'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 250-EXIT
           END-IF
           ADD  +1                        TO WS-ST-COUNT
           MOVE WS-ST-COUNT               TO WS-ST-IDX
           INITIALIZE WS-ST-ENTRY (WS-ST-IDX)
           MOVE WS-FIND-STATE             TO WS-ST-STATE (WS-ST-IDX)
           .
       250-EXIT.
           EXIT.
      *
      *
       255-MATCH-ONE-STATE.
      *
           IF   WS-ST-STATE (WS-ST-SCAN) = WS-FIND-STATE
                MOVE WS-ST-SCAN           TO WS-ST-IDX
           END-IF
           .
       255-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 2 - THE CUSTNAUD JOURNAL.  A PAIR DATED IN THE QUARTER
      *  FEEDS THE QUARTER'S NET AND MOVEMENTS; A PAIR DATED AFTER
      *  IT FEEDS THE ROLL-BACK FROM LIVE CUSTNAMV (A POINT-IN-TIME
      *  FILE IS ALREADY AT THE QUARTER END, SO THOSE ARE IGNORED).
      *  BECAUSE EACH PAIR'S BEFORE IMAGE IS THE PREVIOUS PAIR'S
      *  AFTER IMAGE, THE NETS NEED NO ORDERING.
      ***************************************************************
       300-APPLY-JOURNAL.
      *
           MOVE 'N'                       TO WS-AUDIT-EOF-SW
           PERFORM 310-APPLY-ONE-PAIR     THRU 310-EXIT
                   UNTIL WS-AUDIT-EOF OR SEVERE-ERROR NOT = ' '
      *
           MOVE WS-AUDIT-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTFIL: ' WS-DISPLAY-MASK-1
                   ' JOURNAL PAIRS READ'
           MOVE WS-AUDIT-QUARTER-CNT      TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTFIL: ' WS-DISPLAY-MASK-1
                   ' CUSTOMER PAIRS IN THE QUARTER'
           MOVE WS-AUDIT-AFTER-CNT        TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTFIL: ' WS-DISPLAY-MASK-1
                   ' CUSTOMER PAIRS ROLLED BACK'
           .
       300-EXIT.
           EXIT.
      *
      *
       310-APPLY-ONE-PAIR.
      *
           MOVE TP90-VALUE-READ           TO TP90A-FUNCTION-CODE
           MOVE SPACES                    TO WS-AUDIT-RECORD
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90A-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-AUDIT-EOF       TO TRUE
                  GO TO 310-EXIT
             WHEN TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSTFIL: ERROR READING CUSTNAUD RC = '
                          TP90A-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 310-EXIT
           END-EVALUATE
           ADD  +1                        TO WS-AUDIT-READ-CNT
      *
           EVALUATE TRUE
             WHEN WS-AUDIT-REC-RUN-DATE < WS-QTR-START-DATE
                  GO TO 310-EXIT
             WHEN WS-AUDIT-REC-RUN-DATE NOT > WS-QTR-END-DATE
                  SET  WS-PAIR-IN-QUARTER TO TRUE
             WHEN WS-SOURCE-POINT-IN-TIME
                  GO TO 310-EXIT
             WHEN OTHER
                  SET  WS-PAIR-AFTER-QUARTER TO TRUE
           END-EVALUATE
      *
           MOVE WS-AUDIT-REC-BEFORE-IMAGE (11:3) TO WS-IMAGE-REC-TYPE
           IF   WS-IMAGE-IS-CHILD
                GO TO 310-EXIT
           END-IF
           MOVE WS-AUDIT-REC-AFTER-IMAGE (11:3) TO WS-IMAGE-REC-TYPE
           IF   WS-IMAGE-IS-CHILD
                GO TO 310-EXIT
           END-IF
      *
           MOVE WS-AUDIT-REC-BEFORE-IMAGE TO AUB-RECORD-AREA
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO AUA-RECORD-AREA
           IF   WS-PAIR-IN-QUARTER
                ADD  +1                   TO WS-AUDIT-QUARTER-CNT
           ELSE
                ADD  +1                   TO WS-AUDIT-AFTER-CNT
           END-IF
      *
      *      THE BEFORE IMAGE LEAVES ITS STATE'S IN-FORCE COUNT ...
           IF   AUB-CUST-STATUS = 'A'
                MOVE AUB-CUST-STATE       TO WS-FIND-STATE
                PERFORM 250-FIND-STATE    THRU 250-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 310-EXIT
                END-IF
                IF   WS-PAIR-IN-QUARTER
                     SUBTRACT +1 FROM WS-ST-QTR-NET (WS-ST-IDX)
                ELSE
                     SUBTRACT +1 FROM WS-ST-POST-NET (WS-ST-IDX)
                END-IF
           END-IF
      *
      *      ... AND THE AFTER IMAGE JOINS ITS STATE'S.
           IF   AUA-CUST-STATUS = 'A'
                MOVE AUA-CUST-STATE       TO WS-FIND-STATE
                PERFORM 250-FIND-STATE    THRU 250-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 310-EXIT
                END-IF
                IF   WS-PAIR-IN-QUARTER
                     ADD  +1 TO WS-ST-QTR-NET (WS-ST-IDX)
                ELSE
                     ADD  +1 TO WS-ST-POST-NET (WS-ST-IDX)
                END-IF
           END-IF
      *
           IF   WS-PAIR-IN-QUARTER
                PERFORM 320-COUNT-MOVEMENT THRU 320-EXIT
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE NAMED MOVEMENTS.  A PURGE COUNTS AGAINST THE STATE THE
      *  CUSTOMER LEFT; EVERYTHING ELSE AGAINST THE STATE ON THE
      *  AFTER IMAGE.
      ***************************************************************
       320-COUNT-MOVEMENT.
      *
           EVALUATE TRUE
             WHEN WS-AUDIT-ADDED
                  MOVE AUA-CUST-STATE     TO WS-FIND-STATE
             WHEN WS-AUDIT-DELETED
                  MOVE AUB-CUST-STATE     TO WS-FIND-STATE
             WHEN WS-AUDIT-CHANGED
             AND  AUB-CUST-STATUS = 'A' AND AUA-CUST-STATUS = 'L'
                  MOVE AUA-CUST-STATE     TO WS-FIND-STATE
             WHEN WS-AUDIT-CHANGED
             AND  AUB-CUST-STATUS = 'L' AND AUA-CUST-STATUS = 'A'
                  MOVE AUA-CUST-STATE     TO WS-FIND-STATE
             WHEN WS-AUDIT-CHANGED
             AND  AUB-CUST-STATUS NOT = 'D' AND AUA-CUST-STATUS = 'D'
                  MOVE AUA-CUST-STATE     TO WS-FIND-STATE
             WHEN OTHER
                  GO TO 320-EXIT
           END-EVALUATE
      *
           PERFORM 250-FIND-STATE         THRU 250-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 320-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-AUDIT-ADDED
                  ADD  +1 TO WS-ST-NEW (WS-ST-IDX)
             WHEN WS-AUDIT-DELETED
                  ADD  +1 TO WS-ST-PURGED (WS-ST-IDX)
             WHEN AUA-CUST-STATUS = 'L'
                  ADD  +1 TO WS-ST-LAPSED (WS-ST-IDX)
             WHEN AUA-CUST-STATUS = 'A'
                  ADD  +1 TO WS-ST-REINSTATED (WS-ST-IDX)
             WHEN OTHER
                  ADD  +1 TO WS-ST-DECEASED (WS-ST-IDX)
           END-EVALUATE
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  END = SOURCE LESS THE ROLL-BACK; START = END LESS THE
      *  QUARTER'S NET; OTHER IS WHATEVER THE NAMED MOVEMENTS DO NOT
      *  EXPLAIN.  A NEGATIVE POSITION MEANS THE JOURNAL DOES NOT
      *  COVER THE SOURCE AND THE FILING CANNOT BE SIGNED OFF.
      ***************************************************************
       400-DERIVE-POSITIONS.
      *
           COMPUTE WS-SORT-GAP = WS-ST-COUNT / +2
           PERFORM 450-SORT-ONE-GAP       THRU 450-EXIT
                   UNTIL WS-SORT-GAP < +1
      *
           PERFORM 410-DERIVE-ONE-STATE   THRU 410-EXIT
                   VARYING WS-ST-IDX FROM +1 BY +1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
           .
       400-EXIT.
           EXIT.
      *
      *
       410-DERIVE-ONE-STATE.
      *
           COMPUTE WS-ST-END (WS-ST-IDX) =
                   WS-ST-SRC-IN-FORCE (WS-ST-IDX)
                 - WS-ST-POST-NET (WS-ST-IDX)
           COMPUTE WS-ST-START (WS-ST-IDX) =
                   WS-ST-END (WS-ST-IDX)
                 - WS-ST-QTR-NET (WS-ST-IDX)
           COMPUTE WS-ST-OTHER (WS-ST-IDX) =
                   WS-ST-END (WS-ST-IDX)
                 - WS-ST-START (WS-ST-IDX)
                 - WS-ST-NEW (WS-ST-IDX)
                 - WS-ST-REINSTATED (WS-ST-IDX)
                 + WS-ST-LAPSED (WS-ST-IDX)
                 + WS-ST-DECEASED (WS-ST-IDX)
                 + WS-ST-PURGED (WS-ST-IDX)
      *
           IF   WS-ST-END (WS-ST-IDX) < +0
           OR   WS-ST-START (WS-ST-IDX) < +0
                ADD  +1                   TO WS-NEGATIVE-CNT
           END-IF
      *
           ADD  WS-ST-START (WS-ST-IDX)       TO WS-TOT-START
           ADD  WS-ST-NEW (WS-ST-IDX)         TO WS-TOT-NEW
           ADD  WS-ST-LAPSED (WS-ST-IDX)      TO WS-TOT-LAPSED
           ADD  WS-ST-REINSTATED (WS-ST-IDX)  TO WS-TOT-REINSTATED
           ADD  WS-ST-DECEASED (WS-ST-IDX)    TO WS-TOT-DECEASED
           ADD  WS-ST-PURGED (WS-ST-IDX)      TO WS-TOT-PURGED
           ADD  WS-ST-OTHER (WS-ST-IDX)       TO WS-TOT-OTHER
           ADD  WS-ST-END (WS-ST-IDX)         TO WS-TOT-END
           ADD  WS-ST-POST-NET (WS-ST-IDX)    TO WS-TOT-POST-NET
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SHELL-SORT THE STATE TABLE INTO STATE ORDER.
      ***************************************************************
       450-SORT-ONE-GAP.
      *
           COMPUTE WS-SORT-I = WS-SORT-GAP + +1
           PERFORM 455-SIFT-ONE-SLOT      THRU 455-EXIT
                   UNTIL WS-SORT-I > WS-ST-COUNT
           COMPUTE WS-SORT-GAP = WS-SORT-GAP / +2
           .
       450-EXIT.
           EXIT.
      *
      *
       455-SIFT-ONE-SLOT.
      *
           MOVE WS-SORT-I                 TO WS-SORT-J
           MOVE 'N'                       TO WS-SORT-DONE-SW
           PERFORM 460-SIFT-ONE-STEP      THRU 460-EXIT
                   UNTIL WS-SORT-PASS-DONE
                      OR WS-SORT-J <= WS-SORT-GAP
           ADD  +1                        TO WS-SORT-I
           .
       455-EXIT.
           EXIT.
      *
      *
       460-SIFT-ONE-STEP.
      *
           IF   WS-ST-STATE (WS-SORT-J - WS-SORT-GAP)
                  <= WS-ST-STATE (WS-SORT-J)
                SET  WS-SORT-PASS-DONE    TO TRUE
           ELSE
                MOVE WS-ST-ENTRY (WS-SORT-J) TO WS-SORT-SWAP
                MOVE WS-ST-ENTRY (WS-SORT-J - WS-SORT-GAP)
                  TO WS-ST-ENTRY (WS-SORT-J)
                MOVE WS-SORT-SWAP
                  TO WS-ST-ENTRY (WS-SORT-J - WS-SORT-GAP)
                SUBTRACT WS-SORT-GAP      FROM WS-SORT-J
           END-IF
           .
       460-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CUSTNAMV COUNT MBRRECON REGISTERED (RECORDS WRITTEN ON
      *  ITS RUNCTL ROW) FOR THE RECONCILIATION CYCLE.  A ROW THAT
      *  DID NOT END CLEANLY IS NOT A RECONCILED COUNT.
      ***************************************************************
       500-FETCH-RECON-COUNT.
      *
           MOVE 'N'                       TO WS-RECON-SW
           MOVE 'N'                       TO WS-BALANCE-SW
           IF   TP90C-ANCHOR = NULL
                MOVE 'RUNCTL NOT ALLOCATED' TO WS-RECON-NOTE
                GO TO 500-EXIT
           END-IF
      *
           MOVE 'RUNCTL  '                TO TP90C-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90C-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90C-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90C-FILE-MODE
           MOVE LENGTH OF RUNC-RECORD     TO TP90C-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90C-RECFM
           MOVE WS-RECON-DATE             TO RUNC-KEY-CYCLE-DATE
           MOVE 'MBRRECON'                TO RUNC-KEY-RUN-ID
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  MOVE 'NO MBRRECON RUN FOR THE CYCLE'
                                          TO WS-RECON-NOTE
             WHEN NOT RUNC-STATUS-ENDED-OK
                  MOVE 'MBRRECON RUN DID NOT END CLEANLY'
                                          TO WS-RECON-NOTE
             WHEN OTHER
                  SET  WS-RECON-AVAILABLE TO TRUE
                  MOVE RUNC-RCRDS-WRITTEN TO WS-RECON-CNT
                  IF   WS-RECON-CNT = RECORD-CNT
                       SET  WS-IN-BALANCE TO TRUE
                  END-IF
           END-EVALUATE
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FILING - ONE STFILOUT RECORD AND ONE REPORT LINE PER
      *  STATE, THEN THE TOTAL.
      ***************************************************************
       600-WRITE-FILING.
      *
           MOVE WS-QUARTER-ID             TO WS-RTL-QUARTER
           MOVE WS-QTR-START-DATE         TO WS-DATE-IN
           PERFORM 690-FORMAT-DATE        THRU 690-EXIT
           MOVE WS-ISO-DATE               TO WS-RTL-START
           MOVE WS-QTR-END-DATE           TO WS-DATE-IN
           PERFORM 690-FORMAT-DATE        THRU 690-EXIT
           MOVE WS-ISO-DATE               TO WS-RTL-END
           MOVE '1'                       TO WS-PRT-ASA
           MOVE WS-RPT-TITLE-LINE         TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           MOVE '0'                       TO WS-PRT-ASA
           MOVE WS-RPT-HEADING-1          TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           MOVE ' '                       TO WS-PRT-ASA
           MOVE WS-RPT-HEADING-2          TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           PERFORM 610-FILE-ONE-STATE     THRU 610-EXIT
                   VARYING WS-ST-IDX FROM +1 BY +1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE SPACES                    TO STFL-RECORD
           SET  STFL-REC-TOTAL            TO TRUE
           MOVE WS-QUARTER-ID             TO STFL-QUARTER
           MOVE SPACES                    TO STFL-STATE
           MOVE WS-TOT-START              TO STFL-START-IN-FORCE
           MOVE WS-TOT-NEW                TO STFL-NEW-CNT
           MOVE WS-TOT-LAPSED             TO STFL-LAPSED-CNT
           MOVE WS-TOT-REINSTATED         TO STFL-REINSTATED-CNT
           MOVE WS-TOT-DECEASED           TO STFL-DECEASED-CNT
           MOVE WS-TOT-PURGED             TO STFL-PURGED-CNT
           MOVE WS-TOT-OTHER              TO STFL-OTHER-CNT
           MOVE WS-TOT-END                TO STFL-END-IN-FORCE
           MOVE WS-SOURCE-SW              TO STFL-SOURCE
           PERFORM 850-WRITE-FILING-RECORD THRU 850-EXIT
      *
           MOVE 'TOTAL'                   TO WS-RSL-STATE
           MOVE WS-TOT-START              TO WS-RSL-START
           MOVE WS-TOT-NEW                TO WS-RSL-NEW
           MOVE WS-TOT-LAPSED             TO WS-RSL-LAPSED
           MOVE WS-TOT-REINSTATED         TO WS-RSL-REINSTATED
           MOVE WS-TOT-DECEASED           TO WS-RSL-DECEASED
           MOVE WS-TOT-PURGED             TO WS-RSL-PURGED
           MOVE WS-TOT-OTHER              TO WS-RSL-OTHER
           MOVE WS-TOT-END                TO WS-RSL-END
           MOVE SPACES                    TO WS-RSL-FLAG
           MOVE '0'                       TO WS-PRT-ASA
           MOVE WS-RPT-STATE-LINE         TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           .
       600-EXIT.
           EXIT.
      *
      *
       610-FILE-ONE-STATE.
      *
           MOVE SPACES                    TO STFL-RECORD
           SET  STFL-REC-DETAIL           TO TRUE
           MOVE WS-QUARTER-ID             TO STFL-QUARTER
           MOVE WS-ST-STATE (WS-ST-IDX)   TO STFL-STATE
           MOVE WS-ST-START (WS-ST-IDX)   TO STFL-START-IN-FORCE
           MOVE WS-ST-NEW (WS-ST-IDX)     TO STFL-NEW-CNT
           MOVE WS-ST-LAPSED (WS-ST-IDX)  TO STFL-LAPSED-CNT
           MOVE WS-ST-REINSTATED (WS-ST-IDX)
                                          TO STFL-REINSTATED-CNT
           MOVE WS-ST-DECEASED (WS-ST-IDX) TO STFL-DECEASED-CNT
           MOVE WS-ST-PURGED (WS-ST-IDX)  TO STFL-PURGED-CNT
           MOVE WS-ST-OTHER (WS-ST-IDX)   TO STFL-OTHER-CNT
           MOVE WS-ST-END (WS-ST-IDX)     TO STFL-END-IN-FORCE
           MOVE WS-SOURCE-SW              TO STFL-SOURCE
           PERFORM 850-WRITE-FILING-RECORD THRU 850-EXIT
           ADD  +1                        TO WS-FILED-CNT
      *
           MOVE WS-ST-STATE (WS-ST-IDX)   TO WS-RSL-STATE
           MOVE WS-ST-START (WS-ST-IDX)   TO WS-RSL-START
           MOVE WS-ST-NEW (WS-ST-IDX)     TO WS-RSL-NEW
           MOVE WS-ST-LAPSED (WS-ST-IDX)  TO WS-RSL-LAPSED
           MOVE WS-ST-REINSTATED (WS-ST-IDX) TO WS-RSL-REINSTATED
           MOVE WS-ST-DECEASED (WS-ST-IDX) TO WS-RSL-DECEASED
           MOVE WS-ST-PURGED (WS-ST-IDX)  TO WS-RSL-PURGED
           MOVE WS-ST-OTHER (WS-ST-IDX)   TO WS-RSL-OTHER
           MOVE WS-ST-END (WS-ST-IDX)     TO WS-RSL-END
           IF   WS-ST-END (WS-ST-IDX) < +0
           OR   WS-ST-START (WS-ST-IDX) < +0
                MOVE '*** NEGATIVE COUNT'  TO WS-RSL-FLAG
           ELSE
                MOVE SPACES               TO WS-RSL-FLAG
           END-IF
           MOVE ' '                       TO WS-PRT-ASA
           MOVE WS-RPT-STATE-LINE         TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
       690-FORMAT-DATE.
      *
           MOVE WS-DATE-IN-CCYY           TO WS-ISO-CCYY
           MOVE WS-DATE-IN-MM             TO WS-ISO-MM
           MOVE WS-DATE-IN-DD             TO WS-ISO-DD
           .
       690-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CONTROL PAGE - HOW THE QUARTER-END POSITION WAS BUILT,
      *  THE TIE OF THE SOURCE COUNT TO THE RECONCILED CUSTNAMV
      *  COUNT, AND THE SIGN-OFF BLOCK.
      ***************************************************************
       700-PRINT-CONTROL-PAGE.
      *
           MOVE '1'                       TO WS-PRT-ASA
           MOVE SPACES                    TO WS-PRT-TEXT
           STRING 'MBRSTFIL - STATE FILING CONTROL PAGE - QUARTER '
                                          DELIMITED BY SIZE
                  WS-QUARTER-ID           DELIMITED BY SIZE
                  '   RUN DATE '          DELIMITED BY SIZE
                  WS-RUN-DATE             DELIMITED BY SIZE
                  INTO WS-PRT-TEXT
           END-STRING
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE 'QUARTER-END SOURCE:'     TO WS-PRT-TEXT
           IF   WS-SOURCE-LIVE
                MOVE 'LIVE CUSTNAMV, ROLLED BACK THROUGH CUSTNAUD'
                                          TO WS-PRT-TEXT (22:)
           ELSE
                MOVE 'ASOFIN POINT-IN-TIME FILE'
                                          TO WS-PRT-TEXT (22:)
           END-IF
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE 'SOURCE RECORDS READ (ALL STATUSES)'
                                          TO WS-CTL-LABEL
           MOVE RECORD-CNT                TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'IN FORCE ON THE SOURCE'  TO WS-CTL-LABEL
           MOVE WS-SOURCE-IN-FORCE-CNT    TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'LESS NET IN-FORCE CHANGE AFTER QUARTER END'
                                          TO WS-CTL-LABEL
           MOVE WS-TOT-POST-NET           TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'IN FORCE AT QUARTER END' TO WS-CTL-LABEL
           MOVE WS-TOT-END                TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'IN FORCE AT QUARTER START' TO WS-CTL-LABEL
           MOVE WS-TOT-START              TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'JOURNAL PAIRS READ'      TO WS-CTL-LABEL
           MOVE WS-AUDIT-READ-CNT         TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'CUSTOMER PAIRS IN THE QUARTER' TO WS-CTL-LABEL
           MOVE WS-AUDIT-QUARTER-CNT      TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'CUSTOMER PAIRS ROLLED BACK' TO WS-CTL-LABEL
           MOVE WS-AUDIT-AFTER-CNT        TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'STATES FILED'            TO WS-CTL-LABEL
           MOVE WS-FILED-CNT              TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
           MOVE 'STATES WITH A NEGATIVE COUNT' TO WS-CTL-LABEL
           MOVE WS-NEGATIVE-CNT           TO WS-CTL-VALUE
           PERFORM 710-PRINT-CONTROL-LINE THRU 710-EXIT
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE SPACES                    TO WS-PRT-TEXT
           STRING 'RECONCILED COUNT (MBRRECON CYCLE '
                                          DELIMITED BY SIZE
                  WS-RECON-DATE           DELIMITED BY SIZE
                  ')'                     DELIMITED BY SIZE
                  INTO WS-PRT-TEXT
           END-STRING
           IF   WS-RECON-AVAILABLE
                MOVE WS-RECON-CNT         TO WS-CTL-VALUE
                MOVE WS-CTL-VALUE         TO WS-PRT-TEXT (51:15)
           ELSE
                MOVE WS-RECON-NOTE        TO WS-PRT-TEXT (57:40)
           END-IF
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE ' '                       TO WS-PRT-ASA
           MOVE 'TIE TO RECONCILED COUNT:' TO WS-PRT-TEXT
           EVALUATE TRUE
             WHEN NOT WS-RECON-AVAILABLE
                  MOVE 'NOT AVAILABLE - FILING NOT TIED'
                                          TO WS-PRT-TEXT (27:)
             WHEN WS-IN-BALANCE
                  MOVE 'IN BALANCE'       TO WS-PRT-TEXT (27:)
             WHEN OTHER
                  MOVE '*** OUT OF BALANCE ***'
                                          TO WS-PRT-TEXT (27:)
           END-EVALUATE
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE '0'                       TO WS-PRT-ASA
           IF   (WS-RECON-AVAILABLE AND NOT WS-IN-BALANCE)
           OR   WS-NEGATIVE-CNT > ZERO
                MOVE '*** THIS FILING IS OUT OF BALANCE - DO NOT FILE'
                                          TO WS-PRT-TEXT
           ELSE
                MOVE 'THIS FILING MAY BE SIGNED OFF FOR SUBMISSION'
                                          TO WS-PRT-TEXT
           END-IF
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
      *
           MOVE 'PREPARED BY:'            TO WS-CTL-LABEL
           PERFORM 720-PRINT-SIGN-OFF-LINE THRU 720-EXIT
           MOVE 'REVIEWED BY:'            TO WS-CTL-LABEL
           PERFORM 720-PRINT-SIGN-OFF-LINE THRU 720-EXIT
           MOVE 'COMPLIANCE SIGN-OFF:'    TO WS-CTL-LABEL
           PERFORM 720-PRINT-SIGN-OFF-LINE THRU 720-EXIT
           .
       700-EXIT.
           EXIT.
      *
      *
       710-PRINT-CONTROL-LINE.
      *
           MOVE ' '                       TO WS-PRT-ASA
           MOVE WS-CONTROL-LINE           TO WS-PRT-TEXT
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
           .
       710-EXIT.
           EXIT.
      *
      *
       720-PRINT-SIGN-OFF-LINE.
      *
           MOVE '0'                       TO WS-PRT-ASA
           MOVE WS-CTL-LABEL              TO WS-PRT-TEXT
           MOVE ALL '_'                   TO WS-PRT-TEXT (22:30)
           MOVE 'DATE:'                   TO WS-PRT-TEXT (57:5)
           MOVE ALL '_'                   TO WS-PRT-TEXT (63:12)
           PERFORM 800-WRITE-PRINT-LINE   THRU 800-EXIT
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
                DISPLAY 'MBRSTFIL: ERROR WRITING STFILRPT RC = '
                        TP90P-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           MOVE SPACES                    TO WS-PRINT-LINE
           .
       800-EXIT.
           EXIT.
      *
      *
       850-WRITE-FILING-RECORD.
      *
           MOVE TP90-VALUE-WRITE          TO TP90F-FUNCTION-CODE
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 STFL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSTFIL: ERROR WRITING STFILOUT RC = '
                        TP90F-RETURN-CODE
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
           IF   TP90I-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90I-FUNCTION-CODE
                CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90A-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      WS-AUDIT-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90C-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90C-FUNCTION-CODE
                CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                      RUNC-RECORD,
                                      RUNC-RECORD-KEY
           END-IF
           IF   TP90F-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90F-FUNCTION-CODE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      STFL-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-PRINT-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTFIL: ' WS-DISPLAY-MASK-1
                   ' SOURCE RECORDS READ'
           MOVE WS-FILED-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTFIL: ' WS-DISPLAY-MASK-1 ' STATES FILED'
           MOVE WS-NEGATIVE-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSTFIL: ' WS-DISPLAY-MASK-1
                   ' STATES WITH A NEGATIVE COUNT'
           .
       9900-EXIT.
           EXIT.
