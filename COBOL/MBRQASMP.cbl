       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRQASMP.
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
      ** DESCRIPTION: NIGHTLY QA SAMPLER.  READS THE CUSTNAUD JOURNAL  *
      **              FOR ONE DAY'S APPLIED CHANGES, SPLITS THEM BY    *
      **              THE SOURCE PATH THEY CAME IN BY AND PICKS A      *
      **              RANDOM SAMPLE OF EACH PATH FOR A REVIEWER TO     *
      **              CHECK BY HAND.  THE SAMPLE IS KEPT ON THE        *
      **              QASAMPV REGISTER (SEE GVBCQASM) AND PRINTED AS A *
      **              VERIFICATION WORKSHEET - BEFORE AND AFTER SIDE   *
      **              BY SIDE, FIELD BY FIELD, WITH THE VERDICT CARD   *
      **              TO BE RETURNED TO MBRQAVRD.  MBRQARPT TURNS THE  *
      **              VERDICTS INTO A MONTHLY ERROR-RATE ESTIMATE.     *
      **                                                               *
      **              THE PATH IS THE UPDATER STAMP ON THE AFTER-      *
      **              IMAGE (CUST-UPD-IDENT ON A PARENT, GVBCCHLD      *
      **              CUST-CHILD-UPD-IDENT ON A CHILD):                *
      **                LOAD   - 'LOAD' AND 'DLTA'                     *
      **                MQ     - 'MQAP'                                *
      **                MASS   - 'MASS'                                *
      **                OTHER  - THE BATCH STAMPS 'ADRS', 'DECD',      *
      **                         'LAPS', 'NCOA' AND 'REIN', A BLANK    *
      **                         STAMP, AND EVERY DELETE (A DELETED    *
      **                         PAIR HAS NO AFTER-IMAGE TO STAMP)     *
      **                ONLINE - EVERY OTHER STAMP: THE CICS UPDATE    *
      **                         PATHS, THE PENDING-CHANGE APPLY AND   *
      **                         THE APPROVER'S OWN ID (MBRCAPPR)      *
      **                                                               *
      **              EACH PATH IS SAMPLED WITHOUT REPLACEMENT BY      *
      **              RESERVOIR SELECTION IN JOURNAL ORDER, DRIVEN BY  *
      **              A PARK-MILLER GENERATOR SEEDED FROM THE SEED     *
      **              CARD (DEFAULT THE SAMPLE DATE) AND THE PATH, SO  *
      **              A RERUN OF THE SAME DAY WITH THE SAME CARD       *
      **              PICKS THE SAME ITEMS.  A PATH WITH NO MORE       *
      **              CHANGES THAN THE SAMPLE SIZE IS TAKEN WHOLE.     *
      **              ITEMS ALREADY ON THE REGISTER ARE LEFT AS THEY   *
      **              ARE, VERDICT AND ALL, AND REPRINTED FROM IT.     *
      **              CONTROL CARD (MBRKWRD):                          *
      **                DATE   - CHANGES OF CCYYMMDD (DEFAULT          *
      **                         YESTERDAY)                            *
      **                SAMPLE - ITEMS PER PATH, 001-100 (DEFAULT 010) *
      **                SEED   - NINE-DIGIT SEED (DEFAULT THE DATE)    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   AUDIT TRAIL JOURNAL         (DDNAME=CUSTNAUD)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     QA SAMPLE REGISTER          (DDNAME=QASAMPV)   *
      **                                                               *
      ** OUTPUT FILES:  VERIFICATION WORKSHEET      (DDNAME=QAWKSHT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
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
      *      JOURNAL IMAGES ARE HELD PROTECTED (SEE GVBCPIIK) AND ARE
      *      REVEALED FOR THE WORKSHEET UNDER THE GENERATION IN FORCE
      *      AT THEIR RUN STAMP.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-DAY-CHANGE-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-SAMPLED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-REGISTERED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-ON-FILE-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-SAMPLE-DATE          PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-SAMPLE-SIZE          PIC S9(04) COMP VALUE +10.
       01  WS-CTL-SEED                 PIC 9(09)  VALUE ZEROES.
       01  WS-KWRD-NUMERIC             PIC 9(03)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE PARK-MILLER MINIMAL STANDARD GENERATOR:
      *  STATE = STATE * 16807 MOD (2**31 - 1).  EACH PATH RUNS ITS
      *  OWN STREAM, SO ONE PATH'S VOLUME NEVER MOVES ANOTHER'S
      *  SAMPLE.
      *****************************************************************
       01  WS-RAND-MODULUS             PIC S9(10) COMP-3
                                                  VALUE +2147483647.
       01  WS-RAND-MULTIPLIER          PIC S9(05) COMP-3 VALUE +16807.
       01  WS-RAND-PATH-OFFSET         PIC S9(07) COMP-3 VALUE +104729.
       01  WS-RAND-PRODUCT             PIC S9(15) COMP-3 VALUE +0.
       01  WS-RAND-QUOTIENT            PIC S9(15) COMP-3 VALUE +0.
       01  WS-RAND-STATE               PIC S9(10) COMP-3 VALUE +0.
       01  WS-RAND-PICK                PIC S9(08) COMP VALUE +0.
      *
      *****************************************************************
      *  THE SOURCE PATHS, IN REGISTER AND WORKSHEET ORDER.
      *****************************************************************
       01  WS-PATH-NAME-VALUES.
           05  FILLER                  PIC X(13)  VALUE 'LLOAD'.
           05  FILLER                  PIC X(13)  VALUE 'OONLINE'.
           05  FILLER                  PIC X(13)  VALUE 'QMQ'.
           05  FILLER                  PIC X(13)  VALUE 'MMASS CHANGE'.
           05  FILLER                  PIC X(13)  VALUE 'XOTHER BATCH'.
       01  WS-PATH-NAME-TBL REDEFINES WS-PATH-NAME-VALUES.
           05  WS-PATH-NAME-ENTRY      OCCURS 5 TIMES.
               10  WS-PATH-NAME-CD     PIC X(01).
               10  WS-PATH-NAME        PIC X(12).
      *
      *****************************************************************
      *  UPDATER STAMPS THAT ARE NOT THE ONLINE PATH, WITH THE PATH
      *  (ENTRY IN WS-PATH-NAME-TBL) EACH BELONGS TO.
      *****************************************************************
       01  WS-IDENT-VALUES.
           05  FILLER                  PIC X(05)  VALUE 'LOAD1'.
           05  FILLER                  PIC X(05)  VALUE 'DLTA1'.
           05  FILLER                  PIC X(05)  VALUE 'MQAP3'.
           05  FILLER                  PIC X(05)  VALUE 'MASS4'.
           05  FILLER                  PIC X(05)  VALUE 'ADRS5'.
           05  FILLER                  PIC X(05)  VALUE 'DECD5'.
           05  FILLER                  PIC X(05)  VALUE 'LAPS5'.
           05  FILLER                  PIC X(05)  VALUE 'NCOA5'.
           05  FILLER                  PIC X(05)  VALUE 'REIN5'.
       01  WS-IDENT-TBL REDEFINES WS-IDENT-VALUES.
           05  WS-IDENT-ENTRY          OCCURS 9 TIMES.
               10  WS-IDENT-STAMP      PIC X(04).
               10  WS-IDENT-PATH       PIC 9(01).
       01  WS-IDENT-TBL-MAX            PIC S9(04) COMP VALUE +9.
       01  WS-IDENT-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-IDENT-FOUND-SW           PIC X(01)  VALUE 'N'.
           88  WS-IDENT-FOUND                     VALUE 'Y'.
      *
      *****************************************************************
      *  ONE RESERVOIR PER PATH.  WS-PATH-POP IS EVERY CHANGE OF THE
      *  DAY ON THE PATH, WS-PATH-KEPT THE SLOTS FILLED.
      *****************************************************************
       01  WS-PATH-TBL-MAX             PIC S9(04) COMP VALUE +5.
       01  WS-SLOT-TBL-MAX             PIC S9(04) COMP VALUE +100.
       01  WS-PATH-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-SLOT-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-PATH-TBL.
           05  WS-PATH-ENTRY           OCCURS 5 TIMES.
               10  WS-PATH-POP         PIC S9(08) COMP.
               10  WS-PATH-KEPT        PIC S9(04) COMP.
               10  WS-PATH-RAND-STATE  PIC S9(10) COMP-3.
               10  WS-PATH-SLOT        OCCURS 100 TIMES.
                   15  WS-SLOT-JOURNAL-ITEM
                                       PIC X(232).
                   15  WS-SLOT-IDENT   PIC X(04).
      *
       01  WS-CHG-IDENT                PIC X(04)  VALUE SPACES.
      *
      *****************************************************************
      *  THE CUSTNAUD JOURNAL RECORD WITH FIELD VIEWS OVER BOTH
      *  IMAGES.
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
       01  AFT-RECORD-AREA.
           05  AFT-FB-RECORD-AREA      PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AFT==.
      *
      *****************************************************************
      *  ONE IMAGE AS THE WORKSHEET SHOWS IT: 340-FORMAT-ONE-IMAGE
      *  FILLS WS-FMT-VALUE FROM FMT-RECORD-AREA, ONE VALUE PER
      *  WORKSHEET LINE, LABELLED FROM THE PARENT OR CHILD LABELS.
      *****************************************************************
       01  FMT-RECORD-AREA.
           05  FMT-FB-RECORD-AREA      PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==FMT==.
       01  FMT-CHILD-VIEW REDEFINES FMT-RECORD-AREA.
           05  FMT-CHILD-KEY-ID        PIC X(10).
           05  FMT-CHILD-REC-TYPE      PIC X(03).
           05  FMT-CHILD-SEQ-NBR       PIC X(02).
           05  FMT-CHILD-DATA-1        PIC X(40).
           05  FMT-CHILD-DATA-2        PIC X(37).
           05  FMT-CHILD-UPD-IDENT     PIC X(04).
      *
       01  WS-FMT-PARENT-SW            PIC X(01)  VALUE 'N'.
           88  WS-FMT-PARENT                      VALUE 'Y'.
       01  WS-FMT-LINE-CNT             PIC S9(04) COMP VALUE +0.
       01  WS-FMT-LINE-IDX             PIC S9(04) COMP VALUE +0.
       01  WS-FMT-AGRE-ID              PIC 9(11)  VALUE ZEROES.
       01  WS-FMT-UPD-DATE             PIC 9(08)  VALUE ZEROES.
       01  WS-FMT-UPD-TIME             PIC 9(06)  VALUE ZEROES.
       01  WS-FMT-UPD-SEQ              PIC 9(03)  VALUE ZEROES.
       01  WS-FMT-VALUES.
           05  WS-FMT-VALUE            PIC X(40)  OCCURS 11 TIMES.
       01  WS-BEF-VALUES.
           05  WS-BEF-VALUE            PIC X(40)  OCCURS 11 TIMES.
       01  WS-AFT-VALUES.
           05  WS-AFT-VALUE            PIC X(40)  OCCURS 11 TIMES.
      *
       01  WS-PARENT-LABEL-VALUES.
           05  FILLER                  PIC X(16)  VALUE 'KEY ID'.
           05  FILLER                  PIC X(16)  VALUE 'TERM EFF DATE'.
           05  FILLER                  PIC X(16)  VALUE 'AGREEMENT ID'.
           05  FILLER                  PIC X(16)  VALUE 'NAME'.
           05  FILLER                  PIC X(16)  VALUE 'ADDRESS LINE'.
           05  FILLER                  PIC X(16)  VALUE 'CITY'.
           05  FILLER                  PIC X(16)  VALUE 'STATE'.
           05  FILLER                  PIC X(16)  VALUE 'STATUS'.
           05  FILLER                  PIC X(16)  VALUE 'UPDATED AT'.
           05  FILLER                  PIC X(16)  VALUE 'UPDATER/SEQ'.
           05  FILLER                  PIC X(16)  VALUE 'SOURCE SYSTEM'.
       01  WS-CHILD-LABEL-VALUES.
           05  FILLER                  PIC X(16)  VALUE 'KEY ID'.
           05  FILLER                  PIC X(16)  VALUE 'RECORD TYPE'.
           05  FILLER                  PIC X(16)  VALUE 'SEQUENCE'.
           05  FILLER                  PIC X(16)  VALUE 'DATA 16-55'.
           05  FILLER                  PIC X(16)  VALUE 'DATA 56-92'.
           05  FILLER                  PIC X(16)  VALUE 'UPDATED BY'.
           05  FILLER                  PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE SPACES.
       01  WS-LABELS.
           05  WS-LABEL                PIC X(16)  OCCURS 11 TIMES.
      *
      *****************************************************************
      *  WORKSHEET LINES.
      *****************************************************************
       01  WS-WKS-LINE                 PIC X(132) VALUE SPACES.
      *
       01  WS-WKS-TITLE-LINE.
           05  FILLER                  PIC X(42)  VALUE
               'MBRQASMP  QA SAMPLE VERIFICATION WORKSHEET'.
           05  FILLER                  PIC X(14)  VALUE
               '  CHANGES OF '.
           05  WS-WKS-TITLE-DATE       PIC 9(08).
           05  FILLER                  PIC X(08)  VALUE '   SEED '.
           05  WS-WKS-TITLE-SEED       PIC 9(09).
           05  FILLER                  PIC X(19)  VALUE
               '   ITEMS PER PATH '.
           05  WS-WKS-TITLE-SIZE       PIC ZZ9.
           05  FILLER                  PIC X(29)  VALUE SPACES.
      *
       01  WS-WKS-PATH-LINE.
           05  FILLER                  PIC X(05)  VALUE 'PATH '.
           05  WS-WKS-PATH-NAME        PIC X(12).
           05  FILLER                  PIC X(09)  VALUE ' CHANGES '.
           05  WS-WKS-PATH-POP         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(09)  VALUE ' SAMPLED '.
           05  WS-WKS-PATH-KEPT        PIC ZZ9.
           05  FILLER                  PIC X(85)  VALUE SPACES.
      *
       01  WS-WKS-ITEM-LINE.
           05  FILLER                  PIC X(07)  VALUE 'SAMPLE '.
           05  WS-WKS-ITEM-ID          PIC X(12).
           05  FILLER                  PIC X(07)  VALUE '  PATH '.
           05  WS-WKS-ITEM-PATH        PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-WKS-ITEM-TYPE        PIC X(07).
           05  FILLER                  PIC X(06)  VALUE '  KEY '.
           05  WS-WKS-ITEM-KEY         PIC X(10).
           05  FILLER                  PIC X(10)  VALUE '  JOURNAL '.
           05  WS-WKS-ITEM-RUN-DATE    PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-WKS-ITEM-RUN-TIME    PIC 9(06).
           05  FILLER                  PIC X(06)  VALUE '  SEQ '.
           05  WS-WKS-ITEM-CHAIN-SEQ   PIC 9(09).
           05  FILLER                  PIC X(05)  VALUE '  BY '.
           05  WS-WKS-ITEM-IDENT       PIC X(04).
           05  FILLER                  PIC X(20)  VALUE SPACES.
      *
       01  WS-WKS-CARD-LINE.
           05  FILLER                  PIC X(16)  VALUE
               '  VERDICT CARD: '.
           05  WS-WKS-CARD-ID          PIC X(12).
           05  FILLER                  PIC X(46)  VALUE
               ' _ ________ ______________________________    '.
           05  WS-WKS-CARD-STATUS      PIC X(58).
      *
       01  WS-WKS-HEAD-LINE.
           05  FILLER                  PIC X(18)  VALUE
               '  FIELD'.
           05  FILLER                  PIC X(42)  VALUE 'BEFORE'.
           05  FILLER                  PIC X(42)  VALUE 'AFTER'.
           05  FILLER                  PIC X(30)  VALUE 'DIFF'.
      *
       01  WS-WKS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-WKS-DTL-LABEL        PIC X(16).
           05  WS-WKS-DTL-BEFORE       PIC X(40).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-WKS-DTL-AFTER        PIC X(40).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-WKS-DTL-DIFF         PIC X(03).
           05  FILLER                  PIC X(27)  VALUE SPACES.
      *
       01  WS-STATUS-TEXT.
           05  WS-STATUS-VERDICT       PIC X(08).
           05  FILLER                  PIC X(04)  VALUE ' BY '.
           05  WS-STATUS-REVIEWER      PIC X(08).
           05  FILLER                  PIC X(04)  VALUE ' ON '.
           05  WS-STATUS-DATE          PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-STATUS-REASON        PIC X(25).
      *
       COPY GVBCQASM.
       COPY GVBCCHLD.
       COPY GVBCKWRD.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
                                ==TP90W-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90W-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90W-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90W-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90W-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90W-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90W-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90W-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90W-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90W-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90W-ESDS==.
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
           MOVE 'MBRQASMP'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-SAMPLE-ONE-AUDIT  THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 500-REGISTER-THE-SAMPLE THRU 500-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRQASMP'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-REGISTERED-CNT         TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE WS-ABEND-CD             TO RETURN-CODE
           ELSE
                MOVE 0                       TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE CONTROL CARD, SEED EACH PATH'S GENERATOR AND OPEN
      *  THE FILES.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRQASMP'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +3                     TO KWRD-ENTRY-COUNT
           MOVE 'DATE'                 TO KWRD-NAME (1)
           MOVE '00000000'             TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'SAMPLE'               TO KWRD-NAME (2)
           MOVE '010'                  TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'SEED'                 TO KWRD-NAME (3)
           MOVE '000000000'            TO KWRD-VALUE (3)
           MOVE SPACES                 TO KWRD-ALLOWED (3)
           MOVE 'D'                    TO KWRD-SOURCE (1)
                                          KWRD-SOURCE (2)
                                          KWRD-SOURCE (3)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (1) (1:8) NOT NUMERIC
                  DISPLAY 'MBRQASMP: DATE MUST BE CCYYMMDD'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (2) (1:3) NOT NUMERIC
             OR   KWRD-VALUE (2) (1:3) = '000'
             OR   KWRD-VALUE (2) (1:3) > '100'
                  DISPLAY 'MBRQASMP: SAMPLE MUST BE A ZERO-PADDED '
                          'THREE-DIGIT VALUE FROM 001 TO 100'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (3) (1:9) NOT NUMERIC
                  DISPLAY 'MBRQASMP: SEED MUST BE NINE DIGITS'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:8)  TO WS-CTL-SAMPLE-DATE
                  MOVE KWRD-VALUE (2) (1:3)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-SAMPLE-SIZE
                  MOVE KWRD-VALUE (3) (1:9)  TO WS-CTL-SEED
           END-EVALUATE
      *
           IF   WS-CTL-SAMPLE-DATE = ZEROES
                MOVE WS-TODAY-CCYYMMDD    TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY - 1
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE  TO WS-CTL-SAMPLE-DATE
           END-IF
           IF   WS-CTL-SEED = ZEROES
                MOVE WS-CTL-SAMPLE-DATE   TO WS-CTL-SEED
           END-IF
           DISPLAY 'MBRQASMP: SAMPLING THE CHANGES OF '
                   WS-CTL-SAMPLE-DATE ', SEED ' WS-CTL-SEED
      *
           MOVE +0                        TO WS-PATH-IDX
           PERFORM 110-SEED-ONE-PATH      THRU 110-EXIT
                   UNTIL WS-PATH-IDX >= WS-PATH-TBL-MAX
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
                DISPLAY 'MBRQASMP DD: CUSTNAUD, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90S-ANCHOR              TO NULL
           MOVE 'QASAMPV '                TO TP90S-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90S-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90S-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90S-FILE-MODE
           MOVE SPACES                    TO TP90S-RETURN-CODE
           MOVE +0                        TO TP90S-VSAM-RETURN-CODE
           MOVE +0                        TO TP90S-RECORD-LENGTH
           MOVE SPACES                    TO TP90S-RECFM
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQASMP DD: QASAMPV, GVBTP90 FAILED, '
                        'RET CD = ' TP90S-RETURN-CODE
                SET  TP90S-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90S-DDNAME
      *
           SET  TP90W-ANCHOR              TO NULL
           MOVE 'QAWKSHT '                TO TP90W-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90W-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90W-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90W-FILE-MODE
           MOVE SPACES                    TO TP90W-RETURN-CODE
           MOVE +0                        TO TP90W-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-WKS-LINE     TO TP90W-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90W-RECFM
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                 WS-WKS-LINE,
                                 WS-TP90-RECORD-KEY
           IF   TP90W-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQASMP DD: QAWKSHT, GVBTP90 FAILED, '
                        'RET CD = ' TP90W-RETURN-CODE
                SET  TP90W-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EMPTY THE PATH'S RESERVOIR AND START ITS STREAM AT THE SEED
      *  PLUS A FIXED OFFSET PER PATH (NEVER ZERO, WHICH THE
      *  GENERATOR WOULD NEVER LEAVE).
      ***************************************************************
       110-SEED-ONE-PATH.
      *
           ADD  +1                        TO WS-PATH-IDX
           MOVE +0                        TO WS-PATH-POP (WS-PATH-IDX)
                                             WS-PATH-KEPT (WS-PATH-IDX)
           COMPUTE WS-RAND-PRODUCT = WS-CTL-SEED
                                   + WS-PATH-IDX * WS-RAND-PATH-OFFSET
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
                  GIVING WS-RAND-QUOTIENT
                  REMAINDER WS-RAND-STATE
           IF   WS-RAND-STATE = ZERO
                MOVE +1                   TO WS-RAND-STATE
           END-IF
           MOVE WS-RAND-STATE        TO WS-PATH-RAND-STATE (WS-PATH-IDX)
           .
       110-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE JOURNAL PAIR AND, IF IT IS ONE OF THE DAY'S
      *  CHANGES, OFFER IT TO ITS PATH'S RESERVOIR.
      ***************************************************************
       300-SAMPLE-ONE-AUDIT.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO WS-AUDIT-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 WS-TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRQASMP: ERROR READING CUSTNAUD RC = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           IF   WS-AUDIT-REC-RUN-DATE NOT NUMERIC
           OR   WS-AUDIT-REC-RUN-DATE NOT = WS-CTL-SAMPLE-DATE
                GO TO 300-EXIT
           END-IF
           IF   NOT WS-AUDIT-REC-ADDED
           AND  NOT WS-AUDIT-REC-CHANGED
           AND  NOT WS-AUDIT-REC-DELETED
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-DAY-CHANGE-CNT
      *
           PERFORM 320-CLASSIFY-THE-PATH  THRU 320-EXIT
           PERFORM 330-OFFER-TO-RESERVOIR THRU 330-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WHICH PATH BROUGHT THE CHANGE?  A PARENT IMAGE HAS ITS
      *  NUMERIC TERM DATE IN BYTES 11-18; A CHILD HAS ITS RECORD
      *  TYPE THERE AND ITS STAMP IN BYTES 93-96.
      ***************************************************************
       320-CLASSIFY-THE-PATH.
      *
           MOVE SPACES                    TO WS-CHG-IDENT
           MOVE +5                        TO WS-PATH-IDX
           IF   WS-AUDIT-REC-DELETED
                GO TO 320-EXIT
           END-IF
      *
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO AFT-FB-RECORD-AREA
           IF   AFT-CUST-PLCY-TERM-EFF-DT NUMERIC
                MOVE AFT-CUST-UPD-IDENT   TO WS-CHG-IDENT
           ELSE
                MOVE WS-AUDIT-REC-AFTER-IMAGE TO CUST-CHILD-RECORD
                MOVE CUST-CHILD-UPD-IDENT TO WS-CHG-IDENT
           END-IF
           IF   WS-CHG-IDENT = SPACES OR LOW-VALUES
                GO TO 320-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-IDENT-FOUND-SW
           MOVE +0                        TO WS-IDENT-IDX
           PERFORM 325-MATCH-ONE-IDENT    THRU 325-EXIT
                   UNTIL WS-IDENT-FOUND
                      OR WS-IDENT-IDX >= WS-IDENT-TBL-MAX
           IF   WS-IDENT-FOUND
                MOVE WS-IDENT-PATH (WS-IDENT-IDX) TO WS-PATH-IDX
           ELSE
                MOVE +2                   TO WS-PATH-IDX
           END-IF
           .
       320-EXIT.
           EXIT.
       325-MATCH-ONE-IDENT.
           ADD  +1                        TO WS-IDENT-IDX
           IF   WS-IDENT-STAMP (WS-IDENT-IDX) = WS-CHG-IDENT
                SET  WS-IDENT-FOUND       TO TRUE
           END-IF
           .
       325-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RESERVOIR SELECTION.  THE FIRST SAMPLE-SIZE CHANGES FILL THE
      *  SLOTS; THE N-TH AFTER THAT DRAWS A NUMBER FROM 1 TO N AND
      *  REPLACES THAT SLOT IF THERE IS ONE, SO EVERY CHANGE OF THE
      *  DAY ENDS IN THE SAMPLE WITH THE SAME CHANCE.
      ***************************************************************
       330-OFFER-TO-RESERVOIR.
      *
           ADD  +1                        TO WS-PATH-POP (WS-PATH-IDX)
           IF   WS-PATH-KEPT (WS-PATH-IDX) < WS-CTL-SAMPLE-SIZE
                ADD  +1                   TO WS-PATH-KEPT (WS-PATH-IDX)
                MOVE WS-PATH-KEPT (WS-PATH-IDX) TO WS-SLOT-IDX
           ELSE
                MOVE WS-PATH-RAND-STATE (WS-PATH-IDX)
                                          TO WS-RAND-STATE
                COMPUTE WS-RAND-PRODUCT =
                        WS-RAND-STATE * WS-RAND-MULTIPLIER
                DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
                       GIVING WS-RAND-QUOTIENT
                       REMAINDER WS-RAND-STATE
                MOVE WS-RAND-STATE
                                     TO WS-PATH-RAND-STATE (WS-PATH-IDX)
                DIVIDE WS-RAND-STATE BY WS-PATH-POP (WS-PATH-IDX)
                       GIVING WS-RAND-QUOTIENT
                       REMAINDER WS-RAND-PICK
                ADD  +1                   TO WS-RAND-PICK
                IF   WS-RAND-PICK > WS-CTL-SAMPLE-SIZE
                     GO TO 330-EXIT
                END-IF
                MOVE WS-RAND-PICK         TO WS-SLOT-IDX
           END-IF
           MOVE WS-AUDIT-RECORD (1:232)
                  TO WS-SLOT-JOURNAL-ITEM (WS-PATH-IDX, WS-SLOT-IDX)
           MOVE WS-CHG-IDENT
                  TO WS-SLOT-IDENT (WS-PATH-IDX, WS-SLOT-IDX)
           .
       330-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE IMAGE INTO WS-FMT-VALUE.  A BLANK IMAGE (THE BEFORE OF
      *  AN ADD, THE AFTER OF A DELETE) SHOWS AS BLANKS; PACKED
      *  FIELDS ARE SHOWN ONLY WHEN THEY HOLD A VALID NUMBER.  THE
      *  IMAGE IS REVEALED UNDER THE KEY IN FORCE AT ITS RUN STAMP.
      ***************************************************************
       340-FORMAT-ONE-IMAGE.
      *
           MOVE SPACES                    TO WS-FMT-VALUES
           IF   FMT-FB-RECORD-AREA = SPACES
                GO TO 340-EXIT
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           IF   WS-FMT-PARENT
                SET  PIIC-IMAGE-PARENT    TO TRUE
           ELSE
                SET  PIIC-IMAGE-CHILD     TO TRUE
           END-IF
           SET  PIIC-GEN-AT-STAMP         TO TRUE
           MOVE QASM-JRNL-RUN-DATE        TO PIIC-STAMP-DATE
           MOVE QASM-JRNL-RUN-TIME        TO PIIC-STAMP-TIME
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  FMT-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRQASMP: PERSONAL DATA KEY ERROR, KEY '
                        QASM-JRNL-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 340-EXIT
           END-IF
           IF   NOT WS-FMT-PARENT
                MOVE FMT-CHILD-KEY-ID     TO WS-FMT-VALUE (1)
                MOVE FMT-CHILD-REC-TYPE   TO WS-FMT-VALUE (2)
                MOVE FMT-CHILD-SEQ-NBR    TO WS-FMT-VALUE (3)
                MOVE FMT-CHILD-DATA-1     TO WS-FMT-VALUE (4)
                MOVE FMT-CHILD-DATA-2     TO WS-FMT-VALUE (5)
                MOVE FMT-CHILD-UPD-IDENT  TO WS-FMT-VALUE (6)
                GO TO 340-EXIT
           END-IF
      *
           MOVE FMT-CUST-KEY-ID           TO WS-FMT-VALUE (1)
           MOVE FMT-CUST-PLCY-TERM-EFF-DT TO WS-FMT-VALUE (2)
           IF   FMT-CUST-AGRE-BUSN-ID NUMERIC
                MOVE FMT-CUST-AGRE-BUSN-ID TO WS-FMT-AGRE-ID
                MOVE WS-FMT-AGRE-ID       TO WS-FMT-VALUE (3)
           END-IF
           MOVE FMT-CUST-NAME             TO WS-FMT-VALUE (4)
           MOVE FMT-CUST-ADDR-LINE        TO WS-FMT-VALUE (5)
           MOVE FMT-CUST-CITY             TO WS-FMT-VALUE (6)
           MOVE FMT-CUST-STATE            TO WS-FMT-VALUE (7)
           MOVE FMT-CUST-STATUS           TO WS-FMT-VALUE (8)
           IF   FMT-CUST-UPD-DATE NUMERIC
           AND  FMT-CUST-UPD-TIME NUMERIC
                MOVE FMT-CUST-UPD-DATE    TO WS-FMT-UPD-DATE
                MOVE FMT-CUST-UPD-TIME    TO WS-FMT-UPD-TIME
                MOVE WS-FMT-UPD-DATE      TO WS-FMT-VALUE (9) (1:8)
                MOVE WS-FMT-UPD-TIME      TO WS-FMT-VALUE (9) (10:6)
           END-IF
           MOVE FMT-CUST-UPD-IDENT        TO WS-FMT-VALUE (10) (1:4)
           IF   FMT-CUST-UPD-SEQ NUMERIC
                MOVE FMT-CUST-UPD-SEQ     TO WS-FMT-UPD-SEQ
                MOVE WS-FMT-UPD-SEQ       TO WS-FMT-VALUE (10) (6:3)
           END-IF
           MOVE FMT-CUST-SRC-SYS-CODE     TO WS-FMT-VALUE (11)
           .
       340-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REGISTER EACH PATH'S SAMPLE AND PRINT THE WORKSHEET, PATH BY
      *  PATH IN SLOT ORDER.
      ***************************************************************
       500-REGISTER-THE-SAMPLE.
      *
           MOVE WS-CTL-SAMPLE-DATE        TO WS-WKS-TITLE-DATE
           MOVE WS-CTL-SEED               TO WS-WKS-TITLE-SEED
           MOVE WS-CTL-SAMPLE-SIZE        TO WS-WKS-TITLE-SIZE
           MOVE WS-WKS-TITLE-LINE         TO WS-WKS-LINE
           PERFORM 800-WRITE-WORKSHEET    THRU 800-EXIT
           MOVE SPACES                    TO WS-WKS-LINE
           PERFORM 800-WRITE-WORKSHEET    THRU 800-EXIT
      *
           MOVE +0                        TO WS-PATH-IDX
           PERFORM 505-PRINT-ONE-PATH-COUNT THRU 505-EXIT
                   UNTIL WS-PATH-IDX >= WS-PATH-TBL-MAX
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE +0                        TO WS-PATH-IDX
           PERFORM 510-REGISTER-ONE-PATH  THRU 510-EXIT
                   UNTIL WS-PATH-IDX >= WS-PATH-TBL-MAX
                      OR SEVERE-ERROR NOT = ' '
           .
       500-EXIT.
           EXIT.
       505-PRINT-ONE-PATH-COUNT.
           ADD  +1                        TO WS-PATH-IDX
           MOVE WS-PATH-NAME (WS-PATH-IDX) TO WS-WKS-PATH-NAME
           MOVE WS-PATH-POP (WS-PATH-IDX) TO WS-WKS-PATH-POP
           MOVE WS-PATH-KEPT (WS-PATH-IDX) TO WS-WKS-PATH-KEPT
           MOVE WS-WKS-PATH-LINE          TO WS-WKS-LINE
           PERFORM 800-WRITE-WORKSHEET    THRU 800-EXIT
           .
       505-EXIT.
           EXIT.
       510-REGISTER-ONE-PATH.
           ADD  +1                        TO WS-PATH-IDX
           MOVE +0                        TO WS-SLOT-IDX
           PERFORM 520-REGISTER-ONE-ITEM  THRU 520-EXIT
                   UNTIL WS-SLOT-IDX >= WS-PATH-KEPT (WS-PATH-IDX)
                      OR SEVERE-ERROR NOT = ' '
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE SAMPLED ITEM.  AN ITEM ALREADY ON THE REGISTER (A RERUN)
      *  STANDS, WITH ANY VERDICT IT HAS, AND IS PRINTED FROM THERE.
      ***************************************************************
       520-REGISTER-ONE-ITEM.
      *
           ADD  +1                        TO WS-SLOT-IDX
           ADD  +1                        TO WS-SAMPLED-CNT
           MOVE SPACES                    TO QASM-RECORD
           MOVE WS-CTL-SAMPLE-DATE        TO QASM-SAMPLE-DATE
           MOVE WS-PATH-NAME-CD (WS-PATH-IDX) TO QASM-PATH-CD
           MOVE WS-SLOT-IDX               TO QASM-ITEM-SEQ
           MOVE QASM-KEY                  TO QASM-RECORD-KEY
      *
           MOVE 'QASAMPV '                TO TP90S-DDNAME
           MOVE TP90-VALUE-READ           TO TP90S-FUNCTION-CODE
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90S-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                  TO WS-ON-FILE-CNT
                  GO TO 530-PRINT-THE-ITEM
             WHEN TP90S-RETURN-CODE NOT = TP90-VALUE-NOT-FOUND
                  DISPLAY 'MBRQASMP: ERROR READING QASAMPV RC = '
                          TP90S-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 520-EXIT
           END-EVALUATE
      *
           MOVE SPACES                    TO QASM-RECORD
           MOVE QASM-RECORD-KEY           TO QASM-KEY
           MOVE WS-PATH-POP (WS-PATH-IDX) TO QASM-PATH-POPULATION
           MOVE WS-PATH-KEPT (WS-PATH-IDX) TO QASM-PATH-SAMPLED
           MOVE WS-CTL-SEED               TO QASM-SEED
           MOVE WS-SLOT-JOURNAL-ITEM (WS-PATH-IDX, WS-SLOT-IDX)
                                          TO QASM-JOURNAL-ITEM
           MOVE WS-SLOT-IDENT (WS-PATH-IDX, WS-SLOT-IDX)
                                          TO QASM-UPD-IDENT
           MOVE ZEROES                    TO QASM-REVIEW-DATE
           MOVE TP90-VALUE-WRITE          TO TP90S-FUNCTION-CODE
           MOVE LENGTH OF QASM-RECORD     TO TP90S-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90S-RECFM
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQASMP: ERROR WRITING QASAMPV RC = '
                        TP90S-RETURN-CODE ' KEY = ' QASM-RECORD-KEY
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 520-EXIT
           END-IF
           ADD  +1                        TO WS-REGISTERED-CNT
           .
       530-PRINT-THE-ITEM.
           PERFORM 600-PRINT-ONE-ITEM     THRU 600-EXIT
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE WORKSHEET ENTRY FOR THE ITEM IN QASM-RECORD: ITS
      *  HEADING, THE VERDICT CARD TO RETURN, AND BEFORE AND AFTER
      *  FIELD BY FIELD WITH EVERY DIFFERENCE MARKED.
      ***************************************************************
       600-PRINT-ONE-ITEM.
      *
           MOVE SPACES                    TO WS-WKS-LINE
           PERFORM 800-WRITE-WORKSHEET    THRU 800-EXIT
           MOVE QASM-KEY                  TO WS-WKS-ITEM-ID
                                             WS-WKS-CARD-ID
           MOVE WS-PATH-NAME (WS-PATH-IDX) TO WS-WKS-ITEM-PATH
           MOVE QASM-JRNL-CHANGE-TYPE     TO WS-WKS-ITEM-TYPE
           MOVE QASM-JRNL-KEY             TO WS-WKS-ITEM-KEY
           MOVE QASM-JRNL-RUN-DATE        TO WS-WKS-ITEM-RUN-DATE
           MOVE QASM-JRNL-RUN-TIME        TO WS-WKS-ITEM-RUN-TIME
           MOVE QASM-JRNL-CHAIN-SEQ       TO WS-WKS-ITEM-CHAIN-SEQ
           MOVE QASM-UPD-IDENT            TO WS-WKS-ITEM-IDENT
           MOVE WS-WKS-ITEM-LINE          TO WS-WKS-LINE
           PERFORM 800-WRITE-WORKSHEET    THRU 800-EXIT
      *
           MOVE SPACES                    TO WS-WKS-CARD-STATUS
           IF   NOT QASM-NOT-REVIEWED
                IF   QASM-PASSED
                     MOVE 'PASSED'        TO WS-STATUS-VERDICT
                ELSE
                     MOVE 'FAILED'        TO WS-STATUS-VERDICT
                END-IF
                MOVE QASM-REVIEWER        TO WS-STATUS-REVIEWER
                MOVE QASM-REVIEW-DATE     TO WS-STATUS-DATE
                MOVE QASM-FAIL-REASON     TO WS-STATUS-REASON
                MOVE WS-STATUS-TEXT       TO WS-WKS-CARD-STATUS
           END-IF
           MOVE WS-WKS-CARD-LINE          TO WS-WKS-LINE
           PERFORM 800-WRITE-WORKSHEET    THRU 800-EXIT
           MOVE WS-WKS-HEAD-LINE          TO WS-WKS-LINE
           PERFORM 800-WRITE-WORKSHEET    THRU 800-EXIT
      *
           IF   QASM-JRNL-AFTER-IMAGE NOT = SPACES
                MOVE QASM-JRNL-AFTER-IMAGE TO FMT-FB-RECORD-AREA
           ELSE
                MOVE QASM-JRNL-BEFORE-IMAGE TO FMT-FB-RECORD-AREA
           END-IF
           IF   FMT-CUST-PLCY-TERM-EFF-DT NUMERIC
                SET  WS-FMT-PARENT        TO TRUE
                MOVE WS-PARENT-LABEL-VALUES TO WS-LABELS
                MOVE +11                  TO WS-FMT-LINE-CNT
           ELSE
                MOVE 'N'                  TO WS-FMT-PARENT-SW
                MOVE WS-CHILD-LABEL-VALUES TO WS-LABELS
                MOVE +6                   TO WS-FMT-LINE-CNT
           END-IF
           MOVE QASM-JRNL-BEFORE-IMAGE    TO FMT-FB-RECORD-AREA
           PERFORM 340-FORMAT-ONE-IMAGE   THRU 340-EXIT
           MOVE WS-FMT-VALUES             TO WS-BEF-VALUES
           MOVE QASM-JRNL-AFTER-IMAGE     TO FMT-FB-RECORD-AREA
           PERFORM 340-FORMAT-ONE-IMAGE   THRU 340-EXIT
           MOVE WS-FMT-VALUES             TO WS-AFT-VALUES
      *
           MOVE +0                        TO WS-FMT-LINE-IDX
           PERFORM 610-PRINT-ONE-FIELD    THRU 610-EXIT
                   UNTIL WS-FMT-LINE-IDX >= WS-FMT-LINE-CNT
                      OR SEVERE-ERROR NOT = ' '
           .
       600-EXIT.
           EXIT.
       610-PRINT-ONE-FIELD.
           ADD  +1                        TO WS-FMT-LINE-IDX
           MOVE WS-LABEL (WS-FMT-LINE-IDX) TO WS-WKS-DTL-LABEL
           MOVE WS-BEF-VALUE (WS-FMT-LINE-IDX) TO WS-WKS-DTL-BEFORE
           MOVE WS-AFT-VALUE (WS-FMT-LINE-IDX) TO WS-WKS-DTL-AFTER
           IF   WS-WKS-DTL-BEFORE = WS-WKS-DTL-AFTER
                MOVE SPACES               TO WS-WKS-DTL-DIFF
           ELSE
                MOVE '<<<'                TO WS-WKS-DTL-DIFF
           END-IF
           MOVE WS-WKS-DETAIL-LINE        TO WS-WKS-LINE
           PERFORM 800-WRITE-WORKSHEET    THRU 800-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
       800-WRITE-WORKSHEET.
      *
           MOVE TP90-VALUE-WRITE          TO TP90W-FUNCTION-CODE
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                 WS-WKS-LINE,
                                 WS-TP90-RECORD-KEY
           IF   TP90W-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQASMP: ERROR WRITING QAWKSHT RC = '
                        TP90W-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
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
           IF   TP90S-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90S-FUNCTION-CODE
                CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                      QASM-RECORD,
                                      QASM-RECORD-KEY
           END-IF
           IF   TP90W-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90W-FUNCTION-CODE
                CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                      WS-WKS-LINE,
                                      WS-TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQASMP: ' WS-DISPLAY-MASK-1 ' JOURNAL PAIRS '
                   'READ'
           MOVE WS-DAY-CHANGE-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQASMP: ' WS-DISPLAY-MASK-1 ' CHANGES OF THE '
                   'SAMPLE DATE'
           MOVE WS-SAMPLED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQASMP: ' WS-DISPLAY-MASK-1 ' ITEMS SAMPLED'
           MOVE WS-REGISTERED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQASMP: ' WS-DISPLAY-MASK-1 ' ITEMS REGISTERED'
           MOVE WS-ON-FILE-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQASMP: ' WS-DISPLAY-MASK-1 ' ITEMS ALREADY ON '
                   'THE REGISTER'
           .
       9900-EXIT.
           EXIT.
