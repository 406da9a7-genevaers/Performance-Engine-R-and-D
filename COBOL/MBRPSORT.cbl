       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPSORT.
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
      ** DESCRIPTION: POSTAL PRESORT OF A FINISHED MAILING.  MBRCAMPN  *
      **              AND MBRCORR WRITE IN CUSTOMER-KEY ORDER, WHICH   *
      **              MAILS AT THE FULL RATE.  THIS JOB ORDERS ONE     *
      **              MAILING BY THE CUSTADRV ZIP THE PIECE WAS        *
      **              ADDRESSED TO AND GROUPS IT INTO 5-DIGIT, 3-DIGIT *
      **              AND RESIDUAL TRAYS (SEE GVBCPSRT), WITH A TRAY   *
      **              BREAK RECORD CARRYING THE TRAY LABEL AHEAD OF    *
      **              EACH TRAY, AND PRINTS THE POSTAGE STATEMENT      *
      **              COUNTS BY RATE LEVEL.  TWO PHASES AROUND A JCL   *
      **              SORT STEP, THE SORTED-EXTRACT CONVENTION MBRDUPF *
      **              AND MBRHHLD USE, SO NO PHASE HOLDS THE MAILING:  *
      **                                                               *
      **              MODE=EXTRACT READS THE MAILING TWICE.  THE FIRST *
      **              PASS PROVES IT AND COUNTS ITS PIECES BY 5-DIGIT  *
      **              ZIP, WHICH SETTLES EVERY PIECE'S RATE LEVEL AND  *
      **              THE NUMBER OF TRAYS BEFORE ANYTHING IS WRITTEN.  *
      **              THE INPUT IS THEN CLOSED AND REOPENED AND THE    *
      **              SECOND PASS WRITES ONE PSRTWORK RECORD PER       *
      **              MAILOUT RECORD OR CORRPRT LINE, LED BY ITS       *
      **              LEVEL, ZIP, ORIGINAL SEQUENCE AND LINE NUMBER.   *
      **              THE JCL SORT ORDERS PSRTWORK ON BYTES 1-22 INTO  *
      **              PSRTSRTD.                                        *
      **                                                               *
      **              MODE=TRAY READS PSRTSRTD, CUTS THE PIECES INTO   *
      **              TRAYS AS THEY STREAM PAST - A NEW TRAY AT EVERY  *
      **              CHANGE OF LEVEL OR DESTINATION, OR WHEN ONE      *
      **              FILLS - AND WRITES THE PRESORTED MAILING AND THE *
      **              POSTAGE STATEMENT.  THE TRAY SIZE IS TAKEN FROM  *
      **              THE WORK FILE, SO THE TWO STEPS CANNOT CUT THE   *
      **              TRAYS DIFFERENTLY.                               *
      **                                                               *
      **              MAILING=MAIL - MAILOUT TO MAILSORT.  THE         *
      **              GVBCHDRT HEADER AND TRAILER ARE CARRIED OVER     *
      **              UNCHANGED; THE TRAILER COUNT (CUSTOMERS PLUS     *
      **              SEEDS) IS PROVED AGAINST THE PIECES READ BEFORE  *
      **              ANYTHING IS WRITTEN, AND AGAIN AGAINST THE       *
      **              PIECES WRITTEN, AND THE SEEDS ARE SORTED IN WITH *
      **              THE REST SO THE COUNT STILL HOLDS.               *
      **              MAILING=CORR - CORRPRT TO CORRSORT, WHOLE        *
      **              LETTERS AT A TIME, USING MBRCORR'S CORRIDX TO    *
      **              FIND EACH LETTER'S ZIP AND LENGTH; THE TRAY      *
      **              LABEL PRINTS AS A SEPARATOR PAGE.                *
      **                                                               *
      **              A MAILING THAT FAILS EITHER STEP IS STILL GOOD   *
      **              UNSORTED AT THE FULL RATE.                       *
      **                                                               *
      **              CONTROL CARDS (ALL OPTIONAL, THE SAME CARDS TO   *
      **              BOTH STEPS):                                     *
      **                MODE=EXTRACT|TRAY   (DEFAULT EXTRACT)          *
      **                MAILING=MAIL|CORR   (DEFAULT MAIL)             *
      **                MIN5DIG=NNNN  5-DIGIT TRAY MINIMUM (0150)      *
      **                MIN3DIG=NNNN  3-DIGIT TRAY MINIMUM (0150)      *
      **                TRAYMAX=NNNN  PIECES PER TRAY      (0500)      *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   MAILING FILE                (DDNAME=MAILOUT)   *
      **                PRINT-READY LETTERS         (DDNAME=CORRPRT)   *
      **                PRESORT LETTER INDEX        (DDNAME=CORRIDX)   *
      **                SORTED PRESORT WORK FILE    (DDNAME=PSRTSRTD)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  PRESORT WORK FILE           (DDNAME=PSRTWORK)  *
      **                PRESORTED MAILING FILE      (DDNAME=MAILSORT)  *
      **                PRESORTED LETTERS           (DDNAME=CORRSORT)  *
      **                POSTAGE STATEMENT           (DDNAME=PSTGRPT)   *
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
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-RECORDS-READ-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-INDEX-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-REREAD-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-PCE-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-SEED-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-WORK-WRITTEN-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-WORK-READ-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-PIECES-WRITTEN-CNT       PIC S9(08) COMP VALUE +0.
       01  WS-RECORDS-WRITTEN-CNT      PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-MASK-2           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE PARAMETERS FROM THE CTLCARD.
      *****************************************************************
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-MODE                 PIC X(07)  VALUE 'EXTRACT'.
           88  WS-CTL-MODE-EXTRACT                VALUE 'EXTRACT'.
           88  WS-CTL-MODE-TRAY                   VALUE 'TRAY   '.
       01  WS-CTL-MAILING              PIC X(04)  VALUE 'MAIL'.
           88  WS-CTL-MAIL                        VALUE 'MAIL'.
           88  WS-CTL-CORR                        VALUE 'CORR'.
       01  WS-CTL-MIN-5DIG             PIC S9(08) COMP VALUE +150.
       01  WS-CTL-MIN-3DIG             PIC S9(08) COMP VALUE +150.
       01  WS-CTL-TRAY-MAX             PIC S9(08) COMP VALUE +500.
       01  WS-KWRD-NUMERIC             PIC 9(04)  VALUE ZEROES.
      *
       01  WS-MAILING-ID               PIC X(08)  VALUE SPACES.
       01  WS-CLASS-CODE               PIC X(03)  VALUE SPACES.
      *
      *****************************************************************
      *  THE GVBCHDRT CONTROL RECORDS OF A MAILOUT, AS SEEN ON THE
      *  PROVING PASS.
      *****************************************************************
       01  WS-HDR-SEEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-HDR-SEEN                        VALUE 'Y'.
       01  WS-TRL-SEEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-TRL-SEEN                        VALUE 'Y'.
       01  WS-TRL-SAVE                 PIC X(160) VALUE SPACES.
      *
      *****************************************************************
      *  ONE MAILOUT RECORD, AS MBRCAMPN WRITES IT.
      *****************************************************************
       01  WS-MAIL-RECORD.
           05  WS-ML-CAMPAIGN-ID       PIC X(08).
           05  WS-ML-KEY-ID            PIC X(10).
           05  WS-ML-NAME              PIC X(60).
           05  WS-ML-ADDR-LINE         PIC X(25).
           05  WS-ML-CITY              PIC X(13).
           05  WS-ML-STATE             PIC X(02).
           05  WS-ML-POSTAL-CD         PIC X(09).
           05  WS-ML-SEED-FLAG         PIC X(01).
               88  WS-ML-SEED                     VALUE 'S'.
           05  FILLER                  PIC X(32).
      *
      *****************************************************************
      *  ONE CORRPRT PRINT LINE - ASA CARRIAGE CONTROL IN COLUMN 1,
      *  '1' STARTING EACH LETTER.
      *****************************************************************
       01  WS-PRINT-LINE.
           05  WS-PRT-ASA              PIC X(01).
           05  WS-PRT-TEXT             PIC X(80).
      *
       01  WS-OUT-RECORD               PIC X(160) VALUE SPACES.
       01  WS-LINE-IDX                 PIC S9(08) COMP VALUE +0.
      *
      *****************************************************************
      *  THE PRESORT WORK RECORD - WRITTEN BY THE EXTRACT PHASE,
      *  SORTED ON BYTES 1-22 IN JCL, READ BACK BY THE TRAY PHASE.
      *  ONE PER MAILOUT RECORD OR CORRPRT LINE, CARRYING THE RECORD
      *  OR LINE ITSELF.  LEVEL '1' IS 5-DIGIT, '2' 3-DIGIT, '3'
      *  RESIDUAL; A MAILOUT'S HEADER GOES OUT AS LEVEL '0' AND ITS
      *  TRAILER AS LEVEL '9' SO THE SORT KEEPS THEM AROUND THE LOT.
      *  THE SEQUENCE KEEPS PIECES FOR ONE ZIP IN KEY ORDER AND THE
      *  LINE NUMBER A LETTER'S LINES IN PRINT ORDER, AND EVERY
      *  LINE CARRIES THE LETTER'S LINE COUNT.  THE GROUP
      *  COUNT IS THE NUMBER OF PIECES SHARING THE PIECE'S LEVEL AND
      *  DESTINATION - 5-DIGIT ZIP, 3-DIGIT PREFIX, OR BLANK FOR
      *  RESIDUAL.
      *****************************************************************
       01  WS-WORK-RECORD.
           05  WS-WORK-SORT-KEY.
               10  WS-WORK-LEVEL       PIC X(01).
                   88  WS-WORK-HEADER             VALUE '0'.
                   88  WS-WORK-TRAILER            VALUE '9'.
               10  WS-WORK-ZIP         PIC X(09).
               10  WS-WORK-SEQ         PIC 9(08).
               10  WS-WORK-LINE        PIC 9(04).
           05  WS-WORK-DEST            PIC X(05).
           05  WS-WORK-GROUP-CNT       PIC 9(08).
           05  WS-WORK-TRAY-TOTAL      PIC 9(05).
           05  WS-WORK-TRAY-MAX        PIC 9(04).
           05  WS-WORK-LINE-CNT        PIC 9(04).
           05  WS-WORK-MAILING         PIC X(04).
           05  WS-WORK-SEED-FLAG       PIC X(01).
           05  WS-WORK-CITY            PIC X(13).
           05  WS-WORK-STATE           PIC X(02).
           05  WS-WORK-DATA            PIC X(160).
      *
      *****************************************************************
      *  PIECES PER 5-DIGIT ZIP, AND PER 3-DIGIT PREFIX THOSE NOT IN
      *  A 5-DIGIT TRAY, FROM THE PROVING PASS.  BOTH ARE INDEXED BY
      *  THE ZIP ITSELF, SO THEY COVER ANY MAILING.
      *****************************************************************
       01  WS-ZIP5-TBL.
           05  WS-ZIP5-PIECES          OCCURS 100000 TIMES
                                       PIC S9(08) COMP.
       01  WS-ZIP3-TBL.
           05  WS-ZIP3-PENDING         OCCURS 1000 TIMES
                                       PIC S9(08) COMP.
       01  WS-ZIP5-NUM                 PIC 9(05)  VALUE ZEROES.
       01  WS-ZIP3-NUM                 PIC 9(03)  VALUE ZEROES.
       01  WS-ZIP5-IDX                 PIC S9(08) COMP VALUE +0.
       01  WS-ZIP3-IDX                 PIC S9(08) COMP VALUE +0.
       01  WS-NO-ZIP-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-RESIDUAL-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-GROUP-TRAYS              PIC S9(08) COMP VALUE +0.
      *
      *      THE PIECE BEING STAMPED.
       01  WS-NEW-ZIP                  PIC X(09)  VALUE SPACES.
      *
      *****************************************************************
      *  TRAY PHASE - THE GROUP AND TRAY BEING FILLED.  EACH TRAY OF
      *  A GROUP TAKES A FULL TRAY OR WHAT IS LEFT, SO THE PIECE
      *  COUNT ON ITS BREAK RECORD IS KNOWN BEFORE ITS PIECES ARE.
      *****************************************************************
       01  WS-GROUP-KEY.
           05  WS-GROUP-LEVEL          PIC X(01)  VALUE SPACES.
           05  WS-GROUP-DEST           PIC X(05)  VALUE SPACES.
       01  WS-GROUP-REMAINING          PIC S9(08) COMP VALUE +0.
       01  WS-TRAY-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-TRAY-TOTAL               PIC S9(08) COMP VALUE +0.
       01  WS-TRAY-SIZE                PIC S9(08) COMP VALUE +0.
       01  WS-TRAY-FILLED              PIC S9(08) COMP VALUE +0.
       01  WS-PIECE-LINES-LEFT         PIC S9(08) COMP VALUE +0.
       01  WS-TRAILER-SEEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN                    VALUE 'Y'.
      *
      *****************************************************************
      *  POSTAGE STATEMENT ACCUMULATORS AND NAMES, BY RATE LEVEL -
      *  1 5-DIGIT, 2 3-DIGIT, 3 RESIDUAL.
      *****************************************************************
       01  WS-LVL-TOTALS-TBL.
           05  WS-LVL-TOTALS           OCCURS 3 TIMES.
               10  WS-LVL-TRAYS        PIC S9(08) COMP.
               10  WS-LVL-PIECES       PIC S9(08) COMP.
               10  WS-LVL-SEEDS        PIC S9(08) COMP.
       01  WS-LVL-NAMES                PIC X(24)  VALUE
               '5-DIGIT 3-DIGIT RESIDUAL'.
       01  WS-LVL-NAMES-TBL REDEFINES WS-LVL-NAMES.
           05  WS-LVL-NAME             OCCURS 3 TIMES PIC X(08).
       01  WS-LVL-CODES                PIC X(12)  VALUE
               '5DIG3DIGRES '.
       01  WS-LVL-CODES-TBL REDEFINES WS-LVL-CODES.
           05  WS-LVL-CODE             OCCURS 3 TIMES PIC X(04).
       01  WS-LVL-CONTENTS             PIC X(09)  VALUE
               '5D 3D MXD'.
       01  WS-LVL-CONTENTS-TBL REDEFINES WS-LVL-CONTENTS.
           05  WS-LVL-CONTENT          OCCURS 3 TIMES PIC X(03).
       01  WS-LVL-DIGIT                PIC 9(01)  VALUE ZERO.
       01  WS-LVL-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-TOTAL-TRAYS              PIC S9(08) COMP VALUE +0.
       01  WS-TOTAL-PIECES             PIC S9(08) COMP VALUE +0.
       01  WS-TOTAL-SEEDS              PIC S9(08) COMP VALUE +0.
      *
      *****************************************************************
      *  POSTAGE STATEMENT LINES.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(80)  VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(28)  VALUE
               'POSTAGE STATEMENT - MAILING '.
           05  WS-RPT-TITLE-MAILING    PIC X(08).
           05  FILLER                  PIC X(07)  VALUE ' CLASS '.
           05  WS-RPT-TITLE-CLASS      PIC X(03).
           05  FILLER                  PIC X(10)  VALUE ' RUN DATE '.
           05  WS-RPT-TITLE-DATE       PIC 9(08).
           05  FILLER                  PIC X(16)  VALUE SPACES.
       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(40)  VALUE
               'RATE LEVEL       TRAYS     PIECES       '.
           05  FILLER                  PIC X(40)  VALUE
               'SEEDS                                   '.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-LEVEL            PIC X(08).
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  WS-RPT-TRAYS            PIC Z(7)9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-RPT-PIECES           PIC Z(7)9.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-RPT-SEEDS            PIC Z(7)9.
           05  FILLER                  PIC X(35)  VALUE SPACES.
      *
      *****************************************************************
      *  THE TRAY LABEL AS A CORRSORT SEPARATOR PAGE.
      *****************************************************************
       01  WS-LBL-BANNER-LINE.
           05  FILLER                  PIC X(09)  VALUE '*** TRAY '.
           05  WS-LBL-SEQ              PIC 9(05).
           05  FILLER                  PIC X(04)  VALUE ' OF '.
           05  WS-LBL-OF-CNT           PIC 9(05).
           05  FILLER                  PIC X(03)  VALUE ' - '.
           05  WS-LBL-LEVEL            PIC X(04).
           05  FILLER                  PIC X(04)  VALUE ' ***'.
           05  FILLER                  PIC X(46)  VALUE SPACES.
       01  WS-LBL-COUNT-LINE.
           05  FILLER                  PIC X(07)  VALUE 'PIECES '.
           05  WS-LBL-PIECES           PIC Z(4)9.
           05  FILLER                  PIC X(09)  VALUE ' MAILING '.
           05  WS-LBL-MAILING          PIC X(08).
           05  FILLER                  PIC X(51)  VALUE SPACES.
      *
       COPY GVBCHDRT.
       COPY GVBCPSRT.
       COPY GVBCKWRD.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9R.
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
                                ==TP90O-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90O-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90O-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90O-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90O-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90O-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90O-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90O-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90O-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90O-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90O-ESDS==.
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
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRPSORT'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-CTL-MODE-EXTRACT
                IF   WS-CTL-MAIL
                     PERFORM 200-COUNT-MAILOUT THRU 200-EXIT
                ELSE
                     PERFORM 250-COUNT-CORRIDX THRU 250-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     PERFORM 300-DECIDE-LEVELS THRU 300-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     PERFORM 350-REOPEN-INPUT  THRU 350-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                AND  WS-CTL-MAIL
                     PERFORM 400-EXTRACT-MAILOUT THRU 400-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                AND  WS-CTL-CORR
                     PERFORM 450-EXTRACT-CORRPRT THRU 450-EXIT
                END-IF
           END-IF
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-CTL-MODE-TRAY
                PERFORM 500-WRITE-TRAYS       THRU 500-EXIT
                IF   SEVERE-ERROR = ' '
                     PERFORM 700-WRITE-STATEMENT THRU 700-EXIT
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
           MOVE 'MBRPSORT'                TO RUNC-REG-RUN-ID
           IF   WS-CTL-MODE-TRAY
                MOVE WS-WORK-READ-CNT     TO RUNC-REG-RCRDS-READ
                MOVE WS-PIECES-WRITTEN-CNT TO RUNC-REG-RCRDS-WRITTEN
           ELSE
                MOVE WS-RECORDS-READ-CNT  TO RUNC-REG-RCRDS-READ
                MOVE WS-WORK-WRITTEN-CNT  TO RUNC-REG-RCRDS-WRITTEN
           END-IF
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
      *  PARSE THE CONTROL CARDS AND OPEN THE STEP'S FILES.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRPSORT'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +5                     TO KWRD-ENTRY-COUNT
           MOVE 'MAILING'              TO KWRD-NAME (1)
           MOVE 'MAIL'                 TO KWRD-VALUE (1)
           MOVE 'MAIL CORR'            TO KWRD-ALLOWED (1)
           MOVE 'MIN5DIG'              TO KWRD-NAME (2)
           MOVE '0150'                 TO KWRD-VALUE (2)
           MOVE 'MIN3DIG'              TO KWRD-NAME (3)
           MOVE '0150'                 TO KWRD-VALUE (3)
           MOVE 'TRAYMAX'              TO KWRD-NAME (4)
           MOVE '0500'                 TO KWRD-VALUE (4)
           MOVE 'MODE'                 TO KWRD-NAME (5)
           MOVE 'EXTRACT'              TO KWRD-VALUE (5)
           MOVE 'EXTRACT TRAY'         TO KWRD-ALLOWED (5)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
                                          KWRD-ALLOWED (3)
                                          KWRD-ALLOWED (4)
           MOVE 'D'                    TO KWRD-SOURCE (1)
                                          KWRD-SOURCE (2)
                                          KWRD-SOURCE (3)
                                          KWRD-SOURCE (4)
                                          KWRD-SOURCE (5)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (2) (1:4) NOT NUMERIC
               OR KWRD-VALUE (3) (1:4) NOT NUMERIC
               OR KWRD-VALUE (4) (1:4) NOT NUMERIC
               OR KWRD-VALUE (4) (1:4) = '0000'
                  DISPLAY 'MBRPSORT: MIN5DIG/MIN3DIG/TRAYMAX MUST BE '
                          'ZERO-PADDED FOUR-DIGIT COUNTS, TRAYMAX '
                          'NOT ZERO'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:4)  TO WS-CTL-MAILING
                  MOVE KWRD-VALUE (2) (1:4)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-MIN-5DIG
                  MOVE KWRD-VALUE (3) (1:4)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-MIN-3DIG
                  MOVE KWRD-VALUE (4) (1:4)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-TRAY-MAX
                  MOVE KWRD-VALUE (5) (1:7)  TO WS-CTL-MODE
           END-EVALUATE
      *
      *      CAMPAIGNS GO MARKETING MAIL, CORRESPONDENCE FIRST-CLASS.
           IF   WS-CTL-MAIL
                MOVE 'MKT'                TO WS-CLASS-CODE
           ELSE
                MOVE 'FCM'                TO WS-CLASS-CODE
                MOVE 'CORRPRT '           TO WS-MAILING-ID
           END-IF
      *
           IF   WS-CTL-MODE-EXTRACT
                PERFORM 110-OPEN-EXTRACT-DDS THRU 110-EXIT
           ELSE
                PERFORM 120-OPEN-TRAY-DDS    THRU 120-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EXTRACT - THE MAILING (AND FOR LETTERS ITS INDEX) IN, THE
      *  WORK FILE OUT.
      ***************************************************************
       110-OPEN-EXTRACT-DDS.
      *
           IF   WS-CTL-MAIL
                MOVE 'MAILOUT '           TO TP90I-DDNAME
                MOVE LENGTH OF WS-MAIL-RECORD
                                          TO TP90I-RECORD-LENGTH
           ELSE
                MOVE 'CORRPRT '           TO TP90I-DDNAME
                MOVE LENGTH OF WS-PRINT-LINE
                                          TO TP90I-RECORD-LENGTH
           END-IF
           PERFORM 130-OPEN-INPUT         THRU 130-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 110-EXIT
           END-IF
      *
           IF   WS-CTL-CORR
                PERFORM 140-OPEN-INDEX    THRU 140-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 110-EXIT
                END-IF
           END-IF
      *
           MOVE 'PSRTWORK'                TO TP90O-DDNAME
           MOVE LENGTH OF WS-WORK-RECORD  TO TP90O-RECORD-LENGTH
           PERFORM 150-OPEN-OUTPUT        THRU 150-EXIT
           .
       110-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TRAY - THE SORTED WORK FILE IN, THE PRESORTED MAILING AND
      *  THE POSTAGE STATEMENT OUT.
      ***************************************************************
       120-OPEN-TRAY-DDS.
      *
           MOVE 'PSRTSRTD'                TO TP90I-DDNAME
           MOVE LENGTH OF WS-WORK-RECORD  TO TP90I-RECORD-LENGTH
           PERFORM 130-OPEN-INPUT         THRU 130-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 120-EXIT
           END-IF
      *
           IF   WS-CTL-MAIL
                MOVE 'MAILSORT'           TO TP90O-DDNAME
                MOVE LENGTH OF WS-MAIL-RECORD
                                          TO TP90O-RECORD-LENGTH
           ELSE
                MOVE 'CORRSORT'           TO TP90O-DDNAME
                MOVE LENGTH OF WS-PRINT-LINE
                                          TO TP90O-RECORD-LENGTH
           END-IF
           PERFORM 150-OPEN-OUTPUT        THRU 150-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 120-EXIT
           END-IF
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'PSTGRPT '                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPSORT DD: PSTGRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90P-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       120-EXIT.
           EXIT.
      *
      *
       130-OPEN-INPUT.
      *
           SET  TP90I-ANCHOR              TO NULL
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-WORK-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPSORT DD: ' TP90I-DDNAME
                        ', GVBTP90 FAILED, RET CD = '
                        TP90I-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       130-EXIT.
           EXIT.
      *
      *
       140-OPEN-INDEX.
      *
           SET  TP90X-ANCHOR              TO NULL
           MOVE 'CORRIDX '                TO TP90X-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE LENGTH OF PSRT-INDEX-RECORD
                                          TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 PSRT-INDEX-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPSORT DD: CORRIDX, GVBTP90 FAILED, '
                        'RET CD = ' TP90X-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       140-EXIT.
           EXIT.
      *
      *
       150-OPEN-OUTPUT.
      *
           SET  TP90O-ANCHOR              TO NULL
           MOVE TP90-VALUE-OPEN           TO TP90O-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90O-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90O-FILE-MODE
           MOVE SPACES                    TO TP90O-RETURN-CODE
           MOVE +0                        TO TP90O-VSAM-RETURN-CODE
           MOVE TP90-VALUE-FIXED-LEN      TO TP90O-RECFM
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-OUT-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPSORT DD: ' TP90O-DDNAME
                        ', GVBTP90 FAILED, RET CD = '
                        TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PROVING PASS OVER A MAILOUT - THE SAME CHECKS AS ALWAYS,
      *  THE TRAILER PROVED BEFORE A WORK RECORD IS WRITTEN, AND
      *  EVERY PIECE COUNTED UNDER ITS 5-DIGIT ZIP.  THE HASH TOTAL
      *  IS OVER AGREEMENT IDS THE MAIL RECORD DOES NOT CARRY, SO IT
      *  IS PASSED THROUGH AS MBRCAMPN SET IT.
      ***************************************************************
       200-COUNT-MAILOUT.
      *
           INITIALIZE WS-ZIP5-TBL
                      WS-ZIP3-TBL
           PERFORM 210-COUNT-ONE-MAIL-RCRD THRU 210-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR NOT = ' '
                GO TO 200-EXIT
           END-IF
      *
           IF   NOT WS-HDR-SEEN
                DISPLAY 'MBRPSORT: MAILOUT IS EMPTY - NO GVBCHDRT '
                        'HEADER'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
           IF   NOT WS-TRL-SEEN
                DISPLAY 'MBRPSORT: MAILOUT HAS NO GVBCHDRT TRAILER'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
      *
           MOVE WS-TRL-SAVE               TO HDRT-TRAILER-RECORD
           IF   HDRT-TRL-RECORD-CNT NOT NUMERIC
           OR   HDRT-TRL-RECORD-CNT NOT = WS-PCE-CNT
                MOVE WS-PCE-CNT           TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: MAILOUT OUT OF BALANCE - '
                        WS-DISPLAY-MASK-1 ' PIECES, TRAILER COUNT '
                        HDRT-TRL-RECORD-CNT
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
           DISPLAY 'MBRPSORT: MAILOUT BALANCES TO ITS TRAILER, '
                   'CAMPAIGN ' WS-MAILING-ID
           .
       200-EXIT.
           EXIT.
      *
      *
       210-COUNT-ONE-MAIL-RCRD.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           MOVE SPACES                    TO WS-MAIL-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-MAIL-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 210-EXIT
             WHEN TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPSORT: ERROR READING MAILOUT RC = '
                          TP90I-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 210-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO WS-RECORDS-READ-CNT
      *
           EVALUATE TRUE
             WHEN WS-MAIL-RECORD (1:4) = 'HDR '
                  IF   WS-RECORDS-READ-CNT NOT = +1
                       DISPLAY 'MBRPSORT: MAILOUT HEADER IS NOT THE '
                               'FIRST RECORD'
                       MOVE  'Y'           TO SEVERE-ERROR
                  END-IF
                  MOVE WS-MAIL-RECORD      TO HDRT-HEADER-RECORD
                  MOVE HDRT-HDR-FEED-ID    TO WS-MAILING-ID
                  SET  WS-HDR-SEEN         TO TRUE
             WHEN WS-RECORDS-READ-CNT = +1
                  DISPLAY 'MBRPSORT: MAILOUT DOES NOT START WITH A '
                          'GVBCHDRT HEADER'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN WS-TRL-SEEN
                  DISPLAY 'MBRPSORT: MAILOUT HAS RECORDS AFTER ITS '
                          'TRAILER'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN WS-MAIL-RECORD (1:4) = 'TRL '
                  MOVE WS-MAIL-RECORD      TO WS-TRL-SAVE
                  SET  WS-TRL-SEEN         TO TRUE
             WHEN OTHER
                  MOVE WS-ML-POSTAL-CD     TO WS-NEW-ZIP
                  PERFORM 220-TALLY-PIECE  THRU 220-EXIT
                  IF   WS-ML-SEED
                       ADD  +1             TO WS-SEED-CNT
                  END-IF
           END-EVALUATE
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  COUNT ONE PIECE UNDER ITS 5-DIGIT ZIP.  A PIECE WITH NO
      *  USABLE ZIP CAN ONLY GO RESIDUAL.
      ***************************************************************
       220-TALLY-PIECE.
      *
           ADD  +1                        TO WS-PCE-CNT
           IF   WS-NEW-ZIP (1:5) NUMERIC
                MOVE WS-NEW-ZIP (1:5)     TO WS-ZIP5-NUM
                COMPUTE WS-ZIP5-IDX = WS-ZIP5-NUM + 1
                ADD  +1                   TO WS-ZIP5-PIECES
                                              (WS-ZIP5-IDX)
           ELSE
                ADD  +1                   TO WS-NO-ZIP-CNT
           END-IF
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PROVING PASS OVER THE LETTERS - CORRIDX ALONE, WHICH CARRIES
      *  EACH LETTER'S ZIP AND LENGTH.  CORRPRT IS HELD TO IT LINE BY
      *  LINE ON THE EXTRACT PASS.
      ***************************************************************
       250-COUNT-CORRIDX.
      *
           INITIALIZE WS-ZIP5-TBL
                      WS-ZIP3-TBL
           PERFORM 260-COUNT-ONE-INDEX    THRU 260-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           .
       250-EXIT.
           EXIT.
      *
      *
       260-COUNT-ONE-INDEX.
      *
           PERFORM 270-READ-INDEX         THRU 270-EXIT
           IF   EOF-FLAG = 'Y'
           OR   SEVERE-ERROR NOT = ' '
                GO TO 260-EXIT
           END-IF
      *
           ADD  +1                        TO WS-INDEX-READ-CNT
           IF   PSRT-IDX-LINE-CNT NOT NUMERIC
           OR   PSRT-IDX-LINE-CNT = ZERO
                DISPLAY 'MBRPSORT: CORRIDX ROW ' WS-INDEX-READ-CNT
                        ' HAS NO LINE COUNT, KEY ' PSRT-IDX-KEY-ID
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 260-EXIT
           END-IF
      *
           MOVE PSRT-IDX-POSTAL-CD        TO WS-NEW-ZIP
           PERFORM 220-TALLY-PIECE        THRU 220-EXIT
           .
       260-EXIT.
           EXIT.
      *
      *
       270-READ-INDEX.
      *
           MOVE TP90-VALUE-READ           TO TP90X-FUNCTION-CODE
           MOVE SPACES                    TO PSRT-INDEX-RECORD
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 PSRT-INDEX-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
             WHEN TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPSORT: ERROR READING CORRIDX RC = '
                          TP90X-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       270-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SETTLE THE RATE LEVELS FROM THE COUNTS.  A ZIP WITH ENOUGH
      *  PIECES MAKES 5-DIGIT TRAYS; THE REST FALL TO THEIR 3-DIGIT
      *  PREFIX, WHICH MAKES 3-DIGIT TRAYS IF IT HAS ENOUGH, AND
      *  WHATEVER IS LEFT GOES RESIDUAL.  THE TRAYS EACH LEVEL NEEDS
      *  FOLLOW FROM THE TRAY SIZE, SO THE TOTAL IS KNOWN HERE AND
      *  EVERY TRAY LABEL CAN SAY "OF N".
      ***************************************************************
       300-DECIDE-LEVELS.
      *
           MOVE +0                        TO WS-TOTAL-TRAYS
           MOVE +0                        TO WS-ZIP5-IDX
           PERFORM 310-DECIDE-ONE-ZIP5    THRU 310-EXIT
                   UNTIL WS-ZIP5-IDX >= +100000
      *
           MOVE WS-NO-ZIP-CNT             TO WS-RESIDUAL-CNT
           MOVE +0                        TO WS-ZIP3-IDX
           PERFORM 320-DECIDE-ONE-ZIP3    THRU 320-EXIT
                   UNTIL WS-ZIP3-IDX >= +1000
      *
           COMPUTE WS-GROUP-TRAYS = (WS-RESIDUAL-CNT
                                  + WS-CTL-TRAY-MAX - 1)
                                  / WS-CTL-TRAY-MAX
           ADD  WS-GROUP-TRAYS            TO WS-TOTAL-TRAYS
      *
           IF   WS-TOTAL-TRAYS > +99999
                MOVE WS-TOTAL-TRAYS       TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: MAILING NEEDS ' WS-DISPLAY-MASK-1
                        ' TRAYS, MORE THAN A TRAY LABEL CAN NUMBER - '
                        'RAISE TRAYMAX'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 300-EXIT
           END-IF
           MOVE WS-TOTAL-TRAYS            TO WS-TRAY-TOTAL
           .
       300-EXIT.
           EXIT.
      *
      *
       310-DECIDE-ONE-ZIP5.
      *
           ADD  +1                        TO WS-ZIP5-IDX
           IF   WS-ZIP5-PIECES (WS-ZIP5-IDX) = ZERO
                GO TO 310-EXIT
           END-IF
      *
           IF   WS-ZIP5-PIECES (WS-ZIP5-IDX) >= WS-CTL-MIN-5DIG
                COMPUTE WS-GROUP-TRAYS =
                        (WS-ZIP5-PIECES (WS-ZIP5-IDX)
                       + WS-CTL-TRAY-MAX - 1) / WS-CTL-TRAY-MAX
                ADD  WS-GROUP-TRAYS       TO WS-TOTAL-TRAYS
           ELSE
                COMPUTE WS-ZIP3-IDX = (WS-ZIP5-IDX - 1) / 100 + 1
                ADD  WS-ZIP5-PIECES (WS-ZIP5-IDX)
                                          TO WS-ZIP3-PENDING
                                              (WS-ZIP3-IDX)
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
       320-DECIDE-ONE-ZIP3.
      *
           ADD  +1                        TO WS-ZIP3-IDX
           IF   WS-ZIP3-PENDING (WS-ZIP3-IDX) = ZERO
                GO TO 320-EXIT
           END-IF
      *
           IF   WS-ZIP3-PENDING (WS-ZIP3-IDX) >= WS-CTL-MIN-3DIG
                COMPUTE WS-GROUP-TRAYS =
                        (WS-ZIP3-PENDING (WS-ZIP3-IDX)
                       + WS-CTL-TRAY-MAX - 1) / WS-CTL-TRAY-MAX
                ADD  WS-GROUP-TRAYS       TO WS-TOTAL-TRAYS
           ELSE
                ADD  WS-ZIP3-PENDING (WS-ZIP3-IDX)
                                          TO WS-RESIDUAL-CNT
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE THE INPUT AND OPEN IT AGAIN FOR THE EXTRACT PASS - THE
      *  USUAL CLOSE/NULL-ANCHOR/REOPEN SEQUENCE.
      ***************************************************************
       350-REOPEN-INPUT.
      *
           MOVE TP90-VALUE-CLOSE          TO TP90I-FUNCTION-CODE
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-WORK-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90I-ANCHOR              TO NULL
           PERFORM 130-OPEN-INPUT         THRU 130-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 350-EXIT
           END-IF
      *
           IF   WS-CTL-CORR
                MOVE TP90-VALUE-CLOSE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      PSRT-INDEX-RECORD,
                                      TP90-RECORD-KEY
                SET  TP90X-ANCHOR         TO NULL
                PERFORM 140-OPEN-INDEX    THRU 140-EXIT
           END-IF
           MOVE ' '                       TO EOF-FLAG
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EXTRACT PASS OVER A MAILOUT - ONE WORK RECORD PER RECORD,
      *  THE HEADER LEADING AND THE TRAILER TRAILING.  THE FILE WAS
      *  PROVED ON THE FIRST PASS; IT MUST READ BACK THE SAME LENGTH.
      ***************************************************************
       400-EXTRACT-MAILOUT.
      *
           PERFORM 410-EXTRACT-ONE-MAIL-RCRD THRU 410-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR = ' '
           AND  WS-REREAD-CNT NOT = WS-RECORDS-READ-CNT
                DISPLAY 'MBRPSORT: MAILOUT CHANGED BETWEEN PASSES'
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       410-EXTRACT-ONE-MAIL-RCRD.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           MOVE SPACES                    TO WS-MAIL-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-MAIL-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 410-EXIT
             WHEN TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPSORT: ERROR READING MAILOUT RC = '
                          TP90I-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 410-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO WS-REREAD-CNT
           MOVE SPACES                    TO WS-WORK-RECORD
           MOVE WS-REREAD-CNT             TO WS-WORK-SEQ
           MOVE 1                         TO WS-WORK-LINE
           MOVE ZERO                      TO WS-WORK-LINE-CNT
           EVALUATE TRUE
             WHEN WS-MAIL-RECORD (1:4) = 'HDR '
                  MOVE '0'                 TO WS-WORK-LEVEL
                  MOVE ZERO                TO WS-WORK-GROUP-CNT
             WHEN WS-MAIL-RECORD (1:4) = 'TRL '
                  MOVE '9'                 TO WS-WORK-LEVEL
                  MOVE ZERO                TO WS-WORK-GROUP-CNT
             WHEN OTHER
                  MOVE WS-ML-POSTAL-CD     TO WS-NEW-ZIP
                  PERFORM 480-STAMP-LEVEL  THRU 480-EXIT
                  MOVE 1                   TO WS-WORK-LINE-CNT
                  MOVE WS-ML-SEED-FLAG     TO WS-WORK-SEED-FLAG
                  MOVE WS-ML-CITY          TO WS-WORK-CITY
                  MOVE WS-ML-STATE         TO WS-WORK-STATE
           END-EVALUATE
           MOVE WS-MAIL-RECORD            TO WS-WORK-DATA
           PERFORM 490-WRITE-WORK         THRU 490-EXIT
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EXTRACT PASS OVER THE LETTERS.  CORRIDX SAYS HOW MANY LINES
      *  EACH LETTER HAS; CORRPRT MUST HAVE EXACTLY THAT MANY, AND
      *  EVERY LETTER MUST START ON ITS '1' LINE, OR THE TWO ARE OUT
      *  OF STEP.  EVERY LINE OF A LETTER CARRIES THE LETTER'S KEY.
      ***************************************************************
       450-EXTRACT-CORRPRT.
      *
           PERFORM 460-EXTRACT-ONE-LETTER THRU 460-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR NOT = ' '
                GO TO 450-EXIT
           END-IF
           IF   WS-REREAD-CNT NOT = WS-INDEX-READ-CNT
                DISPLAY 'MBRPSORT: CORRIDX CHANGED BETWEEN PASSES'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 450-EXIT
           END-IF
      *
      *      EVERY LINE MUST HAVE BEEN CLAIMED BY A LETTER.
           MOVE ' '                       TO EOF-FLAG
           PERFORM 475-READ-PRINT-LINE    THRU 475-EXIT
           IF   SEVERE-ERROR = ' '
           AND  EOF-FLAG NOT = 'Y'
                DISPLAY 'MBRPSORT: CORRPRT HAS MORE LINES THAN '
                        'CORRIDX ACCOUNTS FOR'
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       450-EXIT.
           EXIT.
      *
      *
       460-EXTRACT-ONE-LETTER.
      *
           PERFORM 270-READ-INDEX         THRU 270-EXIT
           IF   EOF-FLAG = 'Y'
           OR   SEVERE-ERROR NOT = ' '
                GO TO 460-EXIT
           END-IF
           ADD  +1                        TO WS-REREAD-CNT
           IF   PSRT-IDX-LINE-CNT NOT NUMERIC
           OR   PSRT-IDX-LINE-CNT = ZERO
                DISPLAY 'MBRPSORT: CORRIDX CHANGED BETWEEN PASSES'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 460-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-WORK-RECORD
           MOVE WS-REREAD-CNT             TO WS-WORK-SEQ
           MOVE PSRT-IDX-POSTAL-CD        TO WS-NEW-ZIP
           PERFORM 480-STAMP-LEVEL        THRU 480-EXIT
           MOVE PSRT-IDX-CITY             TO WS-WORK-CITY
           MOVE PSRT-IDX-STATE            TO WS-WORK-STATE
           MOVE PSRT-IDX-LINE-CNT         TO WS-WORK-LINE-CNT
      *
           MOVE +0                        TO WS-LINE-IDX
           PERFORM 470-EXTRACT-ONE-LINE   THRU 470-EXIT
                   UNTIL WS-LINE-IDX >= PSRT-IDX-LINE-CNT
                      OR SEVERE-ERROR NOT = ' '
           .
       460-EXIT.
           EXIT.
      *
      *
       470-EXTRACT-ONE-LINE.
      *
           PERFORM 475-READ-PRINT-LINE    THRU 475-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 470-EXIT
           END-IF
           IF   EOF-FLAG = 'Y'
                DISPLAY 'MBRPSORT: CORRPRT HAS FEWER LINES THAN '
                        'CORRIDX ACCOUNTS FOR'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 470-EXIT
           END-IF
      *
           ADD  +1                        TO WS-LINE-IDX
           IF   WS-LINE-IDX = +1
           AND  WS-PRT-ASA NOT = '1'
                DISPLAY 'MBRPSORT: CORRPRT AND CORRIDX OUT OF STEP '
                        'AT LETTER ' WS-REREAD-CNT
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 470-EXIT
           END-IF
      *
           MOVE WS-LINE-IDX               TO WS-WORK-LINE
           MOVE WS-PRINT-LINE             TO WS-WORK-DATA
           PERFORM 490-WRITE-WORK         THRU 490-EXIT
           .
       470-EXIT.
           EXIT.
      *
      *
       475-READ-PRINT-LINE.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           MOVE SPACES                    TO WS-PRINT-LINE
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-PRINT-LINE,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
             WHEN TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPSORT: ERROR READING CORRPRT RC = '
                          TP90I-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                  TO WS-RECORDS-READ-CNT
           END-EVALUATE
           .
       475-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  STAMP A PIECE WITH THE RATE LEVEL THE COUNTS GAVE IT, ITS
      *  TRAY DESTINATION, AND HOW MANY PIECES SHARE THAT LEVEL AND
      *  DESTINATION.
      ***************************************************************
       480-STAMP-LEVEL.
      *
           MOVE WS-NEW-ZIP                TO WS-WORK-ZIP
           MOVE '3'                       TO WS-WORK-LEVEL
           MOVE SPACES                    TO WS-WORK-DEST
           MOVE WS-RESIDUAL-CNT           TO WS-WORK-GROUP-CNT
           IF   WS-NEW-ZIP (1:5) NOT NUMERIC
                GO TO 480-EXIT
           END-IF
      *
           MOVE WS-NEW-ZIP (1:5)          TO WS-ZIP5-NUM
           COMPUTE WS-ZIP5-IDX = WS-ZIP5-NUM + 1
           IF   WS-ZIP5-PIECES (WS-ZIP5-IDX) >= WS-CTL-MIN-5DIG
                MOVE '1'                  TO WS-WORK-LEVEL
                MOVE WS-NEW-ZIP (1:5)     TO WS-WORK-DEST
                MOVE WS-ZIP5-PIECES (WS-ZIP5-IDX)
                                          TO WS-WORK-GROUP-CNT
                GO TO 480-EXIT
           END-IF
      *
           MOVE WS-NEW-ZIP (1:3)          TO WS-ZIP3-NUM
           COMPUTE WS-ZIP3-IDX = WS-ZIP3-NUM + 1
           IF   WS-ZIP3-PENDING (WS-ZIP3-IDX) >= WS-CTL-MIN-3DIG
                MOVE '2'                  TO WS-WORK-LEVEL
                MOVE WS-NEW-ZIP (1:3)     TO WS-WORK-DEST
                MOVE WS-ZIP3-PENDING (WS-ZIP3-IDX)
                                          TO WS-WORK-GROUP-CNT
           END-IF
           .
       480-EXIT.
           EXIT.
      *
      *
       490-WRITE-WORK.
      *
           MOVE WS-TRAY-TOTAL             TO WS-WORK-TRAY-TOTAL
           MOVE WS-CTL-TRAY-MAX           TO WS-WORK-TRAY-MAX
           MOVE WS-CTL-MAILING            TO WS-WORK-MAILING
           MOVE TP90-VALUE-WRITE          TO TP90O-FUNCTION-CODE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-WORK-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPSORT: ERROR WRITING PSRTWORK RC = '
                        TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                   TO WS-WORK-WRITTEN-CNT
           END-IF
           .
       490-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TRAY PHASE - STREAM THE SORTED WORK FILE, CUTTING TRAYS AS
      *  THE PIECES GO PAST, EACH TRAY BEHIND ITS BREAK RECORD.  A
      *  MAILOUT KEEPS ITS HEADER AND TRAILER AROUND THE LOT; THE
      *  BREAK RECORDS ARE NOT PIECES AND ARE NOT COUNTED.  THE
      *  COUNTS STAMPED BY THE EXTRACT MUST COME OUT EXACTLY, OR THE
      *  SORTED FILE IS NOT THE ONE THE EXTRACT WROTE.
      ***************************************************************
       500-WRITE-TRAYS.
      *
           MOVE +0                        TO WS-LVL-TRAYS (1)
                                             WS-LVL-TRAYS (2)
                                             WS-LVL-TRAYS (3)
                                             WS-LVL-PIECES (1)
                                             WS-LVL-PIECES (2)
                                             WS-LVL-PIECES (3)
                                             WS-LVL-SEEDS (1)
                                             WS-LVL-SEEDS (2)
                                             WS-LVL-SEEDS (3)
           MOVE +0                        TO WS-TRAY-CNT
                                             WS-TRAY-SIZE
                                             WS-TRAY-FILLED
                                             WS-GROUP-REMAINING
           MOVE SPACES                    TO WS-GROUP-KEY
           PERFORM 510-TRAY-ONE-RECORD    THRU 510-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR NOT = ' '
                GO TO 500-EXIT
           END-IF
      *
           IF   WS-WORK-READ-CNT = ZERO
                DISPLAY 'MBRPSORT: PSRTSRTD IS EMPTY'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
           IF   WS-CTL-MAIL
           AND  NOT WS-TRAILER-SEEN
                DISPLAY 'MBRPSORT: PSRTSRTD HAS NO MAILOUT TRAILER'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
           IF   WS-CTL-CORR
                PERFORM 525-CHECK-GROUP-END THRU 525-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
           AND  WS-TRAY-CNT NOT = WS-TRAY-TOTAL
                PERFORM 590-OUT-OF-STEP   THRU 590-EXIT
           END-IF
           .
       500-EXIT.
           EXIT.
      *
      *
       510-TRAY-ONE-RECORD.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           MOVE SPACES                    TO WS-WORK-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-WORK-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 510-EXIT
             WHEN TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPSORT: ERROR READING PSRTSRTD RC = '
                          TP90I-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 510-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO WS-WORK-READ-CNT
           IF   WS-WORK-READ-CNT = +1
                PERFORM 515-FIRST-RECORD  THRU 515-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 510-EXIT
                END-IF
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-TRAILER-SEEN
                  DISPLAY 'MBRPSORT: PSRTSRTD HAS RECORDS AFTER THE '
                          'MAILOUT TRAILER'
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 510-EXIT
             WHEN WS-WORK-HEADER
                  IF   WS-WORK-READ-CNT NOT = +1
                       PERFORM 590-OUT-OF-STEP THRU 590-EXIT
                       GO TO 510-EXIT
                  END-IF
             WHEN WS-WORK-TRAILER
                  PERFORM 525-CHECK-GROUP-END THRU 525-EXIT
                  IF   SEVERE-ERROR NOT = ' '
                       GO TO 510-EXIT
                  END-IF
                  SET  WS-TRAILER-SEEN     TO TRUE
                  MOVE WS-WORK-DATA        TO HDRT-TRAILER-RECORD
                  IF   HDRT-TRL-RECORD-CNT NOT NUMERIC
                  OR   HDRT-TRL-RECORD-CNT NOT = WS-PIECES-WRITTEN-CNT
                       MOVE WS-PIECES-WRITTEN-CNT
                                           TO WS-DISPLAY-MASK-1
                       DISPLAY 'MBRPSORT: MAILSORT OUT OF BALANCE - '
                               WS-DISPLAY-MASK-1 ' PIECES, TRAILER '
                               'COUNT ' HDRT-TRL-RECORD-CNT
                       MOVE  'Y'           TO SEVERE-ERROR
                       GO TO 510-EXIT
                  END-IF
             WHEN WS-WORK-LINE = 1
                  PERFORM 520-START-PIECE  THRU 520-EXIT
                  IF   SEVERE-ERROR NOT = ' '
                       GO TO 510-EXIT
                  END-IF
           END-EVALUATE
      *
           IF   NOT WS-WORK-HEADER
           AND  NOT WS-WORK-TRAILER
                SUBTRACT +1               FROM WS-PIECE-LINES-LEFT
                IF   WS-PIECE-LINES-LEFT < ZERO
                     PERFORM 590-OUT-OF-STEP THRU 590-EXIT
                     GO TO 510-EXIT
                END-IF
           END-IF
      *
           MOVE WS-WORK-DATA              TO WS-OUT-RECORD
           PERFORM 690-WRITE-OUTPUT       THRU 690-EXIT
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FIRST RECORD SAYS WHAT THE EXTRACT MADE - IT MUST BE THE
      *  MAILING THIS STEP WAS TOLD TO TRAY, AND ITS TRAY SIZE IS THE
      *  ONE THE TRAY COUNT WAS WORKED OUT FROM.
      ***************************************************************
       515-FIRST-RECORD.
      *
           IF   WS-WORK-MAILING NOT = WS-CTL-MAILING
                DISPLAY 'MBRPSORT: PSRTSRTD WAS EXTRACTED FOR '
                        'MAILING=' WS-WORK-MAILING ', NOT '
                        WS-CTL-MAILING
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 515-EXIT
           END-IF
           IF   WS-WORK-TRAY-TOTAL NOT NUMERIC
           OR   WS-WORK-TRAY-MAX NOT NUMERIC
           OR   WS-WORK-TRAY-MAX = ZERO
                PERFORM 590-OUT-OF-STEP   THRU 590-EXIT
                GO TO 515-EXIT
           END-IF
           MOVE WS-WORK-TRAY-TOTAL        TO WS-TRAY-TOTAL
           MOVE WS-WORK-TRAY-MAX          TO WS-CTL-TRAY-MAX
      *
           IF   WS-CTL-MAIL
                IF   NOT WS-WORK-HEADER
                     DISPLAY 'MBRPSORT: PSRTSRTD DOES NOT START WITH '
                             'THE MAILOUT HEADER'
                     MOVE  'Y'              TO SEVERE-ERROR
                     GO TO 515-EXIT
                END-IF
                MOVE WS-WORK-DATA         TO HDRT-HEADER-RECORD
                MOVE HDRT-HDR-FEED-ID     TO WS-MAILING-ID
           END-IF
           .
       515-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A PIECE STARTS.  A CHANGE OF LEVEL OR DESTINATION STARTS A
      *  NEW GROUP AND A NEW TRAY; A FULL TRAY STARTS A NEW ONE.
      ***************************************************************
       520-START-PIECE.
      *
           IF   WS-WORK-LEVEL NOT = '1'
           AND  WS-WORK-LEVEL NOT = '2'
           AND  WS-WORK-LEVEL NOT = '3'
                PERFORM 590-OUT-OF-STEP   THRU 590-EXIT
                GO TO 520-EXIT
           END-IF
           IF   WS-PIECE-LINES-LEFT NOT = ZERO
           OR   WS-WORK-LINE-CNT NOT NUMERIC
           OR   WS-WORK-LINE-CNT = ZERO
                PERFORM 590-OUT-OF-STEP   THRU 590-EXIT
                GO TO 520-EXIT
           END-IF
           MOVE WS-WORK-LEVEL             TO WS-LVL-DIGIT
           MOVE WS-LVL-DIGIT              TO WS-LVL-IDX
      *
           IF   WS-WORK-LEVEL NOT = WS-GROUP-LEVEL
           OR   WS-WORK-DEST NOT = WS-GROUP-DEST
                PERFORM 525-CHECK-GROUP-END THRU 525-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 520-EXIT
                END-IF
                MOVE WS-WORK-LEVEL        TO WS-GROUP-LEVEL
                MOVE WS-WORK-DEST         TO WS-GROUP-DEST
                MOVE WS-WORK-GROUP-CNT    TO WS-GROUP-REMAINING
                PERFORM 530-START-TRAY    THRU 530-EXIT
           ELSE
                IF   WS-TRAY-FILLED >= WS-TRAY-SIZE
                     PERFORM 530-START-TRAY THRU 530-EXIT
                END-IF
           END-IF
           IF   SEVERE-ERROR NOT = ' '
                GO TO 520-EXIT
           END-IF
      *
           MOVE WS-WORK-LINE-CNT          TO WS-PIECE-LINES-LEFT
           ADD  +1                        TO WS-TRAY-FILLED
           ADD  +1                        TO WS-PIECES-WRITTEN-CNT
           ADD  +1                        TO WS-LVL-PIECES (WS-LVL-IDX)
           IF   WS-WORK-SEED-FLAG = 'S'
                ADD  +1                   TO WS-LVL-SEEDS (WS-LVL-IDX)
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE GROUP BEING LEFT MUST HAVE COME OUT AT EXACTLY THE COUNT
      *  IT WAS STAMPED WITH, AND ITS LAST PIECE WITH ALL ITS LINES.
      ***************************************************************
       525-CHECK-GROUP-END.
      *
           IF   WS-TRAY-CNT > ZERO
                IF   WS-GROUP-REMAINING NOT = ZERO
                OR   WS-TRAY-FILLED NOT = WS-TRAY-SIZE
                OR   WS-PIECE-LINES-LEFT NOT = ZERO
                     PERFORM 590-OUT-OF-STEP THRU 590-EXIT
                END-IF
           END-IF
           .
       525-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A NEW TRAY TAKES A FULL TRAY OR WHAT IS LEFT OF THE GROUP.
      ***************************************************************
       530-START-TRAY.
      *
           IF   WS-GROUP-REMAINING <= ZERO
           OR   WS-TRAY-CNT >= WS-TRAY-TOTAL
                PERFORM 590-OUT-OF-STEP   THRU 590-EXIT
                GO TO 530-EXIT
           END-IF
      *
           IF   WS-GROUP-REMAINING > WS-CTL-TRAY-MAX
                MOVE WS-CTL-TRAY-MAX      TO WS-TRAY-SIZE
           ELSE
                MOVE WS-GROUP-REMAINING   TO WS-TRAY-SIZE
           END-IF
           SUBTRACT WS-TRAY-SIZE          FROM WS-GROUP-REMAINING
           ADD  +1                        TO WS-TRAY-CNT
           ADD  +1                        TO WS-LVL-TRAYS (WS-LVL-IDX)
           MOVE +0                        TO WS-TRAY-FILLED
           PERFORM 540-WRITE-TRAY-BREAK   THRU 540-EXIT
           .
       530-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE TRAY BREAK RECORD AND ITS LABEL.  A MAILOUT GETS THE
      *  GVBCPSRT RECORD ITSELF; CORRSORT GETS IT PRINTED AS A
      *  SEPARATOR PAGE.  THE LABEL TAKES ITS CITY AND STATE FROM
      *  THE TRAY'S FIRST PIECE.
      ***************************************************************
       540-WRITE-TRAY-BREAK.
      *
           MOVE SPACES                    TO PSRT-TRAY-RECORD
           MOVE 'TRY '                    TO PSRT-TRY-ID
           MOVE WS-TRAY-CNT               TO PSRT-TRY-SEQ
           MOVE WS-TRAY-TOTAL             TO PSRT-TRY-OF-CNT
           MOVE WS-LVL-CODE (WS-LVL-IDX)  TO PSRT-TRY-LEVEL
           MOVE WS-GROUP-DEST             TO PSRT-TRY-DEST-ZIP
           MOVE WS-TRAY-SIZE              TO PSRT-TRY-PIECE-CNT
           MOVE WS-MAILING-ID             TO PSRT-TRY-MAILING-ID
      *
           EVALUATE TRUE
             WHEN PSRT-LEVEL-5DIG
                  STRING WS-WORK-CITY      DELIMITED BY '  '
                         ' '               DELIMITED BY SIZE
                         WS-WORK-STATE     DELIMITED BY SIZE
                         ' '               DELIMITED BY SIZE
                         WS-GROUP-DEST     DELIMITED BY SIZE
                    INTO PSRT-TRY-LABEL-DEST
             WHEN PSRT-LEVEL-3DIG
                  STRING 'SCF '            DELIMITED BY SIZE
                         WS-WORK-STATE     DELIMITED BY SIZE
                         ' '               DELIMITED BY SIZE
                         WS-GROUP-DEST (1:3)
                                           DELIMITED BY SIZE
                    INTO PSRT-TRY-LABEL-DEST
             WHEN OTHER
                  MOVE 'MIXED ADC'        TO PSRT-TRY-LABEL-DEST
           END-EVALUATE
           STRING WS-CLASS-CODE            DELIMITED BY SIZE
                  ' LTR '                  DELIMITED BY SIZE
                  WS-LVL-CONTENT (WS-LVL-IDX)
                                           DELIMITED BY SIZE
             INTO PSRT-TRY-LABEL-CONTENT
      *
           IF   WS-CTL-MAIL
                MOVE PSRT-TRAY-RECORD     TO WS-OUT-RECORD
                PERFORM 690-WRITE-OUTPUT  THRU 690-EXIT
                GO TO 540-EXIT
           END-IF
      *
           MOVE PSRT-TRY-SEQ              TO WS-LBL-SEQ
           MOVE PSRT-TRY-OF-CNT           TO WS-LBL-OF-CNT
           MOVE PSRT-TRY-LEVEL            TO WS-LBL-LEVEL
           MOVE '1'                       TO WS-PRT-ASA
           MOVE WS-LBL-BANNER-LINE        TO WS-PRT-TEXT
           MOVE WS-PRINT-LINE             TO WS-OUT-RECORD
           PERFORM 690-WRITE-OUTPUT       THRU 690-EXIT
      *
           MOVE ' '                       TO WS-PRT-ASA
           MOVE PSRT-TRY-LABEL-DEST       TO WS-PRT-TEXT
           MOVE WS-PRINT-LINE             TO WS-OUT-RECORD
           PERFORM 690-WRITE-OUTPUT       THRU 690-EXIT
      *
           MOVE PSRT-TRY-LABEL-CONTENT    TO WS-PRT-TEXT
           MOVE WS-PRINT-LINE             TO WS-OUT-RECORD
           PERFORM 690-WRITE-OUTPUT       THRU 690-EXIT
      *
           MOVE PSRT-TRY-PIECE-CNT        TO WS-LBL-PIECES
           MOVE WS-MAILING-ID             TO WS-LBL-MAILING
           MOVE WS-LBL-COUNT-LINE         TO WS-PRT-TEXT
           MOVE WS-PRINT-LINE             TO WS-OUT-RECORD
           PERFORM 690-WRITE-OUTPUT       THRU 690-EXIT
           .
       540-EXIT.
           EXIT.
      *
      *
       590-OUT-OF-STEP.
      *
           MOVE WS-WORK-READ-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPSORT: PSRTSRTD DOES NOT MATCH THE COUNTS THE '
                   'EXTRACT STAMPED, AT RECORD ' WS-DISPLAY-MASK-1
                   ' - RERUN THE EXTRACT AND SORT'
           MOVE  'Y'                        TO SEVERE-ERROR
           .
       590-EXIT.
           EXIT.
      *
      *
       690-WRITE-OUTPUT.
      *
           MOVE TP90-VALUE-WRITE          TO TP90O-FUNCTION-CODE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-OUT-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPSORT: ERROR WRITING ' TP90O-DDNAME
                        ' RC = ' TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                   TO WS-RECORDS-WRITTEN-CNT
           END-IF
           .
       690-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE POSTAGE STATEMENT - TRAYS, PIECES AND SEEDS AT EACH
      *  RATE LEVEL, AND THE MAILING TOTAL.
      ***************************************************************
       700-WRITE-STATEMENT.
      *
           MOVE WS-MAILING-ID             TO WS-RPT-TITLE-MAILING
           MOVE WS-CLASS-CODE             TO WS-RPT-TITLE-CLASS
           MOVE WS-RUN-DATE               TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 790-WRITE-RPT-LINE     THRU 790-EXIT
           MOVE WS-RPT-HEADING-LINE       TO WS-RPT-LINE
           PERFORM 790-WRITE-RPT-LINE     THRU 790-EXIT
      *
           MOVE +0                        TO WS-TOTAL-TRAYS
                                             WS-TOTAL-PIECES
                                             WS-TOTAL-SEEDS
           MOVE +0                        TO WS-LVL-IDX
           PERFORM 710-WRITE-ONE-LEVEL    THRU 710-EXIT
                   UNTIL WS-LVL-IDX >= +3
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE 'TOTAL'                   TO WS-RPT-LEVEL
           MOVE WS-TOTAL-TRAYS            TO WS-RPT-TRAYS
           MOVE WS-TOTAL-PIECES           TO WS-RPT-PIECES
           MOVE WS-TOTAL-SEEDS            TO WS-RPT-SEEDS
           MOVE WS-RPT-DETAIL-LINE        TO WS-RPT-LINE
           PERFORM 790-WRITE-RPT-LINE     THRU 790-EXIT
           .
       700-EXIT.
           EXIT.
      *
      *
       710-WRITE-ONE-LEVEL.
      *
           ADD  +1                        TO WS-LVL-IDX
           MOVE WS-LVL-NAME (WS-LVL-IDX)  TO WS-RPT-LEVEL
           MOVE WS-LVL-TRAYS (WS-LVL-IDX) TO WS-RPT-TRAYS
           MOVE WS-LVL-PIECES (WS-LVL-IDX) TO WS-RPT-PIECES
           MOVE WS-LVL-SEEDS (WS-LVL-IDX) TO WS-RPT-SEEDS
           MOVE WS-RPT-DETAIL-LINE        TO WS-RPT-LINE
           PERFORM 790-WRITE-RPT-LINE     THRU 790-EXIT
           ADD  WS-LVL-TRAYS (WS-LVL-IDX) TO WS-TOTAL-TRAYS
           ADD  WS-LVL-PIECES (WS-LVL-IDX) TO WS-TOTAL-PIECES
           ADD  WS-LVL-SEEDS (WS-LVL-IDX) TO WS-TOTAL-SEEDS
           .
       710-EXIT.
           EXIT.
      *
      *
       790-WRITE-RPT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPSORT: ERROR WRITING PSTGRPT RC = '
                        TP90P-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       790-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90I-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90I-FUNCTION-CODE
                CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                      WS-WORK-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90X-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      PSRT-INDEX-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90O-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90O-FUNCTION-CODE
                CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                      WS-OUT-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           IF   WS-CTL-MODE-EXTRACT
                MOVE WS-RECORDS-READ-CNT  TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1
                        ' RECORDS READ'
                MOVE WS-PCE-CNT           TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1
                        ' PIECES COUNTED'
                MOVE WS-SEED-CNT          TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1
                        ' OF THEM SEEDS'
                MOVE WS-TRAY-TOTAL        TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1
                        ' TRAYS NEEDED'
                MOVE WS-WORK-WRITTEN-CNT  TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1
                        ' PSRTWORK RECORDS WRITTEN'
           ELSE
                MOVE WS-WORK-READ-CNT     TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1
                        ' PSRTSRTD RECORDS READ'
                MOVE WS-TRAY-CNT          TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1 ' TRAYS'
                MOVE WS-PIECES-WRITTEN-CNT TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1
                        ' PIECES WRITTEN'
                MOVE WS-RECORDS-WRITTEN-CNT TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRPSORT: ' WS-DISPLAY-MASK-1
                        ' RECORDS WRITTEN'
           END-IF
           .
       9900-EXIT.
           EXIT.
