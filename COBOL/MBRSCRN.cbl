       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRSCRN.
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
      ** DESCRIPTION: SANCTIONS AND WATCH-LIST SCREENING OF CUSTOMER   *
      **              NAMES.  EACH ENTRY OF THE PUBLISHED LIST ON      *
      **              LISTIN (GVBCSCRN) IS ENCODED THROUGH MBRPHONC    *
      **              AND MATCHED AGAINST THE CUSTOMERS WITH THE SAME  *
      **              PHONETIC CODE, WITH THE CUSTLGNV LEGAL NAME, THE *
      **              STATE AND THE CITY CONFIRMING THE MATCH.  EVERY  *
      **              CANDIDATE IS SCORED (SEE GVBCSCRN) AND ONE AT OR *
      **              ABOVE MINSCORE IS RECORDED ON THE SCRNHITV KSDS  *
      **              AS A PENDING HIT FOR COMPLIANCE TO DISPOSE OF    *
      **              THROUGH THE MSCR TRANSACTION (MBRCSCRN).         *
      **                                                               *
      **              A HIT ALREADY DISPOSED OF AS A FALSE POSITIVE IS *
      **              SUPPRESSED FOR AS LONG AS THE LIST ENTRY STILL   *
      **              MATCHES THE SNAPSHOT TAKEN WITH IT; A CHANGED    *
      **              ENTRY REOPENS THE HIT AS PENDING.  ONLY NEW AND  *
      **              REOPENED HITS ARE LISTED ON THE SCREENING        *
      **              REGISTER.                                        *
      **                                                               *
      **              MODE=FULL SCREENS THE WHOLE BOOK THROUGH THE     *
      **              PHONIDXV INDEX.  MODE=NEW SCREENS ONLY THE       *
      **              CUSTOMERS MLOADVS AND MBRMQAPL HAVE QUEUED ON    *
      **              SCRNQUE SINCE THE LAST RUN, ENCODING THEM        *
      **              STRAIGHT FROM CUSTNAMV/CUSTLGNV SO THEY ARE      *
      **              SCREENED THE SAME DAY, BEFORE THE NEXT INDEX     *
      **              REBUILD; THE SCREENED ENTRIES ARE THEN DELETED   *
      **              FROM THE QUEUE.                                  *
      **                                                               *
      **              CONTROL CARD KEYWORDS (ALL OPTIONAL):            *
      **                MODE=FULL|NEW   WHOLE BOOK OR QUEUE   (FULL)   *
      **                MINSCORE=NNN    LOWEST SCORE RECORDED  (065)   *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRPHONC - PHONETIC ENCODER                   *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   PUBLISHED WATCH LIST        (DDNAME=LISTIN)    *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                PHONETIC INDEX (FULL MODE)  (DDNAME=PHONIDXV)  *
      **                VSAM CUSTNAME (NEW MODE)    (DDNAME=CUSTNAMV)  *
      **                LEGAL-NAME CHILD (OPTIONAL) (DDNAME=CUSTLGNV)  *
      **                                                               *
      ** I-O FILES:     SCREENING HIT CLUSTER       (DDNAME=SCRNHITV)  *
      **                SCREENING QUEUE (NEW MODE)  (DDNAME=SCRNQUE)   *
      **                                                               *
      ** OUTPUT FILES:  SCREENING REGISTER          (DDNAME=SCRNRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - NEW OR REOPENED HITS AWAIT DISPOSITION    *
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
       01  WS-MBRPHONC                 PIC X(08)  VALUE 'MBRPHONC'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
      *      THE NAME AND THE LEGAL NAME ARE HELD PROTECTED (SEE
      *      GVBCPIIK) AND ARE REVEALED UNDER THE ACTIVE KEY TO ENCODE
      *      AND SCORE.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-SCRNHITV-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-SCRNHITV-ENQ-HELD               VALUE 'Y'.
       01  WS-CAND-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-CAND-EOF                        VALUE 'Y'.
       01  WS-QUEUE-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-QUEUE-EOF                       VALUE 'Y'.
       01  WS-HIT-REOPENED-SW          PIC X(01)  VALUE 'N'.
           88  WS-HIT-REOPENED                    VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-REJECTED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-CANDIDATE-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-BELOW-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-NEW-HIT-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-REOPENED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-REPEAT-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-SUPPRESSED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-GONE-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-NO-LETTERS-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-DEQUEUED-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE CONTROL CARD SETTINGS.  THE DEFAULT MINSCORE RECORDS A
      *  PHONETIC MATCH ONLY WHEN SOMETHING ELSE - THE STATE, THE
      *  CITY OR THE EXACT NAME - CONFIRMS IT.
      *****************************************************************
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-MODE                 PIC X(04)  VALUE 'FULL'.
           88  WS-CTL-MODE-FULL                   VALUE 'FULL'.
           88  WS-CTL-MODE-NEW                    VALUE 'NEW '.
       01  WS-CTL-MIN-SCORE            PIC 9(03)  VALUE 065.
      *
       01  WS-UPPER-FOLD.
           05  WS-FOLD-LOWER           PIC X(26)  VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WS-FOLD-UPPER           PIC X(26)  VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *****************************************************************
      *  THE CUSTOMER BEING SCORED AGAINST THE CURRENT LIST ENTRY,
      *  FROM A PHONIDXV ROW (FULL MODE) OR THE QUEUED-CUSTOMER
      *  TABLE (NEW MODE).
      *****************************************************************
       01  WS-CAND-KEY-ID              PIC X(10)  VALUE SPACES.
       01  WS-CAND-STATE               PIC X(02)  VALUE SPACES.
       01  WS-CAND-CITY                PIC X(13)  VALUE SPACES.
       01  WS-CAND-NAME                PIC X(20)  VALUE SPACES.
       01  WS-CAND-LEGAL-NAME          PIC X(60)  VALUE SPACES.
      *
       01  WS-SCORE                    PIC 9(03)  VALUE ZEROES.
       01  WS-NAME-MATCH               PIC X(01)  VALUE 'N'.
       01  WS-STATE-MATCH              PIC X(01)  VALUE 'N'.
       01  WS-CITY-MATCH               PIC X(01)  VALUE 'N'.
      *
       01  WS-ENTRY-SNAPSHOT.
           05  WS-SNAP-NAME            PIC X(60).
           05  WS-SNAP-CITY            PIC X(13).
           05  WS-SNAP-STATE           PIC X(02).
           05  WS-SNAP-CNTRY-CD        PIC X(03).
      *
      *****************************************************************
      *  NEW MODE - THE QUEUED KEYS AS READ (ALL OF THEM ARE DELETED
      *  FROM SCRNQUE ONCE THE LIST PASS ENDS CLEAN) AND THE QUEUED
      *  CUSTOMERS STILL ON CUSTNAMV, ENCODED ONCE UP FRONT SO THE
      *  LIST IS READ ONLY ONE TIME.  A QUEUE LONGER THAN THE TABLE
      *  IS WORKED OFF OVER SUCCESSIVE RUNS.
      *****************************************************************
       01  WS-QUEUE-MAX                PIC S9(04) COMP VALUE +2000.
       01  WS-QUEUE-KEY-CNT            PIC S9(04) COMP VALUE +0.
       01  WS-QK-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-QUEUE-KEY-TABLE.
           05  WS-QUEUE-KEY            OCCURS 2000 TIMES
                                       PIC X(10).
      *
       01  WS-NEW-CUST-CNT             PIC S9(04) COMP VALUE +0.
       01  WS-NC-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-NEW-CUST-TABLE.
           05  WS-NEW-CUST             OCCURS 2000 TIMES.
               10  WS-NC-KEY-ID        PIC X(10).
               10  WS-NC-CODE          PIC X(08).
               10  WS-NC-STATE         PIC X(02).
               10  WS-NC-CITY          PIC X(13).
               10  WS-NC-NAME          PIC X(20).
               10  WS-NC-LEGAL-NAME    PIC X(60).
      *
      *****************************************************************
      *  SCREENING REGISTER - ONE HEADER, ONE LINE PER NEW OR
      *  REOPENED HIT.
      *****************************************************************
       01  WS-RPT-HEADER-LINE.
           05  FILLER                  PIC X(38)  VALUE
               'MBRSCRN - WATCH-LIST SCREENING, MODE '.
           05  WS-RPT-HDR-MODE         PIC X(04).
           05  FILLER                  PIC X(10)  VALUE
               ' ON CYCLE '.
           05  WS-RPT-HDR-DATE         PIC 9(08).
           05  FILLER                  PIC X(63)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ENTRY-ID         PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-LIST-SOURCE      PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SCORE            PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-NAME-MATCH       PIC X(01).
           05  WS-RPT-STATE-MATCH      PIC X(01).
           05  WS-RPT-CITY-MATCH       PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CUST-NAME        PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-LIST-NAME        PIC X(40).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ACTION           PIC X(24).
      *
       COPY GVBCSCRN.
       COPY GVBCSCRQ.
       COPY GVBCPHON.
       COPY GVBCCHLD.
       COPY GVBCRUNC.
       COPY GVBCKWRD.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
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
           MOVE 'MBRSCRN '                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
      *      THE HIT CLUSTER IS SHARED WITH THE MSCR DISPOSITION
      *      SCREEN, SO THE RUN HOLDS ITS OWN QNAME RATHER THAN
      *      CUSTNAMV'S.
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'SCRNHITV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                SET  WS-SCRNHITV-ENQ-HELD   TO TRUE
                DISPLAY 'MBRSCRN: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, SCRNHITV'
      *
                PERFORM 200-WRITE-RPT-HEADER  THRU 200-EXIT
                IF   WS-CTL-MODE-NEW
                     PERFORM 250-LOAD-NEW-CUSTOMERS THRU 250-EXIT
                END-IF
                PERFORM 300-SCREEN-ONE-ENTRY  THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
                IF   WS-CTL-MODE-NEW
                AND  SEVERE-ERROR = ' '
                     PERFORM 700-CLEAR-QUEUE  THRU 700-EXIT
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
           MOVE 'MBRSCRN '                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-NEW-HIT-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-REJECTED-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-NEW-HIT-CNT > ZERO
             OR   WS-REOPENED-CNT > ZERO
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
      *  READ THE CONTROL CARD AND OPEN THE FILES THE MODE NEEDS.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRSCRN '             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +2                     TO KWRD-ENTRY-COUNT
           MOVE 'MODE'                 TO KWRD-NAME (1)
           MOVE 'FULL'                 TO KWRD-VALUE (1)
           MOVE 'FULL NEW'             TO KWRD-ALLOWED (1)
           MOVE 'MINSCORE'             TO KWRD-NAME (2)
           MOVE '065'                  TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (1)
                                          KWRD-SOURCE (2)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (2) (1:3) NOT NUMERIC
             OR   KWRD-VALUE (2) (4:1) NOT = SPACE
                  DISPLAY 'MBRSCRN: MINSCORE MUST BE THREE DIGITS'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:4)  TO WS-CTL-MODE
                  MOVE KWRD-VALUE (2) (1:3)  TO WS-CTL-MIN-SCORE
           END-EVALUATE
           DISPLAY 'MBRSCRN: MODE ' WS-CTL-MODE
                   ', MINIMUM SCORE ' WS-CTL-MIN-SCORE
      *
           IF   WS-CTL-MODE-FULL
                PERFORM 110-OPEN-FULL-MODE THRU 110-EXIT
           ELSE
                PERFORM 120-OPEN-NEW-MODE  THRU 120-EXIT
           END-IF
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
      *      THE LEGAL-NAME CLUSTER IS OPTIONAL - WITHOUT IT ONLY THE
      *      PARENT'S 20-BYTE NAME CAN CONFIRM AN EXACT NAME MATCH.
           SET  TP90L-ANCHOR              TO NULL
           MOVE 'CUSTLGNV'                TO TP90L-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90L-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90L-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90L-FILE-MODE
           MOVE SPACES                    TO TP90L-RETURN-CODE
           MOVE +0                        TO TP90L-VSAM-RETURN-CODE
           MOVE +0                        TO TP90L-RECORD-LENGTH
           MOVE SPACES                    TO TP90L-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN: NO CUSTLGNV DD ALLOCATED, PARENT '
                        'NAMES ONLY'
                SET  TP90L-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90H-ANCHOR              TO NULL
           MOVE 'SCRNHITV'                TO TP90H-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90H-FILE-MODE
           MOVE SPACES                    TO TP90H-RETURN-CODE
           MOVE +0                        TO TP90H-VSAM-RETURN-CODE
           MOVE +0                        TO TP90H-RECORD-LENGTH
           MOVE SPACES                    TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN DD: SCRNHITV, GVBTP90 FAILED, '
                        'RET CD = ' TP90H-RETURN-CODE
                SET  TP90H-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90H-DDNAME
      *
           SET  TP90W-ANCHOR              TO NULL
           MOVE 'LISTIN  '                TO TP90W-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90W-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90W-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90W-FILE-MODE
           MOVE SPACES                    TO TP90W-RETURN-CODE
           MOVE +0                        TO TP90W-VSAM-RETURN-CODE
           MOVE LENGTH OF WLST-RECORD     TO TP90W-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90W-RECFM
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                 WLST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90W-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN DD: LISTIN, GVBTP90 FAILED, '
                        'RET CD = ' TP90W-RETURN-CODE
                SET  TP90W-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'SCRNRPT '                TO TP90R-DDNAME
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
                DISPLAY 'MBRSCRN DD: SCRNRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FULL MODE - THE CANDIDATES COME FROM THE PHONETIC INDEX.
      ***************************************************************
       110-OPEN-FULL-MODE.
      *
           SET  TP90P-ANCHOR              TO NULL
           SET  TP90Q-ANCHOR              TO NULL
           SET  TP90-ANCHOR               TO NULL
           MOVE 'PHONIDXV'                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE +0                        TO TP90P-RECORD-LENGTH
           MOVE SPACES                    TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PHON-RECORD,
                                 PHON-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN DD: PHONIDXV, GVBTP90 FAILED, '
                        'RET CD = ' TP90P-RETURN-CODE
                SET  TP90P-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 110-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90P-DDNAME
           .
       110-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NEW MODE - THE CANDIDATES ARE THE QUEUED CUSTOMERS, READ
      *  FROM CUSTNAMV.
      ***************************************************************
       120-OPEN-NEW-MODE.
      *
           SET  TP90P-ANCHOR              TO NULL
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
                DISPLAY 'MBRSCRN DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 120-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90Q-ANCHOR              TO NULL
           MOVE 'SCRNQUE '                TO TP90Q-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90Q-FILE-MODE
           MOVE SPACES                    TO TP90Q-RETURN-CODE
           MOVE +0                        TO TP90Q-VSAM-RETURN-CODE
           MOVE +0                        TO TP90Q-RECORD-LENGTH
           MOVE SPACES                    TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN DD: SCRNQUE, GVBTP90 FAILED, '
                        'RET CD = ' TP90Q-RETURN-CODE
                SET  TP90Q-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 120-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90Q-DDNAME
           .
       120-EXIT.
           EXIT.
      *
      *
       200-WRITE-RPT-HEADER.
      *
           MOVE WS-CTL-MODE               TO WS-RPT-HDR-MODE
           MOVE WS-TODAY-CCYYMMDD         TO WS-RPT-HDR-DATE
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 TP90-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN: ERROR WRITING SCRNRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NEW MODE - LOAD THE QUEUED CUSTOMERS, EACH ENCODED THE WAY
      *  MBRPHONB ENCODES IT FOR THE INDEX.  NOTHING QUEUED MEANS
      *  THERE IS NOTHING TO READ THE LIST FOR.
      ***************************************************************
       250-LOAD-NEW-CUSTOMERS.
      *
           MOVE 'N'                       TO WS-QUEUE-EOF-SW
           MOVE LOW-VALUES                TO SCRQ-RECORD-KEY
           MOVE LENGTH OF SCRQ-RECORD     TO TP90Q-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90Q-RECFM
           MOVE TP90-VALUE-START-BROWSE   TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-QUEUE-EOF          TO TRUE
           END-IF
      *
           PERFORM 260-LOAD-ONE-QUEUED    THRU 260-EXIT
                   UNTIL WS-QUEUE-EOF
                      OR WS-QUEUE-KEY-CNT >= WS-QUEUE-MAX
                      OR SEVERE-ERROR NOT = ' '
      *
           IF   NOT WS-QUEUE-EOF
           AND  SEVERE-ERROR = ' '
                DISPLAY 'MBRSCRN: QUEUE TABLE FULL, THE REST OF '
                        'SCRNQUE IS LEFT FOR THE NEXT RUN'
           END-IF
           IF   WS-NEW-CUST-CNT = ZERO
                DISPLAY 'MBRSCRN: NO QUEUED CUSTOMERS TO SCREEN'
                MOVE 'Y'                   TO EOF-FLAG
           END-IF
           .
       250-EXIT.
           EXIT.
      *
      *
       260-LOAD-ONE-QUEUED.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-QUEUE-EOF          TO TRUE
                GO TO 260-EXIT
           END-IF
      *
           ADD  +1                        TO WS-QUEUE-KEY-CNT
           MOVE SCRQ-KEY-ID               TO
                WS-QUEUE-KEY (WS-QUEUE-KEY-CNT)
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE LENGTH OF TP90-RECORD-AREA
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SCRQ-KEY-ID               TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  ADD  +1                  TO WS-GONE-CNT
                  GO TO 260-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSCRN DD: CUSTNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 260-EXIT
           END-EVALUATE
      *
           MOVE TP90-CUST-KEY-ID          TO WS-CAND-KEY-ID
           SET  PIIC-IMAGE-PARENT         TO TRUE
           PERFORM 375-REVEAL-IMAGE       THRU 375-EXIT
           IF   SEVERE-ERROR = ' '
                PERFORM 370-LOCATE-LEGAL-NAME THRU 370-EXIT
           END-IF
           IF   SEVERE-ERROR NOT = ' '
                GO TO 260-EXIT
           END-IF
      *
           SET  PHON-FCN-ENCODE-SURNAME   TO TRUE
           MOVE SPACES                    TO PHON-NAME-IN
           IF   WS-CAND-LEGAL-NAME NOT = SPACES
                MOVE WS-CAND-LEGAL-NAME   TO PHON-NAME-IN
           ELSE
                MOVE TP90-CUST-NAME       TO PHON-NAME-IN
           END-IF
           CALL WS-MBRPHONC USING PHON-ENCODE-PARMS
           IF   PHON-RET-NO-LETTERS
                ADD  +1                   TO WS-NO-LETTERS-CNT
                GO TO 260-EXIT
           END-IF
      *
           ADD  +1                        TO WS-NEW-CUST-CNT
           MOVE TP90-CUST-KEY-ID          TO
                WS-NC-KEY-ID (WS-NEW-CUST-CNT)
           MOVE PHON-CODE-OUT             TO
                WS-NC-CODE (WS-NEW-CUST-CNT)
           MOVE TP90-CUST-STATE           TO
                WS-NC-STATE (WS-NEW-CUST-CNT)
           MOVE TP90-CUST-CITY            TO
                WS-NC-CITY (WS-NEW-CUST-CNT)
           MOVE TP90-CUST-NAME            TO
                WS-NC-NAME (WS-NEW-CUST-CNT)
           MOVE WS-CAND-LEGAL-NAME        TO
                WS-NC-LEGAL-NAME (WS-NEW-CUST-CNT)
           .
       260-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE LIST ENTRY, ENCODE ITS NAME AND SCORE EVERY
      *  CUSTOMER CARRYING THE SAME PHONETIC CODE.
      ***************************************************************
       300-SCREEN-ONE-ENTRY.
      *
           MOVE TP90-VALUE-READ           TO TP90W-FUNCTION-CODE
           MOVE SPACES                    TO WLST-RECORD
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                 WLST-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90W-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90W-DDNAME
                  GO TO 300-EXIT
             WHEN TP90W-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSCRN DD: LISTIN, GVBTP90 FAILED, '
                          'RET CD = ' TP90W-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
      *
      *      LISTS ARE PUBLISHED IN MIXED CASE; CUSTNAMV IS UPPER.
           INSPECT WLST-NAME  CONVERTING WS-FOLD-LOWER
                                      TO WS-FOLD-UPPER
           INSPECT WLST-CITY  CONVERTING WS-FOLD-LOWER
                                      TO WS-FOLD-UPPER
           INSPECT WLST-STATE CONVERTING WS-FOLD-LOWER
                                      TO WS-FOLD-UPPER
      *
           IF   WLST-ENTRY-ID = SPACES
           OR   WLST-NAME = SPACES
                DISPLAY 'MBRSCRN: LIST ENTRY ' RECORD-CNT
                        ' HAS NO ENTRY ID OR NAME - SKIPPED'
                ADD  +1                   TO WS-REJECTED-CNT
                GO TO 300-EXIT
           END-IF
      *
           SET  PHON-FCN-ENCODE-SURNAME   TO TRUE
           MOVE WLST-NAME                 TO PHON-NAME-IN
           CALL WS-MBRPHONC USING PHON-ENCODE-PARMS
           IF   PHON-RET-NO-LETTERS
                DISPLAY 'MBRSCRN: LIST ENTRY ' WLST-ENTRY-ID
                        ' NAME HAS NO LETTERS - SKIPPED'
                ADD  +1                   TO WS-REJECTED-CNT
                GO TO 300-EXIT
           END-IF
      *
           MOVE WLST-NAME                 TO WS-SNAP-NAME
           MOVE WLST-CITY                 TO WS-SNAP-CITY
           MOVE WLST-STATE                TO WS-SNAP-STATE
           MOVE WLST-CNTRY-CD             TO WS-SNAP-CNTRY-CD
      *
           IF   WS-CTL-MODE-NEW
                PERFORM 400-SCAN-NEW-CUSTOMERS THRU 400-EXIT
           ELSE
                PERFORM 350-BROWSE-PHON-INDEX  THRU 350-EXIT
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FULL MODE - BROWSE THE INDEX ROWS FOR THE CODE, WITHIN THE
      *  ENTRY'S STATE WHEN THE LIST GIVES ONE, ACROSS ALL STATES
      *  WHEN IT DOES NOT.
      ***************************************************************
       350-BROWSE-PHON-INDEX.
      *
           MOVE 'N'                       TO WS-CAND-EOF-SW
           MOVE LOW-VALUES                TO PHON-RECORD-KEY
           MOVE PHON-CODE-OUT             TO PHON-CODE
           IF   WLST-STATE NOT = SPACES
                MOVE WLST-STATE           TO PHON-STATE
           END-IF
           MOVE LENGTH OF PHON-RECORD     TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           MOVE TP90-VALUE-START-BROWSE   TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PHON-RECORD,
                                 PHON-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CAND-EOF          TO TRUE
           END-IF
           PERFORM 360-NEXT-INDEX-ROW     THRU 360-EXIT
                   UNTIL WS-CAND-EOF
                      OR SEVERE-ERROR NOT = ' '
           .
       350-EXIT.
           EXIT.
      *
      *
       360-NEXT-INDEX-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PHON-RECORD,
                                 PHON-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  SET  WS-CAND-EOF        TO TRUE
             WHEN PHON-CODE NOT = PHON-CODE-OUT
                  SET  WS-CAND-EOF        TO TRUE
             WHEN WLST-STATE NOT = SPACES
              AND PHON-STATE NOT = WLST-STATE
                  SET  WS-CAND-EOF        TO TRUE
             WHEN OTHER
                  MOVE PHON-KEY-ID        TO WS-CAND-KEY-ID
                  MOVE PHON-STATE         TO WS-CAND-STATE
                  MOVE PHON-CITY          TO WS-CAND-CITY
                  MOVE PHON-NAME          TO WS-CAND-NAME
                  PERFORM 370-LOCATE-LEGAL-NAME THRU 370-EXIT
                  IF   SEVERE-ERROR = ' '
                       PERFORM 500-SCORE-CANDIDATE THRU 500-EXIT
                  END-IF
           END-EVALUATE
           .
       360-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CANDIDATE'S FULL LEGAL NAME FROM ITS 'NAM' CHILD, OR
      *  SPACES WHEN IT HAS NONE.
      ***************************************************************
       370-LOCATE-LEGAL-NAME.
      *
           MOVE SPACES                    TO WS-CAND-LEGAL-NAME
           IF   TP90L-ANCHOR = NULL
                GO TO 370-EXIT
           END-IF
      *
           MOVE 'CUSTLGNV'                TO TP90L-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90L-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90L-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90L-FILE-MODE
           MOVE +96                       TO TP90L-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90L-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           MOVE WS-CAND-KEY-ID
             TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'NAM01'                   TO CUST-CHILD-RECORD-KEY(11:5)
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 370-EXIT
           END-IF
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 375-REVEAL-IMAGE       THRU 375-EXIT
           IF   SEVERE-ERROR = ' '
                MOVE CUST-NAM-LEGAL-NAME  TO WS-CAND-LEGAL-NAME
           END-IF
           .
       370-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE PARENT OR THE LEGAL-NAME CHILD UNDER THE ACTIVE
      *  KEY; PIIC-IMAGE-TYPE IS SET BY THE CALLER.
      ***************************************************************
       375-REVEAL-IMAGE.
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
                DISPLAY 'MBRSCRN: PERSONAL DATA KEY ERROR, KEY '
                        WS-CAND-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       375-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NEW MODE - SCAN THE QUEUED-CUSTOMER TABLE FOR THE CODE,
      *  HOLDING TO THE ENTRY'S STATE THE WAY THE INDEX BROWSE DOES.
      ***************************************************************
       400-SCAN-NEW-CUSTOMERS.
      *
           PERFORM 410-CHECK-ONE-NEW-CUST THRU 410-EXIT
                   VARYING WS-NC-IDX FROM 1 BY 1
                     UNTIL WS-NC-IDX > WS-NEW-CUST-CNT
                        OR SEVERE-ERROR NOT = ' '
           .
       400-EXIT.
           EXIT.
      *
      *
       410-CHECK-ONE-NEW-CUST.
      *
           IF   WS-NC-CODE (WS-NC-IDX) NOT = PHON-CODE-OUT
                GO TO 410-EXIT
           END-IF
           IF   WLST-STATE NOT = SPACES
           AND  WS-NC-STATE (WS-NC-IDX) NOT = WLST-STATE
                GO TO 410-EXIT
           END-IF
      *
           MOVE WS-NC-KEY-ID (WS-NC-IDX)  TO WS-CAND-KEY-ID
           MOVE WS-NC-STATE (WS-NC-IDX)   TO WS-CAND-STATE
           MOVE WS-NC-CITY (WS-NC-IDX)    TO WS-CAND-CITY
           MOVE WS-NC-NAME (WS-NC-IDX)    TO WS-CAND-NAME
           MOVE WS-NC-LEGAL-NAME (WS-NC-IDX)
                                          TO WS-CAND-LEGAL-NAME
           PERFORM 500-SCORE-CANDIDATE    THRU 500-EXIT
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SCORE ONE CANDIDATE - 50 FOR THE CODE, 20 FOR AN EXACT NAME
      *  (LEGAL NAME, OR THE PARENT NAME FOR A SHORT LISTED NAME),
      *  15 EACH FOR A CONFIRMING STATE AND CITY.
      ***************************************************************
       500-SCORE-CANDIDATE.
      *
           ADD  +1                        TO WS-CANDIDATE-CNT
           INSPECT WS-CAND-NAME       CONVERTING WS-FOLD-LOWER
                                              TO WS-FOLD-UPPER
           INSPECT WS-CAND-LEGAL-NAME CONVERTING WS-FOLD-LOWER
                                              TO WS-FOLD-UPPER
           INSPECT WS-CAND-CITY       CONVERTING WS-FOLD-LOWER
                                              TO WS-FOLD-UPPER
      *
           MOVE 50                        TO WS-SCORE
           MOVE 'N'                       TO WS-NAME-MATCH
                                             WS-STATE-MATCH
                                             WS-CITY-MATCH
           IF   (WS-CAND-LEGAL-NAME NOT = SPACES
           AND   WLST-NAME = WS-CAND-LEGAL-NAME)
           OR   WLST-NAME = WS-CAND-NAME
                ADD  20                   TO WS-SCORE
                MOVE 'Y'                  TO WS-NAME-MATCH
           END-IF
           IF   WLST-STATE NOT = SPACES
           AND  WLST-STATE = WS-CAND-STATE
                ADD  15                   TO WS-SCORE
                MOVE 'Y'                  TO WS-STATE-MATCH
           END-IF
           IF   WLST-CITY NOT = SPACES
           AND  WLST-CITY = WS-CAND-CITY
                ADD  15                   TO WS-SCORE
                MOVE 'Y'                  TO WS-CITY-MATCH
           END-IF
      *
           IF   WS-SCORE < WS-CTL-MIN-SCORE
                ADD  +1                   TO WS-BELOW-CNT
                GO TO 500-EXIT
           END-IF
      *
           PERFORM 600-RECORD-HIT         THRU 600-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RECORD THE HIT.  A NEW PAIR IS WRITTEN PENDING.  AN EXISTING
      *  FALSE POSITIVE IS ONLY RE-DATED WHILE THE ENTRY IS UNCHANGED
      *  AND GOES BACK TO PENDING WHEN IT HAS CHANGED.  A PENDING OR
      *  TRUE-MATCH HIT IS REFRESHED WITH THE LATEST SCORE.
      ***************************************************************
       600-RECORD-HIT.
      *
           MOVE WS-CAND-KEY-ID            TO SCRH-KEY-KEY-ID
           MOVE WLST-ENTRY-ID             TO SCRH-KEY-ENTRY-ID
           MOVE 'SCRNHITV'                TO TP90H-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90H-FUNCTION-CODE
           MOVE LENGTH OF SCRH-RECORD     TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           MOVE SPACES                    TO SCRH-RECORD
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90H-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  PERFORM 610-WRITE-NEW-HIT THRU 610-EXIT
             WHEN TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSCRN DD: SCRNHITV, GVBTP90 FAILED, '
                          'RET CD = ' TP90H-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  PERFORM 620-REFRESH-HIT  THRU 620-EXIT
           END-EVALUATE
           .
       600-EXIT.
           EXIT.
      *
      *
       610-WRITE-NEW-HIT.
      *
           MOVE SPACES                    TO SCRH-RECORD
           MOVE WS-CAND-KEY-ID            TO SCRH-KEY-ID
           MOVE WLST-ENTRY-ID             TO SCRH-ENTRY-ID
           PERFORM 630-MOVE-HIT-FIELDS    THRU 630-EXIT
           SET  SCRH-PENDING              TO TRUE
           MOVE WS-TODAY-CCYYMMDD         TO SCRH-FIRST-HIT-DATE
           MOVE ZEROES                    TO SCRH-DISP-DATE
           MOVE SPACES                    TO SCRH-DISP-BY
      *
           MOVE TP90-VALUE-WRITE          TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN: ERROR WRITING SCRNHITV RC = '
                        TP90H-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 610-EXIT
           END-IF
      *
           ADD  +1                        TO WS-NEW-HIT-CNT
           MOVE 'NEW HIT - PENDING       ' TO WS-RPT-ACTION
           PERFORM 800-WRITE-REPORT-LINE  THRU 800-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
       620-REFRESH-HIT.
      *
           MOVE 'N'                       TO WS-HIT-REOPENED-SW
           IF   SCRH-FALSE-POSITIVE
           AND  SCRH-WLST-SNAPSHOT = WS-ENTRY-SNAPSHOT
                MOVE WS-TODAY-CCYYMMDD    TO SCRH-LAST-HIT-DATE
                ADD  +1                   TO WS-SUPPRESSED-CNT
           ELSE
                IF   SCRH-FALSE-POSITIVE
                     SET  SCRH-PENDING    TO TRUE
                     MOVE ZEROES          TO SCRH-DISP-DATE
                     MOVE SPACES          TO SCRH-DISP-BY
                     SET  WS-HIT-REOPENED TO TRUE
                     ADD  +1              TO WS-REOPENED-CNT
                ELSE
                     ADD  +1              TO WS-REPEAT-CNT
                END-IF
                PERFORM 630-MOVE-HIT-FIELDS THRU 630-EXIT
           END-IF
      *
           MOVE TP90-VALUE-UPDATE         TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN: ERROR UPDATING SCRNHITV RC = '
                        TP90H-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 620-EXIT
           END-IF
      *
           IF   WS-HIT-REOPENED
                MOVE 'REOPENED - ENTRY CHANGED' TO WS-RPT-ACTION
                PERFORM 800-WRITE-REPORT-LINE THRU 800-EXIT
           END-IF
           .
       620-EXIT.
           EXIT.
      *
      *
       630-MOVE-HIT-FIELDS.
      *
           MOVE WLST-LIST-SOURCE          TO SCRH-LIST-SOURCE
           MOVE WS-SCORE                  TO SCRH-SCORE
           MOVE WS-NAME-MATCH             TO SCRH-NAME-MATCH
           MOVE WS-STATE-MATCH            TO SCRH-STATE-MATCH
           MOVE WS-CITY-MATCH             TO SCRH-CITY-MATCH
           MOVE WS-CAND-NAME              TO SCRH-CUST-NAME
           MOVE WS-ENTRY-SNAPSHOT         TO SCRH-WLST-SNAPSHOT
           MOVE WS-TODAY-CCYYMMDD         TO SCRH-LAST-HIT-DATE
           .
       630-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NEW MODE - THE LIST PASS ENDED CLEAN, SO EVERY QUEUED KEY
      *  LOADED THIS RUN HAS BEEN SCREENED AND LEAVES THE QUEUE.
      ***************************************************************
       700-CLEAR-QUEUE.
      *
           PERFORM 710-DEQUEUE-ONE-KEY    THRU 710-EXIT
                   VARYING WS-QK-IDX FROM 1 BY 1
                     UNTIL WS-QK-IDX > WS-QUEUE-KEY-CNT
                        OR SEVERE-ERROR NOT = ' '
           .
       700-EXIT.
           EXIT.
      *
      *
       710-DEQUEUE-ONE-KEY.
      *
           MOVE WS-QUEUE-KEY (WS-QK-IDX)  TO SCRQ-RECORD-KEY
           MOVE TP90-VALUE-LOCATE         TO TP90Q-FUNCTION-CODE
           MOVE LENGTH OF SCRQ-RECORD     TO TP90Q-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 710-EXIT
           END-IF
      *
           MOVE TP90-VALUE-DELETE         TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN: ERROR DELETING SCRNQUE RC = '
                        TP90Q-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 710-EXIT
           END-IF
           ADD  +1                        TO WS-DEQUEUED-CNT
           .
       710-EXIT.
           EXIT.
      *
      *
       800-WRITE-REPORT-LINE.
      *
           MOVE WS-CAND-KEY-ID            TO WS-RPT-KEY-ID
           MOVE WLST-ENTRY-ID             TO WS-RPT-ENTRY-ID
           MOVE WLST-LIST-SOURCE          TO WS-RPT-LIST-SOURCE
           MOVE WS-SCORE                  TO WS-RPT-SCORE
           MOVE WS-NAME-MATCH             TO WS-RPT-NAME-MATCH
           MOVE WS-STATE-MATCH            TO WS-RPT-STATE-MATCH
           MOVE WS-CITY-MATCH             TO WS-RPT-CITY-MATCH
           MOVE WS-CAND-NAME              TO WS-RPT-CUST-NAME
           MOVE WLST-NAME                 TO WS-RPT-LIST-NAME
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRN: ERROR WRITING SCRNRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       800-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   WS-SCRNHITV-ENQ-HELD
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'N'                     TO WS-SCRNHITV-ENQ-SW
           END-IF
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE 'CUSTNAMV'           TO TP90-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90L-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90L-FUNCTION-CODE
                CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      PHON-RECORD,
                                      PHON-RECORD-KEY
           END-IF
           IF   TP90H-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90H-FUNCTION-CODE
                CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                      SCRH-RECORD,
                                      SCRH-RECORD-KEY
           END-IF
           IF   TP90Q-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90Q-FUNCTION-CODE
                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      SCRQ-RECORD,
                                      SCRQ-RECORD-KEY
           END-IF
           IF   TP90W-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90W-FUNCTION-CODE
                CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                      WLST-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1 ' LIST ENTRIES READ'
           MOVE WS-REJECTED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                   ' LIST ENTRIES SKIPPED - NO ID OR NAME'
           IF   WS-CTL-MODE-NEW
                MOVE WS-QUEUE-KEY-CNT     TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                        ' QUEUED CUSTOMERS LOADED'
                MOVE WS-GONE-CNT          TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                        ' QUEUED CUSTOMERS NO LONGER ON CUSTNAMV'
                MOVE WS-NO-LETTERS-CNT    TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                        ' QUEUED CUSTOMERS WITH NO NAME TO ENCODE'
                MOVE WS-DEQUEUED-CNT      TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                        ' QUEUE ENTRIES CLEARED'
           END-IF
           MOVE WS-CANDIDATE-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                   ' PHONETIC CANDIDATES SCORED'
           MOVE WS-BELOW-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                   ' BELOW THE MINIMUM SCORE'
           MOVE WS-NEW-HIT-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                   ' NEW HITS - SEE SCRNRPT'
           MOVE WS-REOPENED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                   ' FALSE POSITIVES REOPENED - ENTRY CHANGED'
           MOVE WS-SUPPRESSED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                   ' FALSE POSITIVES SUPPRESSED'
           MOVE WS-REPEAT-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCRN: ' WS-DISPLAY-MASK-1
                   ' REPEAT HITS ALREADY PENDING OR CONFIRMED'
           .
       9900-EXIT.
           EXIT.
