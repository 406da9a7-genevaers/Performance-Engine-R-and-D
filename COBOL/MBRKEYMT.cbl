       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRKEYMT.
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
      ** DESCRIPTION: CUSTOMER KEY-RANGE MAINTENANCE, BLOCK            *
      **              ALLOCATION AND LISTING.  PROCESSES CARD          *
      **              REQUESTS AGAINST THE KEYCTL CLUSTER (SEE         *
      **              GVBCKEYC):                                       *
      **                RANGE    - DEFINE A SOURCE SYSTEM'S SERIAL     *
      **                           RANGE, OR EXTEND/RE-DESCRIBE AN     *
      **                           EXISTING ONE.  A RANGE MAY NOT      *
      **                           OVERLAP ANY OTHER SOURCE'S, AND     *
      **                           MAY NOT BE CUT BACK BELOW A SERIAL  *
      **                           ALREADY GIVEN OUT                   *
      **                ALLOCATE - TAKE A BLOCK OF KEYS FOR A SOURCE   *
      **                           THAT LOADS BY BATCH, THROUGH        *
      **                           MBRKEYAL, ONTO THE KEYOUT FILE      *
      **                LIST     - PRINT EVERY RANGE, ITS NEXT SERIAL  *
      **                           AND HOW MANY KEYS REMAIN            *
      **              EVERY REQUEST, GOOD OR BAD, IS PRINTED.          *
      **                                                               *
      ** MODULES CALLED: GVBTP90  - I/O HANDLER                        *
      **                 GVBUR66  - ENQ/DEQ                            *
      **                 MBRKEYAL - KEY ALLOCATION                     *
      **                                                               *
      ** INPUT FILES:   MAINTENANCE REQUEST CARDS    (DDNAME=CTLCARD)  *
      **                                                               *
      ** I-O FILES:     KEY-ALLOCATION CONTROL       (DDNAME=KEYCTL)   *
      **                                                               *
      ** OUTPUT FILES:  ALLOCATED KEYS               (DDNAME=KEYOUT)   *
      **                KEY-RANGE REPORT             (DDNAME=KEYRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - ALL REQUESTS PROCESSED                    *
      **              0004 - ONE OR MORE REQUESTS FAILED               *
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
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-MBRKEYAL                 PIC X(08)  VALUE 'MBRKEYAL'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-KEYC-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-KEYC-EOF                        VALUE 'Y'.
       01  WS-KEYC-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-KEYC-OPEN                       VALUE 'Y'.
       01  WS-KEYOUT-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-KEYOUT-OPEN                     VALUE 'Y'.
       01  WS-CARD-VALID-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CARD-VALID                      VALUE 'Y'.
       01  WS-OVERLAP-SW               PIC X(01)  VALUE 'N'.
           88  WS-OVERLAP                         VALUE 'Y'.
      *
       01  WS-CARDS-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-DEFINED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-CHANGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-KEYS-ALLOC-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-LISTED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-FAILED-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-CARD-LOW                 PIC 9(08)  VALUE ZEROES.
       01  WS-CARD-HIGH                PIC 9(08)  VALUE ZEROES.
       01  WS-ALLOC-WANTED             PIC 9(06)  VALUE ZEROES.
       01  WS-ALLOC-DONE               PIC 9(06)  VALUE ZEROES.
       01  WS-REMAINING                PIC 9(08)  VALUE ZEROES.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       COPY GVBCKEYC.
       COPY GVBCKEYA.
      *
      *****************************************************************
      *  THE SAVED CONTROL ROW, WHILE THE OVERLAP BROWSE READS THE
      *  OTHER SOURCES' ROWS INTO THE RECORD AREA.
      *****************************************************************
       01  WS-SAVED-KEYC-RECORD        PIC X(80)  VALUE SPACES.
       01  WS-SAVED-FOUND-SW           PIC X(01)  VALUE 'N'.
           88  WS-SAVED-FOUND                     VALUE 'Y'.
      *
      *****************************************************************
      *  KEYOUT RECORD - ONE ALLOCATED KEY PER RECORD, FOR THE
      *  SOURCE SYSTEM TO STAMP ON ITS NEW CUSTOMERS.
      *****************************************************************
       01  WS-KEYOUT-RECORD.
           05  WS-KOUT-KEY-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KOUT-SRC-SYS-CODE    PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KOUT-ALLOC-DATE      PIC 9(08).
           05  FILLER                  PIC X(59) VALUE SPACES.
      *
      *****************************************************************
      *  KEY-RANGE REPORT LINE.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-ACTION           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-SRC-SYS-CODE     PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-DESC             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-LOW-SERIAL       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-HIGH-SERIAL      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-NEXT-SERIAL      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-COUNT            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-LAST-KEY-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(16).
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
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - ONE PARAMETER AREA PER
      *  CONCURRENTLY-OPEN DD.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 400-READ-CARD         THRU 400-EXIT
                PERFORM 500-PROCESS-CARD      THRU 500-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-FAILED-CNT > ZERO
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
      *  OPEN THE CARDS AND THE REPORT.  KEYCTL IS OPENED PER CARD
      *  (SEE 600-OPEN-KEYCTL) SO IT IS NEVER HELD OPEN HERE WHILE
      *  MBRKEYAL HAS IT OPEN FOR AN ALLOCATION; KEYOUT IS OPENED
      *  BY THE FIRST ALLOCATE CARD.
      ***************************************************************
       100-INIT.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'KEYCTL'                  TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
           SET  ENQ-DEQ-CNTR-EXCL         TO TRUE
      *
           SET   TP90C-ANCHOR          TO NULL
           MOVE  'CTLCARD '            TO TP90C-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90C-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90C-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90C-FILE-MODE
           MOVE  SPACES                TO TP90C-RETURN-CODE
           MOVE  +0                    TO TP90C-VSAM-RETURN-CODE
           MOVE  LENGTH OF KEYC-CARD   TO TP90C-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90C-RECFM

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 KEYC-CARD,
                                 KEYC-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRKEYMT DD: CTLCARD, GVBTP90 FAILED, '
                        'RET CD = ' TP90C-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
           SET   TP90R-ANCHOR          TO NULL
           MOVE  'KEYRPT  '            TO TP90R-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90R-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90R-FILE-TYPE
           MOVE  TP90-VALUE-OUTPUT     TO TP90R-FILE-MODE
           MOVE  SPACES                TO TP90R-RETURN-CODE
           MOVE  +0                    TO TP90R-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-RPT-DETAIL-LINE
                                       TO TP90R-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90R-RECFM

           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 KEYC-RECORD-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRKEYMT DD: KEYRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       400-READ-CARD.
      *
           MOVE  TP90-VALUE-READ       TO TP90C-FUNCTION-CODE
           MOVE  SPACES                TO KEYC-CARD

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 KEYC-CARD,
                                 KEYC-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'           TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRKEYMT: ERROR READING CTLCARD RC = '
                             TP90C-RETURN-CODE
                     MOVE  'Y'          TO SEVERE-ERROR
                END-IF
           ELSE
                ADD  +1                 TO WS-CARDS-READ-CNT
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       500-PROCESS-CARD.
      *
           MOVE SPACES                    TO WS-RPT-DETAIL-LINE
           MOVE ZERO                      TO WS-RPT-COUNT
           EVALUATE TRUE
             WHEN EOF-FLAG = 'Y'
                  CONTINUE
             WHEN KEYC-CARD-FUNCTION (1:1) = '*'
                  CONTINUE
             WHEN KEYC-CARD-RANGE
                  PERFORM 510-DEFINE-RANGE   THRU 510-EXIT
             WHEN KEYC-CARD-ALLOCATE
                  PERFORM 530-ALLOCATE-BLOCK THRU 530-EXIT
             WHEN KEYC-CARD-LIST
                  PERFORM 540-LIST-RANGES    THRU 540-EXIT
             WHEN OTHER
                  ADD  +1                    TO WS-FAILED-CNT
                  DISPLAY 'MBRKEYMT: *** UNRECOGNIZED FUNCTION '
                          KEYC-CARD-FUNCTION ' ***'
           END-EVALUATE
      *
           IF   EOF-FLAG NOT = 'Y'
                PERFORM 400-READ-CARD      THRU 400-EXIT
           END-IF
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  DEFINE OR EXTEND ONE SOURCE'S RANGE.  THE WHOLE CARD IS
      *  APPLIED UNDER THE GENEVA/KEYCTL ENQ, SO NO ALLOCATION CAN
      *  SLIP IN BETWEEN THE CHECKS AND THE WRITE.
      ***************************************************************
       510-DEFINE-RANGE.
      *
           MOVE 'RANGE   '                TO WS-RPT-ACTION
           MOVE 'Y'                       TO WS-CARD-VALID-SW
           IF   KEYC-CARD-SRC-SYS-CODE = SPACE
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   KEYC-CARD-LOW-SERIAL NOT = SPACES
           AND  KEYC-CARD-LOW-SERIAL NOT NUMERIC
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   KEYC-CARD-HIGH-SERIAL NOT = SPACES
           AND  KEYC-CARD-HIGH-SERIAL NOT NUMERIC
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 510-EXIT
           END-IF
      *
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           PERFORM 600-OPEN-KEYCTL        THRU 600-EXIT
           IF   NOT WS-KEYC-OPEN
                GO TO 510-DEQ
           END-IF
      *
           PERFORM 550-LOCATE-RANGE       THRU 550-EXIT
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                PERFORM 515-EXTEND-RANGE  THRU 515-EXIT
           ELSE
                PERFORM 512-NEW-RANGE     THRU 512-EXIT
           END-IF
      *
           PERFORM 690-CLOSE-KEYCTL       THRU 690-EXIT
           .
       510-DEQ.
      *
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A NEW SOURCE - BOTH ENDS OF THE RANGE ARE REQUIRED, AND THE
      *  RANGE MAY NOT OVERLAP ANY OTHER SOURCE'S.
      ***************************************************************
       512-NEW-RANGE.
      *
           IF   KEYC-CARD-LOW-SERIAL = SPACES
           OR   KEYC-CARD-HIGH-SERIAL = SPACES
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 512-EXIT
           END-IF
           MOVE KEYC-CARD-LOW-SERIAL      TO WS-CARD-LOW
           MOVE KEYC-CARD-HIGH-SERIAL     TO WS-CARD-HIGH
           IF   WS-CARD-LOW = ZERO
           OR   WS-CARD-HIGH < WS-CARD-LOW
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 512-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-SAVED-FOUND-SW
           PERFORM 560-CHECK-OVERLAP      THRU 560-EXIT
           IF   WS-OVERLAP
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'OVERLAPS RANGE  '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 512-EXIT
           END-IF
      *
           MOVE SPACES                    TO KEYC-RECORD
           MOVE KEYC-CARD-SRC-SYS-CODE    TO KEYC-SRC-SYS-CODE
                                             KEYC-KEY-SRC-SYS-CODE
           MOVE KEYC-CARD-DESC            TO KEYC-DESC
           MOVE WS-CARD-LOW               TO KEYC-LOW-SERIAL
                                             KEYC-NEXT-SERIAL
           MOVE WS-CARD-HIGH              TO KEYC-HIGH-SERIAL
           MOVE ZEROES                    TO KEYC-LAST-ALLOC-DATE
                                             KEYC-ALLOC-COUNT
           MOVE WS-TODAY-CCYYMMDD         TO KEYC-MAINT-DATE
      *
           MOVE 'KEYCTL  '                TO TP90-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE LENGTH OF KEYC-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-DEFINED-CNT
                MOVE 'DEFINED         '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'WRITE FAILED    '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-CARD        THRU 700-EXIT
           .
       512-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AN EXISTING SOURCE - THE LOW END IS FIXED FOR LIFE; THE
      *  HIGH END MAY MOVE, BUT NEVER BELOW THE LAST SERIAL GIVEN
      *  OUT AND NEVER INTO ANOTHER SOURCE'S RANGE.
      ***************************************************************
       515-EXTEND-RANGE.
      *
           IF   KEYC-CARD-LOW-SERIAL NOT = SPACES
                MOVE KEYC-CARD-LOW-SERIAL TO WS-CARD-LOW
                IF   WS-CARD-LOW NOT = KEYC-LOW-SERIAL
                     ADD  +1              TO WS-FAILED-CNT
                     MOVE 'LOW END FIXED   ' TO WS-RPT-RESULT
                     PERFORM 700-REPORT-CARD THRU 700-EXIT
                     GO TO 515-EXIT
                END-IF
           END-IF
           MOVE KEYC-LOW-SERIAL           TO WS-CARD-LOW
           IF   KEYC-CARD-HIGH-SERIAL = SPACES
                MOVE KEYC-HIGH-SERIAL     TO WS-CARD-HIGH
           ELSE
                MOVE KEYC-CARD-HIGH-SERIAL TO WS-CARD-HIGH
           END-IF
           IF   WS-CARD-HIGH < WS-CARD-LOW
           OR   WS-CARD-HIGH < KEYC-NEXT-SERIAL - 1
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'BELOW ISSUED KEY' TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 515-EXIT
           END-IF
      *
           MOVE KEYC-RECORD               TO WS-SAVED-KEYC-RECORD
           SET  WS-SAVED-FOUND            TO TRUE
           PERFORM 560-CHECK-OVERLAP      THRU 560-EXIT
           IF   WS-OVERLAP
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'OVERLAPS RANGE  '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 515-EXIT
           END-IF
      *
      *      THE BROWSE MOVED THE FILE POSITION - RE-LOCATE THE ROW
      *      BEFORE REWRITING IT.
           PERFORM 550-LOCATE-RANGE       THRU 550-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'UPDATE FAILED   '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 515-EXIT
           END-IF
           MOVE WS-CARD-HIGH              TO KEYC-HIGH-SERIAL
           IF   KEYC-CARD-DESC NOT = SPACES
                MOVE KEYC-CARD-DESC       TO KEYC-DESC
           END-IF
           MOVE WS-TODAY-CCYYMMDD         TO KEYC-MAINT-DATE
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-CHANGED-CNT
                MOVE 'CHANGED         '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'UPDATE FAILED   '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-CARD        THRU 700-EXIT
           .
       515-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TAKE A BLOCK OF KEYS THROUGH MBRKEYAL - THE SAME SERVICE
      *  THE ONLINE ONBOARDING TRANSACTION USES - AND WRITE THEM TO
      *  KEYOUT.  A RANGE THAT RUNS OUT PART-WAY KEEPS WHAT WAS
      *  ALLOCATED AND FAILS THE CARD.
      ***************************************************************
       530-ALLOCATE-BLOCK.
      *
           MOVE 'ALLOCATE'                TO WS-RPT-ACTION
           IF   KEYC-CARD-SRC-SYS-CODE = SPACE
           OR   KEYC-CARD-COUNT NOT NUMERIC
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 530-EXIT
           END-IF
           MOVE KEYC-CARD-COUNT           TO WS-ALLOC-WANTED
           IF   WS-ALLOC-WANTED = ZERO
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CARD   THRU 700-EXIT
                GO TO 530-EXIT
           END-IF
      *
           IF   NOT WS-KEYOUT-OPEN
                PERFORM 620-OPEN-KEYOUT   THRU 620-EXIT
                IF   NOT WS-KEYOUT-OPEN
                     GO TO 530-EXIT
                END-IF
           END-IF
      *
           MOVE ZERO                      TO WS-ALLOC-DONE
           SET  KEYA-RET-OK               TO TRUE
           MOVE SPACES                    TO KEYA-KEY-ID
           PERFORM 535-ALLOCATE-ONE-KEY   THRU 535-EXIT
                   UNTIL WS-ALLOC-DONE >= WS-ALLOC-WANTED
                      OR NOT KEYA-RET-OK
                      OR SEVERE-ERROR NOT = ' '
      *
           SET  KEYA-FCN-CLOSE            TO TRUE
           CALL WS-MBRKEYAL USING KEYA-ALLOC-PARMS
      *
           MOVE WS-ALLOC-DONE             TO WS-RPT-COUNT
           MOVE WS-KOUT-KEY-ID            TO WS-RPT-LAST-KEY-ID
           IF   WS-ALLOC-DONE = WS-ALLOC-WANTED
                MOVE 'ALLOCATED       '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                EVALUATE TRUE
                  WHEN KEYA-RET-NO-RANGE
                       MOVE 'NO RANGE        ' TO WS-RPT-RESULT
                  WHEN KEYA-RET-EXHAUSTED
                       MOVE 'RANGE EXHAUSTED ' TO WS-RPT-RESULT
                  WHEN OTHER
                       MOVE 'KEYCTL FAILED   ' TO WS-RPT-RESULT
                END-EVALUATE
           END-IF
           PERFORM 700-REPORT-CARD        THRU 700-EXIT
           .
       530-EXIT.
           EXIT.
      *
      *
       535-ALLOCATE-ONE-KEY.
      *
           SET  KEYA-FCN-ALLOCATE         TO TRUE
           MOVE KEYC-CARD-SRC-SYS-CODE    TO KEYA-SRC-SYS-CODE
           CALL WS-MBRKEYAL USING KEYA-ALLOC-PARMS
           IF   NOT KEYA-RET-OK
                GO TO 535-EXIT
           END-IF
      *
           MOVE KEYA-KEY-ID               TO WS-KOUT-KEY-ID
           MOVE KEYA-SRC-SYS-CODE         TO WS-KOUT-SRC-SYS-CODE
           MOVE WS-TODAY-CCYYMMDD         TO WS-KOUT-ALLOC-DATE
           MOVE TP90-VALUE-WRITE          TO TP90O-FUNCTION-CODE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-KEYOUT-RECORD,
                                 KEYC-RECORD-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRKEYMT: ERROR WRITING KEYOUT RC = '
                        TP90O-RETURN-CODE ', KEY ' KEYA-KEY-ID
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 535-EXIT
           END-IF
           ADD  1                         TO WS-ALLOC-DONE
           ADD  +1                        TO WS-KEYS-ALLOC-CNT
           .
       535-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LIST EVERY RANGE IN SOURCE ORDER.
      ***************************************************************
       540-LIST-RANGES.
      *
           PERFORM 600-OPEN-KEYCTL        THRU 600-EXIT
           IF   NOT WS-KEYC-OPEN
                GO TO 540-EXIT
           END-IF
      *
           PERFORM 570-START-BROWSE       THRU 570-EXIT
           PERFORM 545-LIST-ONE-RANGE     THRU 545-EXIT
                   UNTIL WS-KEYC-EOF
      *
           PERFORM 690-CLOSE-KEYCTL       THRU 690-EXIT
           .
       540-EXIT.
           EXIT.
      *
      *
       545-LIST-ONE-RANGE.
      *
           PERFORM 575-READ-NEXT-RANGE    THRU 575-EXIT
           IF   WS-KEYC-EOF
                GO TO 545-EXIT
           END-IF
      *
           ADD  +1                        TO WS-LISTED-CNT
           MOVE SPACES                    TO WS-RPT-DETAIL-LINE
           MOVE 'LIST    '                TO WS-RPT-ACTION
           IF   KEYC-NEXT-SERIAL > KEYC-HIGH-SERIAL
                MOVE ZERO                 TO WS-REMAINING
                MOVE 'EXHAUSTED       '   TO WS-RPT-RESULT
           ELSE
                COMPUTE WS-REMAINING = KEYC-HIGH-SERIAL
                                     - KEYC-NEXT-SERIAL + 1
                MOVE 'REMAINING       '   TO WS-RPT-RESULT
           END-IF
           MOVE WS-REMAINING              TO WS-RPT-COUNT
           PERFORM 700-REPORT-CARD        THRU 700-EXIT
           .
       545-EXIT.
           EXIT.
      *
      *
       550-LOCATE-RANGE.
      *
           MOVE KEYC-CARD-SRC-SYS-CODE    TO KEYC-KEY-SRC-SYS-CODE
           MOVE SPACES                    TO KEYC-RECORD
      *
           MOVE 'KEYCTL  '                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF KEYC-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY
           .
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BROWSE EVERY OTHER SOURCE'S RANGE AND FLAG ANY THAT SHARE
      *  A SERIAL WITH WS-CARD-LOW THRU WS-CARD-HIGH.
      ***************************************************************
       560-CHECK-OVERLAP.
      *
           MOVE 'N'                       TO WS-OVERLAP-SW
           PERFORM 570-START-BROWSE       THRU 570-EXIT
           PERFORM 565-CHECK-ONE-RANGE    THRU 565-EXIT
                   UNTIL WS-KEYC-EOF
                      OR WS-OVERLAP
      *
           IF   WS-SAVED-FOUND
                MOVE WS-SAVED-KEYC-RECORD TO KEYC-RECORD
           END-IF
           .
       560-EXIT.
           EXIT.
      *
      *
       565-CHECK-ONE-RANGE.
      *
           PERFORM 575-READ-NEXT-RANGE    THRU 575-EXIT
           IF   WS-KEYC-EOF
                GO TO 565-EXIT
           END-IF
           IF   KEYC-SRC-SYS-CODE = KEYC-CARD-SRC-SYS-CODE
                GO TO 565-EXIT
           END-IF
           IF   WS-CARD-LOW  <= KEYC-HIGH-SERIAL
           AND  WS-CARD-HIGH >= KEYC-LOW-SERIAL
                SET  WS-OVERLAP           TO TRUE
                DISPLAY 'MBRKEYMT: RANGE ' WS-CARD-LOW '-'
                        WS-CARD-HIGH ' FOR SOURCE '
                        KEYC-CARD-SRC-SYS-CODE ' OVERLAPS SOURCE '
                        KEYC-SRC-SYS-CODE ' ' KEYC-LOW-SERIAL '-'
                        KEYC-HIGH-SERIAL
           END-IF
           .
       565-EXIT.
           EXIT.
      *
      *
       570-START-BROWSE.
      *
           MOVE LOW-VALUES                TO KEYC-RECORD-KEY
           MOVE 'KEYCTL  '                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF KEYC-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-KEYC-EOF-SW
           ELSE
                MOVE 'N'                   TO WS-KEYC-EOF-SW
           END-IF
           .
       570-EXIT.
           EXIT.
      *
      *
       575-READ-NEXT-RANGE.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-KEYC-EOF-SW
           END-IF
           .
       575-EXIT.
           EXIT.
      *
      *
       600-OPEN-KEYCTL.
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'KEYCTL  '            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90-RECORD-LENGTH
           MOVE  SPACES                TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRKEYMT DD: KEYCTL, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET   TP90-ANCHOR          TO NULL
                MOVE  'Y'                  TO SEVERE-ERROR
           ELSE
                SET   WS-KEYC-OPEN         TO TRUE
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
       620-OPEN-KEYOUT.
      *
           SET   TP90O-ANCHOR          TO NULL
           MOVE  'KEYOUT  '            TO TP90O-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90O-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90O-FILE-TYPE
           MOVE  TP90-VALUE-OUTPUT     TO TP90O-FILE-MODE
           MOVE  SPACES                TO TP90O-RETURN-CODE
           MOVE  +0                    TO TP90O-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-KEYOUT-RECORD
                                       TO TP90O-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90O-RECFM

           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-KEYOUT-RECORD,
                                 KEYC-RECORD-KEY

           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRKEYMT DD: KEYOUT, GVBTP90 FAILED, '
                        'RET CD = ' TP90O-RETURN-CODE
                SET   TP90O-ANCHOR         TO NULL
                MOVE  'Y'                  TO SEVERE-ERROR
           ELSE
                SET   WS-KEYOUT-OPEN       TO TRUE
           END-IF
           .
       620-EXIT.
           EXIT.
      *
      *
       690-CLOSE-KEYCTL.
      *
           MOVE 'KEYCTL  '                TO TP90-DDNAME
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           MOVE 'N'                       TO WS-KEYC-OPEN-SW
           .
       690-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REPORT LINE.  A LIST LINE OR AN ACCEPTED RANGE PRINTS
      *  THE CONTROL ROW; A REJECTED CARD PRINTS AS PUNCHED.
      ***************************************************************
       700-REPORT-CARD.
      *
           IF   WS-RPT-ACTION = 'LIST    '
           OR   WS-RPT-RESULT = 'DEFINED         '
           OR   WS-RPT-RESULT = 'CHANGED         '
                MOVE KEYC-SRC-SYS-CODE    TO WS-RPT-SRC-SYS-CODE
                MOVE KEYC-DESC            TO WS-RPT-DESC
                MOVE KEYC-LOW-SERIAL      TO WS-RPT-LOW-SERIAL
                MOVE KEYC-HIGH-SERIAL     TO WS-RPT-HIGH-SERIAL
                MOVE KEYC-NEXT-SERIAL     TO WS-RPT-NEXT-SERIAL
                MOVE KEYC-LAST-KEY-ID     TO WS-RPT-LAST-KEY-ID
           ELSE
                MOVE KEYC-CARD-SRC-SYS-CODE TO WS-RPT-SRC-SYS-CODE
                MOVE KEYC-CARD-DESC       TO WS-RPT-DESC
                MOVE KEYC-CARD-LOW-SERIAL TO WS-RPT-LOW-SERIAL
                MOVE KEYC-CARD-HIGH-SERIAL TO WS-RPT-HIGH-SERIAL
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 KEYC-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRKEYMT: ERROR WRITING KEYRPT RC = '
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
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 KEYC-CARD,
                                 KEYC-RECORD-KEY
      *
           IF   WS-KEYOUT-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90O-FUNCTION-CODE
                CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                      WS-KEYOUT-RECORD,
                                      KEYC-RECORD-KEY
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 KEYC-RECORD-KEY
      *
           MOVE WS-CARDS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRKEYMT: ' WS-DISPLAY-MASK-1 ' REQUESTS READ'
           MOVE WS-DEFINED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRKEYMT: ' WS-DISPLAY-MASK-1 ' RANGES DEFINED'
           MOVE WS-CHANGED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRKEYMT: ' WS-DISPLAY-MASK-1 ' RANGES CHANGED'
           MOVE WS-KEYS-ALLOC-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRKEYMT: ' WS-DISPLAY-MASK-1 ' KEYS ALLOCATED'
           MOVE WS-LISTED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRKEYMT: ' WS-DISPLAY-MASK-1 ' RANGES LISTED'
           MOVE WS-FAILED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRKEYMT: ' WS-DISPLAY-MASK-1 ' REQUESTS FAILED'
           .
       9900-EXIT.
           EXIT.
