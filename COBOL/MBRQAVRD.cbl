       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRQAVRD.
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
      ** DESCRIPTION: QA SAMPLE VERDICTS.  POSTS THE REVIEWERS' PASS/  *
      **              FAIL VERDICTS FROM THE MBRQASMP WORKSHEET TO THE *
      **              QASAMPV REGISTER (SEE GVBCQASM).  ONE CARD PER   *
      **              SAMPLED ITEM, PUNCHED AS THE WORKSHEET'S         *
      **              VERDICT CARD LINE SHOWS IT:                      *
      **                COLS  1-12  SAMPLE ID                          *
      **                COL   14    P (PASSED) OR F (FAILED)           *
      **                COLS 16-23  REVIEWER                           *
      **                COLS 25-54  REASON - REQUIRED FOR A FAIL       *
      **              '*' IN COLUMN 1 IS A COMMENT.  A LATER CARD FOR  *
      **              THE SAME ITEM REPLACES THE EARLIER VERDICT AND   *
      **              IS REPORTED AS REVISED.  THE REVIEW DATE IS THE  *
      **              RUN DATE.                                        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   VERDICT CARDS                (DDNAME=CTLCARD)  *
      **                                                               *
      ** I-O FILES:     QA SAMPLE REGISTER           (DDNAME=QASAMPV)  *
      **                                                               *
      ** OUTPUT FILES:  VERDICT REPORT               (DDNAME=QAVRDRPT) *
      **                                                               *
      ** RETURN CDS:  0000 - ALL VERDICTS POSTED                       *
      **              0004 - ONE OR MORE CARDS REJECTED                *
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
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-CARDS-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-POSTED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-REVISED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-FAILED-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  ONE VERDICT PER CARD.
      *****************************************************************
       01  WS-CARD-RECORD.
           05  WS-CARD-SAMPLE-ID       PIC X(12).
           05  FILLER                  PIC X(01).
           05  WS-CARD-VERDICT         PIC X(01).
               88  WS-CARD-PASS                   VALUE 'P'.
               88  WS-CARD-FAIL                   VALUE 'F'.
           05  FILLER                  PIC X(01).
           05  WS-CARD-REVIEWER        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-CARD-REASON          PIC X(30).
           05  FILLER                  PIC X(26).
      *
       COPY GVBCQASM.
      *
      *****************************************************************
      *  VERDICT REPORT LINE.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-SAMPLE-ID        PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-VERDICT          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-REVIEWER         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-REASON           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(16).
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
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
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
      *  OPEN THE VERDICT CARDS, THE REGISTER (I-O SO THE VERDICTS
      *  CAN BE POSTED) AND THE REPORT.
      ***************************************************************
       100-INIT.
      *
           MOVE  'CTLCARD '            TO TP90C-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90C-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90C-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90C-FILE-MODE
           MOVE  SPACES                TO TP90C-RETURN-CODE
           MOVE  +0                    TO TP90C-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-CARD-RECORD
                                       TO TP90C-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90C-RECFM

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 WS-CARD-RECORD,
                                 QASM-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQAVRD DD: CTLCARD, GVBTP90 FAILED, '
                        'RET CD = ' TP90C-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'QASAMPV '            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90-RECORD-LENGTH
           MOVE  SPACES                TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQAVRD DD: QASAMPV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET   TP90R-ANCHOR          TO NULL
           MOVE  'QAVRDRPT'            TO TP90R-DDNAME
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
                                 QASM-RECORD-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQAVRD DD: QAVRDRPT, GVBTP90 FAILED, '
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
           MOVE  SPACES                TO WS-CARD-RECORD

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 WS-CARD-RECORD,
                                 QASM-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'           TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRQAVRD: ERROR READING CTLCARD RC = '
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
      ***************************************************************
      *  POST ONE VERDICT.  THE CARD IS CHECKED BEFORE THE REGISTER
      *  IS TOUCHED; A REJECTED CARD CHANGES NOTHING.
      ***************************************************************
       500-PROCESS-CARD.
      *
           IF   WS-CARD-SAMPLE-ID (1:1) = '*'
           OR   WS-CARD-RECORD = SPACES
                GO TO 590-NEXT-CARD
           END-IF
      *
           MOVE WS-CARD-SAMPLE-ID         TO WS-RPT-SAMPLE-ID
           MOVE WS-CARD-VERDICT           TO WS-RPT-VERDICT
           MOVE WS-CARD-REVIEWER          TO WS-RPT-REVIEWER
           MOVE WS-CARD-REASON            TO WS-RPT-REASON
           MOVE SPACES                    TO WS-RPT-KEY-ID
      *
           EVALUATE TRUE
             WHEN NOT WS-CARD-PASS AND NOT WS-CARD-FAIL
                  MOVE 'INVALID VERDICT '  TO WS-RPT-RESULT
             WHEN WS-CARD-REVIEWER = SPACES
                  MOVE 'NO REVIEWER     '  TO WS-RPT-RESULT
             WHEN WS-CARD-FAIL AND WS-CARD-REASON = SPACES
                  MOVE 'REASON REQUIRED '  TO WS-RPT-RESULT
             WHEN OTHER
                  MOVE SPACES              TO WS-RPT-RESULT
           END-EVALUATE
           IF   WS-RPT-RESULT NOT = SPACES
                ADD  +1                   TO WS-FAILED-CNT
                PERFORM 800-WRITE-RPT-DETAIL THRU 800-EXIT
                GO TO 590-NEXT-CARD
           END-IF
      *
           MOVE WS-CARD-SAMPLE-ID         TO QASM-RECORD-KEY
           MOVE 'QASAMPV '                TO TP90-DDNAME
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF QASM-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                IF   TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                     MOVE 'NOT IN SAMPLE   ' TO WS-RPT-RESULT
                ELSE
                     MOVE 'FAILED          ' TO WS-RPT-RESULT
                END-IF
                PERFORM 800-WRITE-RPT-DETAIL THRU 800-EXIT
                GO TO 590-NEXT-CARD
           END-IF
      *
           MOVE QASM-JRNL-KEY             TO WS-RPT-KEY-ID
           IF   QASM-NOT-REVIEWED
                MOVE 'POSTED          '   TO WS-RPT-RESULT
           ELSE
                MOVE 'REVISED         '   TO WS-RPT-RESULT
           END-IF
           MOVE WS-CARD-VERDICT           TO QASM-VERDICT
           MOVE WS-CARD-REVIEWER          TO QASM-REVIEWER
           MOVE WS-TODAY-CCYYMMDD         TO QASM-REVIEW-DATE
           IF   WS-CARD-FAIL
                MOVE WS-CARD-REASON       TO QASM-FAIL-REASON
           ELSE
                MOVE SPACES               TO QASM-FAIL-REASON
           END-IF
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'FAILED          '   TO WS-RPT-RESULT
           ELSE
                IF   WS-RPT-RESULT = 'POSTED'
                     ADD  +1              TO WS-POSTED-CNT
                ELSE
                     ADD  +1              TO WS-REVISED-CNT
                END-IF
           END-IF
           PERFORM 800-WRITE-RPT-DETAIL   THRU 800-EXIT
           .
       590-NEXT-CARD.
           PERFORM 400-READ-CARD          THRU 400-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
       800-WRITE-RPT-DETAIL.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 QASM-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRQAVRD: ERROR WRITING QAVRDRPT RC = '
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
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 WS-CARD-RECORD,
                                 QASM-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 QASM-RECORD,
                                 QASM-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 QASM-RECORD-KEY
      *
           MOVE WS-CARDS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQAVRD: ' WS-DISPLAY-MASK-1 ' CARDS READ'
           MOVE WS-POSTED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQAVRD: ' WS-DISPLAY-MASK-1 ' VERDICTS POSTED'
           MOVE WS-REVISED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQAVRD: ' WS-DISPLAY-MASK-1 ' VERDICTS REVISED'
           MOVE WS-FAILED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRQAVRD: ' WS-DISPLAY-MASK-1 ' CARDS REJECTED'
           .
       9900-EXIT.
           EXIT.
