       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRMSGMT.
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
      ** DESCRIPTION: OPERATOR MESSAGE CATALOG MAINTENANCE, LISTING    *
      **              AND MANUAL.  PROCESSES CARD REQUESTS AGAINST     *
      **              THE MSGCAT CLUSTER (SEE GVBCMCAT):               *
      **                ADD     - CATALOG A NEW MESSAGE ID (MBRNNNNS,  *
      **                          SEE GVBCALRT), OPTIONALLY WITH ONE   *
      **                          FIELD FROM THE SAME CARD             *
      **                SET     - REPLACE ONE FIELD OF AN ENTRY - THE  *
      **                          SEVERITY, RERUN FLAG, ESCALATION     *
      **                          CONTACT, OR ONE LINE OF THE          *
      **                          EXPLANATION, CAUSE OR ACTION         *
      **                DELETE  - REMOVE AN ENTRY ADDED IN ERROR       *
      **                LIST    - ONE LINE PER ENTRY, FLAGGING ENTRIES *
      **                          STILL MISSING AN EXPLANATION, AN     *
      **                          ACTION OR A CONTACT                  *
      **                MANUAL  - PRINT THE OPERATOR MESSAGE MANUAL -  *
      **                          EVERY FIELD OF EVERY ENTRY           *
      **              LIST AND MANUAL TAKE AN OPTIONAL ID PREFIX, SO   *
      **              'MBR06' COVERS THE SERVER-HEALTH MESSAGES ONLY.  *
      **              EVERY REQUEST, GOOD OR BAD, IS PRINTED.          *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   MAINTENANCE REQUEST CARDS    (DDNAME=CTLCARD)  *
      **                                                               *
      ** I-O FILES:     OPERATOR MESSAGE CATALOG     (DDNAME=MSGCAT)   *
      **                                                               *
      ** OUTPUT FILES:  CATALOG REPORT AND MANUAL    (DDNAME=MSGRPT)   *
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
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-MCAT-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-MCAT-EOF                        VALUE 'Y'.
       01  WS-CARD-VALID-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CARD-VALID                      VALUE 'Y'.
       01  WS-LABEL-DONE-SW            PIC X(01)  VALUE 'N'.
           88  WS-LABEL-DONE                      VALUE 'Y'.
      *
       01  WS-CARDS-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-ADDED-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-CHANGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DELETED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-LISTED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-PRINTED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-FAILED-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
      *
      *      THE ID PREFIX A LIST OR MANUAL CARD IS LIMITED TO.
       01  WS-PREFIX                   PIC X(08)  VALUE SPACES.
       01  WS-PREFIX-LEN               PIC S9(04) COMP VALUE +0.
       01  WS-MANUAL-ENTRY-CNT         PIC S9(08) COMP VALUE +0.
      *
      *      A CARD'S FIELD AND LINE AS A POSITION IN THE NINE-LINE
      *      TEXT VIEW OF THE RECORD.
       01  WS-LINE-NBR                 PIC 9(01)  VALUE ZERO.
       01  WS-TEXT-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-TEXT-BASE                PIC S9(04) COMP VALUE +0.
       01  WS-TEXT-FIRST               PIC S9(04) COMP VALUE +0.
       01  WS-TEXT-LAST                PIC S9(04) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       COPY GVBCMCAT.
      *
      *****************************************************************
      *  CATALOG REPORT LINE - ONE PER REQUEST, AND ONE PER ENTRY ON
      *  A LIST.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-ACTION           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-MSG-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-SEVERITY         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-RERUN            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-FIELD            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-LINE-NBR         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-TEXT             PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(16).
      *
      *****************************************************************
      *  OPERATOR MESSAGE MANUAL LINE - A LABEL AND ONE LINE OF TEXT,
      *  THE SAME WIDTH AS THE REPORT LINE.
      *****************************************************************
       01  WS-MAN-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MAN-LABEL            PIC X(18).
           05  WS-MAN-TEXT             PIC X(50).
           05  FILLER                  PIC X(37) VALUE SPACES.
      *
       01  WS-MAN-TITLE-LINE.
           05  FILLER                  PIC X(38) VALUE
               'MBRMSGMT - OPERATOR MESSAGE MANUAL AS '.
           05  FILLER                  PIC X(03) VALUE
               'OF '.
           05  WS-MAN-TITLE-DATE       PIC 9(08).
           05  FILLER                  PIC X(58) VALUE SPACES.
      *
       01  WS-MAN-ID-LINE.
           05  WS-MAN-ID               PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-MAN-SEVERITY-TEXT    PIC X(50).
           05  FILLER                  PIC X(37) VALUE SPACES.
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
       100-INIT.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE  'CTLCARD '            TO TP90C-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90C-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90C-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90C-FILE-MODE
           MOVE  SPACES                TO TP90C-RETURN-CODE
           MOVE  +0                    TO TP90C-VSAM-RETURN-CODE
           MOVE  LENGTH OF MCAT-CARD   TO TP90C-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90C-RECFM

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 MCAT-CARD,
                                 MCAT-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRMSGMT DD: CTLCARD, GVBTP90 FAILED, '
                        'RET CD = ' TP90C-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'MSGCAT  '            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90-RECORD-LENGTH
           MOVE  SPACES                TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRMSGMT DD: MSGCAT, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET   TP90R-ANCHOR          TO NULL
           MOVE  'MSGRPT  '            TO TP90R-DDNAME
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
                                 MCAT-RECORD-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRMSGMT DD: MSGRPT, GVBTP90 FAILED, '
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
           MOVE  SPACES                TO MCAT-CARD

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 MCAT-CARD,
                                 MCAT-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'           TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRMSGMT: ERROR READING CTLCARD RC = '
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
           EVALUATE TRUE
             WHEN EOF-FLAG = 'Y'
                  CONTINUE
             WHEN MCAT-CARD-FUNCTION (1:1) = '*'
                  CONTINUE
             WHEN MCAT-CARD-ADD
                  PERFORM 510-ADD-ENTRY      THRU 510-EXIT
             WHEN MCAT-CARD-SET
                  PERFORM 520-SET-FIELD      THRU 520-EXIT
             WHEN MCAT-CARD-DELETE
                  PERFORM 530-DELETE-ENTRY   THRU 530-EXIT
             WHEN MCAT-CARD-LIST
                  PERFORM 540-LIST-ENTRIES   THRU 540-EXIT
             WHEN MCAT-CARD-MANUAL
                  PERFORM 600-PRINT-MANUAL   THRU 600-EXIT
             WHEN OTHER
                  ADD  +1                    TO WS-FAILED-CNT
                  DISPLAY 'MBRMSGMT: *** UNRECOGNIZED FUNCTION '
                          MCAT-CARD-FUNCTION ' ***'
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
      *  CATALOG ONE MESSAGE ID.  THE SEVERITY COMES FROM THE ID'S
      *  SUFFIX AND RERUN STARTS AT N, SO AN ENTRY NOBODY HAS
      *  FINISHED NEVER TELLS THE OPERATOR TO RERUN.  A FIELD ON THE
      *  ADD CARD IS APPLIED AS A SET WOULD.
      ***************************************************************
       510-ADD-ENTRY.
      *
           MOVE 'ADD     '                TO WS-RPT-ACTION
           PERFORM 560-EDIT-MSG-ID        THRU 560-EXIT
           MOVE SPACES                    TO MCAT-RECORD
           MOVE MCAT-CARD-MSG-ID          TO MCAT-MSG-ID
           MOVE MCAT-CARD-MSG-ID (8:1)    TO MCAT-SEVERITY
           SET  MCAT-RERUN-NOT-ALLOWED    TO TRUE
           IF   WS-CARD-VALID
           AND  MCAT-CARD-FIELD NOT = SPACES
                PERFORM 570-APPLY-CARD-FIELD THRU 570-EXIT
           END-IF
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-ENTRY  THRU 700-EXIT
                GO TO 510-EXIT
           END-IF
      *
           MOVE WS-TODAY-CCYYMMDD         TO MCAT-MAINT-DATE
           MOVE MCAT-CARD-FUNCTION        TO MCAT-MAINT-FUNCTION
           MOVE MCAT-MSG-ID               TO MCAT-RECORD-KEY
           MOVE 'MSGCAT  '                TO TP90-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF MCAT-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-ADDED-CNT
                MOVE 'ADDED           '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'ALREADY ON FILE '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-ENTRY       THRU 700-EXIT
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REPLACE ONE FIELD, OR ONE TEXT LINE, OF AN EXISTING ENTRY.
      ***************************************************************
       520-SET-FIELD.
      *
           MOVE 'SET     '                TO WS-RPT-ACTION
           PERFORM 550-LOCATE-ENTRY       THRU 550-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'NOT ON FILE     '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-ENTRY  THRU 700-EXIT
                GO TO 520-EXIT
           END-IF
      *
           MOVE 'Y'                       TO WS-CARD-VALID-SW
           PERFORM 570-APPLY-CARD-FIELD   THRU 570-EXIT
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-ENTRY  THRU 700-EXIT
                GO TO 520-EXIT
           END-IF
      *
           MOVE WS-TODAY-CCYYMMDD         TO MCAT-MAINT-DATE
           MOVE MCAT-CARD-FUNCTION        TO MCAT-MAINT-FUNCTION
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-CHANGED-CNT
                MOVE 'CHANGED         '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'UPDATE FAILED   '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-ENTRY       THRU 700-EXIT
           .
       520-EXIT.
           EXIT.
      *
      *
       530-DELETE-ENTRY.
      *
           MOVE 'DELETE  '                TO WS-RPT-ACTION
           PERFORM 550-LOCATE-ENTRY       THRU 550-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'NOT ON FILE     '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-ENTRY  THRU 700-EXIT
                GO TO 530-EXIT
           END-IF
      *
           MOVE TP90-VALUE-DELETE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-DELETED-CNT
                MOVE 'DELETED         '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'DELETE FAILED   '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-ENTRY       THRU 700-EXIT
           .
       530-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LIST THE CATALOG IN ID ORDER, ONE LINE PER ENTRY WITH THE
      *  FIRST LINE OF ITS ACTION.  AN ENTRY WITH NO EXPLANATION,
      *  NO ACTION OR NO CONTACT IS FLAGGED INCOMPLETE - THE
      *  OPERATOR WOULD STILL HAVE TO PHONE SOMEONE.
      ***************************************************************
       540-LIST-ENTRIES.
      *
           PERFORM 580-START-BROWSE       THRU 580-EXIT
           PERFORM 545-LIST-ONE-ENTRY     THRU 545-EXIT
                   UNTIL WS-MCAT-EOF
           .
       540-EXIT.
           EXIT.
      *
      *
       545-LIST-ONE-ENTRY.
      *
           PERFORM 585-READ-NEXT-ENTRY    THRU 585-EXIT
           IF   WS-MCAT-EOF
                GO TO 545-EXIT
           END-IF
      *
           ADD  +1                        TO WS-LISTED-CNT
           MOVE 'LIST    '                TO WS-RPT-ACTION
           IF   MCAT-EXPLAIN-LINE (1) = SPACES
           OR   MCAT-ACTION-LINE (1) = SPACES
           OR   MCAT-CONTACT = SPACES
                MOVE 'INCOMPLETE      '   TO WS-RPT-RESULT
           ELSE
                MOVE 'COMPLETE        '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-ENTRY       THRU 700-EXIT
           .
       545-EXIT.
           EXIT.
      *
      *
       550-LOCATE-ENTRY.
      *
           MOVE MCAT-CARD-MSG-ID          TO MCAT-RECORD-KEY
           MOVE SPACES                    TO MCAT-RECORD
           MOVE MCAT-CARD-MSG-ID          TO MCAT-MSG-ID
      *
           MOVE 'MSGCAT  '                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF MCAT-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY
           .
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A MESSAGE ID IS MBR, FOUR DIGITS AND A SEVERITY SUFFIX OF
      *  I, W OR E - THE GVBCALRT NUMBERING.
      ***************************************************************
       560-EDIT-MSG-ID.
      *
           MOVE 'Y'                       TO WS-CARD-VALID-SW
           IF   MCAT-CARD-MSG-ID (1:3) NOT = 'MBR'
           OR   MCAT-CARD-MSG-ID (4:4) NOT NUMERIC
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   MCAT-CARD-MSG-ID (8:1) NOT = 'I'
           AND  MCAT-CARD-MSG-ID (8:1) NOT = 'W'
           AND  MCAT-CARD-MSG-ID (8:1) NOT = 'E'
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EDIT AND APPLY THE CARD'S FIELD TO THE RECORD.  SEVERITY
      *  MUST BE I, W OR E AND RERUN Y OR N; A TEXT LINE NUMBER MUST
      *  BE 1-3 (BLANK MEANS 1).  A BLANK CONTACT OR TEXT CLEARS IT.
      ***************************************************************
       570-APPLY-CARD-FIELD.
      *
           EVALUATE TRUE
             WHEN MCAT-FLD-SEVERITY
                  IF   (MCAT-CARD-TEXT (1:1) = 'I' OR 'W' OR 'E')
                  AND  MCAT-CARD-TEXT (2:49) = SPACES
                       MOVE MCAT-CARD-TEXT (1:1) TO MCAT-SEVERITY
                  ELSE
                       MOVE 'N'           TO WS-CARD-VALID-SW
                  END-IF
             WHEN MCAT-FLD-RERUN
                  IF   (MCAT-CARD-TEXT (1:1) = 'Y' OR 'N')
                  AND  MCAT-CARD-TEXT (2:49) = SPACES
                       MOVE MCAT-CARD-TEXT (1:1) TO MCAT-RERUN
                  ELSE
                       MOVE 'N'           TO WS-CARD-VALID-SW
                  END-IF
             WHEN MCAT-FLD-CONTACT
                  MOVE MCAT-CARD-TEXT     TO MCAT-CONTACT
             WHEN MCAT-FLD-EXPLAIN
                  MOVE +0                 TO WS-TEXT-BASE
                  PERFORM 575-APPLY-TEXT-LINE THRU 575-EXIT
             WHEN MCAT-FLD-CAUSE
                  MOVE +3                 TO WS-TEXT-BASE
                  PERFORM 575-APPLY-TEXT-LINE THRU 575-EXIT
             WHEN MCAT-FLD-ACTION
                  MOVE +6                 TO WS-TEXT-BASE
                  PERFORM 575-APPLY-TEXT-LINE THRU 575-EXIT
             WHEN OTHER
                  MOVE 'N'                TO WS-CARD-VALID-SW
           END-EVALUATE
           .
       570-EXIT.
           EXIT.
      *
      *
       575-APPLY-TEXT-LINE.
      *
           IF   MCAT-CARD-LINE = SPACE
                MOVE 1                    TO WS-LINE-NBR
           ELSE
                IF   MCAT-CARD-LINE = '1' OR '2' OR '3'
                     MOVE MCAT-CARD-LINE  TO WS-LINE-NBR
                ELSE
                     MOVE 'N'             TO WS-CARD-VALID-SW
                     GO TO 575-EXIT
                END-IF
           END-IF
      *
           COMPUTE WS-TEXT-IDX = WS-TEXT-BASE + WS-LINE-NBR
           MOVE MCAT-CARD-TEXT            TO MCAT-TEXT-LINE
                                             (WS-TEXT-IDX)
           .
       575-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSITION A BROWSE AT THE CARD'S ID PREFIX - THE LEADING
      *  NON-BLANK PART OF THE ID FIELD - OR AT THE START OF THE
      *  CATALOG WHEN THE FIELD IS BLANK.
      ***************************************************************
       580-START-BROWSE.
      *
           MOVE MCAT-CARD-MSG-ID          TO WS-PREFIX
           MOVE +0                        TO WS-PREFIX-LEN
           INSPECT WS-PREFIX TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE LOW-VALUES                TO MCAT-RECORD-KEY
           IF   WS-PREFIX-LEN > +0
                MOVE WS-PREFIX (1:WS-PREFIX-LEN)
                                 TO MCAT-RECORD-KEY (1:WS-PREFIX-LEN)
           END-IF
      *
           MOVE 'MSGCAT  '                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF MCAT-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-MCAT-EOF-SW
           ELSE
                MOVE 'N'                   TO WS-MCAT-EOF-SW
           END-IF
           .
       580-EXIT.
           EXIT.
      *
      *
       585-READ-NEXT-ENTRY.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-MCAT-EOF-SW
                GO TO 585-EXIT
           END-IF
           IF   WS-PREFIX-LEN > +0
                IF   MCAT-MSG-ID (1:WS-PREFIX-LEN)
                       NOT = WS-PREFIX (1:WS-PREFIX-LEN)
                     MOVE 'Y'              TO WS-MCAT-EOF-SW
                END-IF
           END-IF
           .
       585-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRINT THE OPERATOR MESSAGE MANUAL - A TITLE, THEN EVERY
      *  FIELD OF EVERY ENTRY UNDER ITS MESSAGE ID.
      ***************************************************************
       600-PRINT-MANUAL.
      *
           MOVE WS-TODAY-CCYYMMDD         TO WS-MAN-TITLE-DATE
           MOVE WS-MAN-TITLE-LINE         TO WS-MAN-LINE
           PERFORM 790-WRITE-MANUAL-LINE  THRU 790-EXIT
      *
           MOVE +0                        TO WS-MANUAL-ENTRY-CNT
           PERFORM 580-START-BROWSE       THRU 580-EXIT
           PERFORM 610-PRINT-ONE-ENTRY    THRU 610-EXIT
                   UNTIL WS-MCAT-EOF
                      OR SEVERE-ERROR NOT = ' '
      *
           IF   WS-MANUAL-ENTRY-CNT = +0
                MOVE SPACES               TO WS-MAN-LINE
                MOVE 'NO ENTRIES'         TO WS-MAN-LABEL
                MOVE MCAT-CARD-MSG-ID     TO WS-MAN-TEXT
                PERFORM 790-WRITE-MANUAL-LINE THRU 790-EXIT
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
       610-PRINT-ONE-ENTRY.
      *
           PERFORM 585-READ-NEXT-ENTRY    THRU 585-EXIT
           IF   WS-MCAT-EOF
                GO TO 610-EXIT
           END-IF
           ADD  +1                        TO WS-MANUAL-ENTRY-CNT
                                             WS-PRINTED-CNT
      *
           MOVE SPACES                    TO WS-MAN-LINE
           PERFORM 790-WRITE-MANUAL-LINE  THRU 790-EXIT
           MOVE MCAT-MSG-ID               TO WS-MAN-ID
           EVALUATE TRUE
             WHEN MCAT-SEV-ERROR
                  MOVE 'ERROR - PAGE THE ON-CALL NOW'
                                          TO WS-MAN-SEVERITY-TEXT
             WHEN MCAT-SEV-WARNING
                  MOVE 'WARNING - PAGE THE ON-CALL IN BUSINESS HOURS'
                                          TO WS-MAN-SEVERITY-TEXT
             WHEN OTHER
                  MOVE 'INFORMATION - NO ACTION NEEDED'
                                          TO WS-MAN-SEVERITY-TEXT
           END-EVALUATE
           MOVE WS-MAN-ID-LINE            TO WS-MAN-LINE
           PERFORM 790-WRITE-MANUAL-LINE  THRU 790-EXIT
      *
           MOVE SPACES                    TO WS-MAN-LINE
           MOVE 'EXPLANATION'             TO WS-MAN-LABEL
           MOVE +0                        TO WS-TEXT-BASE
           PERFORM 620-PRINT-TEXT-BLOCK   THRU 620-EXIT
           MOVE SPACES                    TO WS-MAN-LINE
           MOVE 'PROBABLE CAUSE'          TO WS-MAN-LABEL
           MOVE +3                        TO WS-TEXT-BASE
           PERFORM 620-PRINT-TEXT-BLOCK   THRU 620-EXIT
           MOVE SPACES                    TO WS-MAN-LINE
           MOVE 'OPERATOR ACTION'         TO WS-MAN-LABEL
           MOVE +6                        TO WS-TEXT-BASE
           PERFORM 620-PRINT-TEXT-BLOCK   THRU 620-EXIT
      *
           MOVE SPACES                    TO WS-MAN-LINE
           MOVE 'RERUN'                   TO WS-MAN-LABEL
           IF   MCAT-RERUN-ALLOWED
                MOVE 'YES - RERUN THE STEP ONCE THE CAUSE IS FIXED'
                                          TO WS-MAN-TEXT
           ELSE
                MOVE 'NO - DO NOT RERUN; ESCALATE'
                                          TO WS-MAN-TEXT
           END-IF
           PERFORM 790-WRITE-MANUAL-LINE  THRU 790-EXIT
      *
           MOVE SPACES                    TO WS-MAN-LINE
           MOVE 'ESCALATE TO'             TO WS-MAN-LABEL
           IF   MCAT-CONTACT = SPACES
                MOVE '(NOT YET RECORDED)' TO WS-MAN-TEXT
           ELSE
                MOVE MCAT-CONTACT         TO WS-MAN-TEXT
           END-IF
           PERFORM 790-WRITE-MANUAL-LINE  THRU 790-EXIT
      *
           MOVE SPACES                    TO WS-MAN-LINE
           MOVE 'LAST CHANGED'            TO WS-MAN-LABEL
           MOVE MCAT-MAINT-DATE           TO WS-MAN-TEXT (1:8)
           MOVE MCAT-MAINT-FUNCTION       TO WS-MAN-TEXT (10:8)
           PERFORM 790-WRITE-MANUAL-LINE  THRU 790-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE THREE-LINE TEXT UNDER ITS LABEL.  BLANK LINES ARE
      *  SKIPPED; A TEXT WITH NO LINES AT ALL SAYS SO.
      ***************************************************************
       620-PRINT-TEXT-BLOCK.
      *
           MOVE 'N'                       TO WS-LABEL-DONE-SW
           COMPUTE WS-TEXT-FIRST = WS-TEXT-BASE + 1
           COMPUTE WS-TEXT-LAST  = WS-TEXT-BASE + 3
           PERFORM 625-PRINT-ONE-TEXT-LINE THRU 625-EXIT
                   VARYING WS-TEXT-IDX FROM WS-TEXT-FIRST BY +1
                   UNTIL   WS-TEXT-IDX > WS-TEXT-LAST
      *
           IF   NOT WS-LABEL-DONE
                MOVE '(NOT YET RECORDED)' TO WS-MAN-TEXT
                PERFORM 790-WRITE-MANUAL-LINE THRU 790-EXIT
           END-IF
           .
       620-EXIT.
           EXIT.
      *
      *
       625-PRINT-ONE-TEXT-LINE.
      *
           IF   MCAT-TEXT-LINE (WS-TEXT-IDX) = SPACES
                GO TO 625-EXIT
           END-IF
           IF   WS-LABEL-DONE
                MOVE SPACES               TO WS-MAN-LABEL
           END-IF
           MOVE MCAT-TEXT-LINE (WS-TEXT-IDX) TO WS-MAN-TEXT
           PERFORM 790-WRITE-MANUAL-LINE  THRU 790-EXIT
           SET  WS-LABEL-DONE             TO TRUE
           .
       625-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REPORT LINE FOR THE ENTRY JUST TOUCHED.  A REJECTED
      *  CARD PRINTS AS PUNCHED; A LIST LINE SHOWS THE FIRST LINE
      *  OF THE OPERATOR ACTION.
      ***************************************************************
       700-REPORT-ENTRY.
      *
           IF   WS-RPT-RESULT = 'INVALID CARD    '
           OR   WS-RPT-RESULT = 'NOT ON FILE     '
                MOVE MCAT-CARD-MSG-ID     TO WS-RPT-MSG-ID
                MOVE SPACES               TO WS-RPT-SEVERITY
                                             WS-RPT-RERUN
           ELSE
                MOVE MCAT-MSG-ID          TO WS-RPT-MSG-ID
                MOVE MCAT-SEVERITY        TO WS-RPT-SEVERITY
                MOVE MCAT-RERUN           TO WS-RPT-RERUN
           END-IF
           IF   WS-RPT-ACTION = 'LIST    '
                MOVE 'ACTION  '           TO WS-RPT-FIELD
                MOVE '1'                  TO WS-RPT-LINE-NBR
                MOVE MCAT-ACTION-LINE (1) TO WS-RPT-TEXT
           ELSE
                MOVE MCAT-CARD-FIELD      TO WS-RPT-FIELD
                MOVE MCAT-CARD-LINE       TO WS-RPT-LINE-NBR
                MOVE MCAT-CARD-TEXT       TO WS-RPT-TEXT
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 MCAT-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRMSGMT: ERROR WRITING MSGRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       700-EXIT.
           EXIT.
      *
      *
       790-WRITE-MANUAL-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-MAN-LINE,
                                 MCAT-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRMSGMT: ERROR WRITING MSGRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       790-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 MCAT-CARD,
                                 MCAT-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 MCAT-RECORD-KEY
      *
           MOVE WS-CARDS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMSGMT: ' WS-DISPLAY-MASK-1 ' REQUESTS READ'
           MOVE WS-ADDED-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMSGMT: ' WS-DISPLAY-MASK-1 ' ENTRIES ADDED'
           MOVE WS-CHANGED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMSGMT: ' WS-DISPLAY-MASK-1 ' FIELDS CHANGED'
           MOVE WS-DELETED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMSGMT: ' WS-DISPLAY-MASK-1 ' ENTRIES DELETED'
           MOVE WS-LISTED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMSGMT: ' WS-DISPLAY-MASK-1 ' ENTRIES LISTED'
           MOVE WS-PRINTED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMSGMT: ' WS-DISPLAY-MASK-1 ' MANUAL ENTRIES '
                   'PRINTED'
           MOVE WS-FAILED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMSGMT: ' WS-DISPLAY-MASK-1 ' REQUESTS FAILED'
           .
       9900-EXIT.
           EXIT.
