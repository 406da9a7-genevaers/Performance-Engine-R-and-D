       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRREFMT.
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
      ** DESCRIPTION: REFERENCE-CODE TABLE MAINTENANCE AND LISTING.    *
      **              PROCESSES CARD REQUESTS AGAINST THE REFCODE      *
      **              CLUSTER (SEE GVBCREFC):                          *
      **                ADD     - ADD A CODE WITH ITS DESCRIPTION AND  *
      **                          EFFECTIVE/EXPIRY DATES               *
      **                CHANGE  - APPLY NON-BLANK DESCRIPTION AND      *
      **                          DATES TO AN EXISTING CODE (EXPIRE A  *
      **                          CODE BY GIVING IT AN EXPIRY DATE)    *
      **                DELETE  - REMOVE A CODE ADDED IN ERROR         *
      **                LIST    - PRINT EVERY CODE (OR EVERY CODE OF   *
      **                          ONE TYPE) WITH ITS DESCRIPTION,      *
      **                          DATES AND WHETHER IT IS IN FORCE     *
      **              EVERY REQUEST, GOOD OR BAD, IS PRINTED.          *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   MAINTENANCE REQUEST CARDS    (DDNAME=CTLCARD)  *
      **                                                               *
      ** I-O FILES:     REFERENCE-CODE TABLE         (DDNAME=REFCODE)  *
      **                                                               *
      ** OUTPUT FILES:  REFERENCE-CODE REPORT        (DDNAME=REFRPT)   *
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
       01  WS-RCOD-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-RCOD-EOF                        VALUE 'Y'.
       01  WS-CARD-VALID-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CARD-VALID                      VALUE 'Y'.
      *
       01  WS-CARDS-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-ADDED-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-CHANGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DELETED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-LISTED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-FAILED-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-LIST-CODE-TYPE           PIC X(08)  VALUE SPACES.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       COPY GVBCREFC.
      *
      *****************************************************************
      *  REFERENCE-CODE REPORT LINE.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-ACTION           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-CODE-TYPE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-CODE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-DESC             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-EFF-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-EXP-DATE         PIC X(08).
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
           MOVE  LENGTH OF RCOD-CARD   TO TP90C-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90C-RECFM

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 RCOD-CARD,
                                 RCOD-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREFMT DD: CTLCARD, GVBTP90 FAILED, '
                        'RET CD = ' TP90C-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'REFCODE '            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90-RECORD-LENGTH
           MOVE  SPACES                TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREFMT DD: REFCODE, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET   TP90R-ANCHOR          TO NULL
           MOVE  'REFRPT  '            TO TP90R-DDNAME
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
                                 RCOD-RECORD-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREFMT DD: REFRPT, GVBTP90 FAILED, '
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
           MOVE  SPACES                TO RCOD-CARD

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 RCOD-CARD,
                                 RCOD-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'           TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRREFMT: ERROR READING CTLCARD RC = '
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
             WHEN RCOD-CARD-FUNCTION (1:1) = '*'
                  CONTINUE
             WHEN RCOD-CARD-ADD
                  PERFORM 510-ADD-CODE       THRU 510-EXIT
             WHEN RCOD-CARD-CHANGE
                  PERFORM 520-CHANGE-CODE    THRU 520-EXIT
             WHEN RCOD-CARD-DELETE
                  PERFORM 530-DELETE-CODE    THRU 530-EXIT
             WHEN RCOD-CARD-LIST
                  PERFORM 540-LIST-CODES     THRU 540-EXIT
             WHEN OTHER
                  ADD  +1                    TO WS-FAILED-CNT
                  DISPLAY 'MBRREFMT: *** UNRECOGNIZED FUNCTION '
                          RCOD-CARD-FUNCTION ' ***'
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
      *  ADD ONE CODE.  THE TYPE, CODE AND DESCRIPTION ARE
      *  REQUIRED; A BLANK EFFECTIVE DATE MEANS ALWAYS AND A BLANK
      *  EXPIRY DATE MEANS OPEN-ENDED.
      ***************************************************************
       510-ADD-CODE.
      *
           MOVE 'ADD     '                TO WS-RPT-ACTION
           MOVE SPACES                    TO RCOD-RECORD
           MOVE RCOD-CARD-CODE-TYPE       TO RCOD-CODE-TYPE
           MOVE RCOD-CARD-CODE            TO RCOD-CODE
           MOVE RCOD-CARD-DESC            TO RCOD-DESC
           MOVE ZEROES                    TO RCOD-EFF-DATE
           SET  RCOD-OPEN-ENDED           TO TRUE
           PERFORM 560-APPLY-CARD-DATES   THRU 560-EXIT
      *
           IF   RCOD-CARD-CODE-TYPE = SPACES
           OR   RCOD-CARD-CODE = SPACES
           OR   RCOD-CARD-DESC = SPACES
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CODE   THRU 700-EXIT
                GO TO 510-EXIT
           END-IF
      *
           MOVE WS-TODAY-CCYYMMDD         TO RCOD-MAINT-DATE
           MOVE RCOD-CARD-FUNCTION        TO RCOD-MAINT-FUNCTION
           MOVE RCOD-RECORD (1:18)        TO RCOD-RECORD-KEY
           MOVE 'REFCODE '                TO TP90-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF RCOD-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-ADDED-CNT
                MOVE 'ADDED           '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'ALREADY ON FILE '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-CODE        THRU 700-EXIT
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CHANGE ONE CODE - NON-BLANK CARD FIELDS REPLACE THE
      *  STORED DESCRIPTION AND DATES.
      ***************************************************************
       520-CHANGE-CODE.
      *
           MOVE 'CHANGE  '                TO WS-RPT-ACTION
           PERFORM 550-LOCATE-CODE        THRU 550-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'NOT ON FILE     '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CODE   THRU 700-EXIT
                GO TO 520-EXIT
           END-IF
      *
           IF   RCOD-CARD-DESC NOT = SPACES
                MOVE RCOD-CARD-DESC       TO RCOD-DESC
           END-IF
           PERFORM 560-APPLY-CARD-DATES   THRU 560-EXIT
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CODE   THRU 700-EXIT
                GO TO 520-EXIT
           END-IF
      *
           MOVE WS-TODAY-CCYYMMDD         TO RCOD-MAINT-DATE
           MOVE RCOD-CARD-FUNCTION        TO RCOD-MAINT-FUNCTION
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-CHANGED-CNT
                MOVE 'CHANGED         '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'UPDATE FAILED   '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-CODE        THRU 700-EXIT
           .
       520-EXIT.
           EXIT.
      *
      *
       530-DELETE-CODE.
      *
           MOVE 'DELETE  '                TO WS-RPT-ACTION
           PERFORM 550-LOCATE-CODE        THRU 550-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'NOT ON FILE     '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-CODE   THRU 700-EXIT
                GO TO 530-EXIT
           END-IF
      *
           MOVE TP90-VALUE-DELETE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-DELETED-CNT
                MOVE 'DELETED         '   TO WS-RPT-RESULT
           ELSE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'DELETE FAILED   '   TO WS-RPT-RESULT
           END-IF
           PERFORM 700-REPORT-CODE        THRU 700-EXIT
           .
       530-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LIST THE TABLE IN KEY ORDER - ALL OF IT, OR FROM THE
      *  CARD'S CODE TYPE TO THE END OF THAT TYPE.
      ***************************************************************
       540-LIST-CODES.
      *
           MOVE RCOD-CARD-CODE-TYPE       TO WS-LIST-CODE-TYPE
           IF   WS-LIST-CODE-TYPE = SPACES
                MOVE LOW-VALUES           TO RCOD-RECORD-KEY
           ELSE
                MOVE WS-LIST-CODE-TYPE    TO RCOD-KEY-CODE-TYPE
                MOVE LOW-VALUES           TO RCOD-KEY-CODE
           END-IF
      *
           MOVE 'REFCODE '                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF RCOD-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-RCOD-EOF-SW
           ELSE
                MOVE 'N'                   TO WS-RCOD-EOF-SW
           END-IF

           PERFORM 545-LIST-ONE-CODE      THRU 545-EXIT
                   UNTIL WS-RCOD-EOF
           .
       540-EXIT.
           EXIT.
      *
      *
       545-LIST-ONE-CODE.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-RCOD-EOF-SW
                GO TO 545-EXIT
           END-IF
           IF   WS-LIST-CODE-TYPE NOT = SPACES
           AND  RCOD-CODE-TYPE NOT = WS-LIST-CODE-TYPE
                MOVE 'Y'                   TO WS-RCOD-EOF-SW
                GO TO 545-EXIT
           END-IF
      *
           ADD  +1                        TO WS-LISTED-CNT
           MOVE 'LIST    '                TO WS-RPT-ACTION
           EVALUATE TRUE
             WHEN WS-TODAY-CCYYMMDD < RCOD-EFF-DATE
                  MOVE 'NOT YET IN FORCE' TO WS-RPT-RESULT
             WHEN WS-TODAY-CCYYMMDD > RCOD-EXP-DATE
                  MOVE 'EXPIRED         ' TO WS-RPT-RESULT
             WHEN OTHER
                  MOVE 'IN FORCE        ' TO WS-RPT-RESULT
           END-EVALUATE
           PERFORM 700-REPORT-CODE        THRU 700-EXIT
           .
       545-EXIT.
           EXIT.
      *
      *
       550-LOCATE-CODE.
      *
           MOVE RCOD-CARD-CODE-TYPE       TO RCOD-KEY-CODE-TYPE
           MOVE RCOD-CARD-CODE            TO RCOD-KEY-CODE
           MOVE RCOD-CARD-CODE-TYPE       TO RCOD-CODE-TYPE
           MOVE RCOD-CARD-CODE            TO RCOD-CODE
           MOVE SPACES                    TO RCOD-DESC
           MOVE ZEROES                    TO RCOD-EFF-DATE
                                             RCOD-EXP-DATE
      *
           MOVE 'REFCODE '                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF RCOD-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY
           .
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EDIT AND APPLY THE CARD'S DATES.  A DATE MUST BE EIGHT
      *  DIGITS, AND THE CODE CANNOT EXPIRE BEFORE IT TAKES EFFECT.
      ***************************************************************
       560-APPLY-CARD-DATES.
      *
           MOVE 'Y'                       TO WS-CARD-VALID-SW
           IF   RCOD-CARD-EFF-DATE NOT = SPACES
                IF   RCOD-CARD-EFF-DATE NUMERIC
                     MOVE RCOD-CARD-EFF-DATE TO RCOD-EFF-DATE
                ELSE
                     MOVE 'N'             TO WS-CARD-VALID-SW
                END-IF
           END-IF
           IF   RCOD-CARD-EXP-DATE NOT = SPACES
                IF   RCOD-CARD-EXP-DATE NUMERIC
                     MOVE RCOD-CARD-EXP-DATE TO RCOD-EXP-DATE
                ELSE
                     MOVE 'N'             TO WS-CARD-VALID-SW
                END-IF
           END-IF
           IF   RCOD-EXP-DATE < RCOD-EFF-DATE
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REPORT LINE FOR THE CODE JUST TOUCHED.  A REJECTED
      *  CARD PRINTS AS PUNCHED.
      ***************************************************************
       700-REPORT-CODE.
      *
           IF   WS-RPT-RESULT = 'INVALID CARD    '
           OR   WS-RPT-RESULT = 'NOT ON FILE     '
                MOVE RCOD-CARD-CODE-TYPE  TO WS-RPT-CODE-TYPE
                MOVE RCOD-CARD-CODE       TO WS-RPT-CODE
                MOVE RCOD-CARD-DESC       TO WS-RPT-DESC
                MOVE RCOD-CARD-EFF-DATE   TO WS-RPT-EFF-DATE
                MOVE RCOD-CARD-EXP-DATE   TO WS-RPT-EXP-DATE
           ELSE
                MOVE RCOD-CODE-TYPE       TO WS-RPT-CODE-TYPE
                MOVE RCOD-CODE            TO WS-RPT-CODE
                MOVE RCOD-DESC            TO WS-RPT-DESC
                MOVE RCOD-EFF-DATE        TO WS-RPT-EFF-DATE
                IF   RCOD-OPEN-ENDED
                     MOVE 'OPEN    '      TO WS-RPT-EXP-DATE
                ELSE
                     MOVE RCOD-EXP-DATE   TO WS-RPT-EXP-DATE
                END-IF
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 RCOD-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREFMT: ERROR WRITING REFRPT RC = '
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
                                 RCOD-CARD,
                                 RCOD-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 RCOD-RECORD-KEY
      *
           MOVE WS-CARDS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREFMT: ' WS-DISPLAY-MASK-1 ' REQUESTS READ'
           MOVE WS-ADDED-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREFMT: ' WS-DISPLAY-MASK-1 ' CODES ADDED'
           MOVE WS-CHANGED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREFMT: ' WS-DISPLAY-MASK-1 ' CODES CHANGED'
           MOVE WS-DELETED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREFMT: ' WS-DISPLAY-MASK-1 ' CODES DELETED'
           MOVE WS-LISTED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREFMT: ' WS-DISPLAY-MASK-1 ' CODES LISTED'
           MOVE WS-FAILED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREFMT: ' WS-DISPLAY-MASK-1 ' REQUESTS FAILED'
           .
       9900-EXIT.
           EXIT.
