       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRCUMT.
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
      ** DESCRIPTION: RESTRICTED-CUSTOMER REGISTER MAINTENANCE AND     *
      **              LISTING.  PROCESSES CARD REQUESTS AGAINST THE    *
      **              RESTRICT CLUSTER (SEE GVBCRCUS):                 *
      **                ADD     - PUT A CUSTOMER ON THE REGISTER AS AN *
      **                          EMPLOYEE (E), BOARD MEMBER (B) OR    *
      **                          PUBLIC FIGURE (P), WITH A REASON     *
      **                CHANGE  - REPLACE THE CLASS, EMPLOYEE OPERATOR *
      **                          ID OR REASON - BLANK FIELDS ARE KEPT *
      **                DELETE  - TAKE A CUSTOMER OFF THE REGISTER     *
      **                LIST    - ONE LINE PER REGISTERED CUSTOMER,    *
      **                          FROM THE CARD'S KEY ONWARD, OR THE   *
      **                          WHOLE REGISTER WHEN THE KEY IS BLANK *
      **              AN EMPLOYEE OPERATOR ID IS ONLY TAKEN FOR CLASS  *
      **              E.  EVERY REQUEST, GOOD OR BAD, IS PRINTED.      *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   MAINTENANCE REQUEST CARDS    (DDNAME=CTLCARD)  *
      **                                                               *
      ** I-O FILES:     RESTRICTED-CUSTOMER REGISTER (DDNAME=RESTRICT) *
      **                                                               *
      ** OUTPUT FILES:  REGISTER MAINTENANCE REPORT  (DDNAME=RESTRRPT) *
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
       01  WS-RCUS-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-RCUS-EOF                        VALUE 'Y'.
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
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       COPY GVBCRCUS.
      *
      *****************************************************************
      *  REGISTER REPORT LINE - ONE PER REQUEST, AND ONE PER
      *  REGISTERED CUSTOMER ON A LIST.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-ACTION           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-CLASS            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-EMPLOYEE-OPER    PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-REASON           PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-MAINT-DATE       PIC X(08).
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
           MOVE  LENGTH OF RCUS-CARD   TO TP90C-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90C-RECFM

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 RCUS-CARD,
                                 RCUS-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCUMT DD: CTLCARD, GVBTP90 FAILED, '
                        'RET CD = ' TP90C-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'RESTRICT'            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90-RECORD-LENGTH
           MOVE  SPACES                TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCUMT DD: RESTRICT, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET   TP90R-ANCHOR          TO NULL
           MOVE  'RESTRRPT'            TO TP90R-DDNAME
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
                                 RCUS-RECORD-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCUMT DD: RESTRRPT, GVBTP90 FAILED, '
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
           MOVE  SPACES                TO RCUS-CARD

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 RCUS-CARD,
                                 RCUS-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'           TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRRCUMT: ERROR READING CTLCARD RC = '
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
             WHEN RCUS-CARD-FUNCTION (1:1) = '*'
                  CONTINUE
             WHEN RCUS-FCN-ADD
                  PERFORM 510-ADD-ENTRY      THRU 510-EXIT
             WHEN RCUS-FCN-CHANGE
                  PERFORM 520-CHANGE-ENTRY   THRU 520-EXIT
             WHEN RCUS-FCN-DELETE
                  PERFORM 530-DELETE-ENTRY   THRU 530-EXIT
             WHEN RCUS-FCN-LIST
                  PERFORM 540-LIST-ENTRIES   THRU 540-EXIT
             WHEN OTHER
                  ADD  +1                    TO WS-FAILED-CNT
                  DISPLAY 'MBRRCUMT: *** UNRECOGNIZED FUNCTION '
                          RCUS-CARD-FUNCTION ' ***'
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
      *  PUT ONE CUSTOMER ON THE REGISTER.  THE KEY, A VALID CLASS
      *  AND A REASON ARE ALL REQUIRED - SOMEONE WILL ASK LATER WHY
      *  THE CUSTOMER WAS HIDDEN.
      ***************************************************************
       510-ADD-ENTRY.
      *
           MOVE 'ADD     '                TO WS-RPT-ACTION
           MOVE SPACES                    TO RCUS-RECORD
           MOVE RCUS-CARD-KEY-ID          TO RCUS-KEY-ID
           MOVE RCUS-CARD-CLASS           TO RCUS-CLASS
           MOVE RCUS-CARD-EMPLOYEE-OPER   TO RCUS-EMPLOYEE-OPER
           MOVE RCUS-CARD-REASON          TO RCUS-REASON
           MOVE WS-TODAY-CCYYMMDD         TO RCUS-ADDED-DATE
           PERFORM 560-EDIT-ENTRY         THRU 560-EXIT
           IF   RCUS-CARD-KEY-ID = SPACES
           OR   RCUS-CARD-REASON = SPACES
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-ENTRY  THRU 700-EXIT
                GO TO 510-EXIT
           END-IF
      *
           MOVE WS-TODAY-CCYYMMDD         TO RCUS-MAINT-DATE
           MOVE RCUS-CARD-FUNCTION        TO RCUS-MAINT-FUNCTION
           MOVE RCUS-KEY-ID               TO RCUS-RECORD-KEY
           MOVE 'RESTRICT'                TO TP90-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF RCUS-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY
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
      *  REPLACE THE NON-BLANK FIELDS OF THE CARD ON AN EXISTING
      *  ENTRY.  MOVING A CUSTOMER OUT OF CLASS E CLEARS THE
      *  EMPLOYEE OPERATOR ID.
      ***************************************************************
       520-CHANGE-ENTRY.
      *
           MOVE 'CHANGE  '                TO WS-RPT-ACTION
           PERFORM 550-LOCATE-ENTRY       THRU 550-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'NOT ON FILE     '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-ENTRY  THRU 700-EXIT
                GO TO 520-EXIT
           END-IF
      *
           IF   RCUS-CARD-CLASS NOT = SPACE
                MOVE RCUS-CARD-CLASS      TO RCUS-CLASS
           END-IF
           IF   RCUS-CARD-EMPLOYEE-OPER NOT = SPACES
                MOVE RCUS-CARD-EMPLOYEE-OPER
                                          TO RCUS-EMPLOYEE-OPER
           END-IF
           IF   RCUS-CARD-REASON NOT = SPACES
                MOVE RCUS-CARD-REASON     TO RCUS-REASON
           END-IF
           IF   NOT RCUS-CLASS-EMPLOYEE
           AND  RCUS-CARD-EMPLOYEE-OPER = SPACES
                MOVE SPACES               TO RCUS-EMPLOYEE-OPER
           END-IF
           PERFORM 560-EDIT-ENTRY         THRU 560-EXIT
           IF   NOT WS-CARD-VALID
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'INVALID CARD    '   TO WS-RPT-RESULT
                PERFORM 700-REPORT-ENTRY  THRU 700-EXIT
                GO TO 520-EXIT
           END-IF
      *
           MOVE WS-TODAY-CCYYMMDD         TO RCUS-MAINT-DATE
           MOVE RCUS-CARD-FUNCTION        TO RCUS-MAINT-FUNCTION
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY
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
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY
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
      *  LIST THE REGISTER IN KEY ORDER, FROM THE CARD'S KEY OR
      *  FROM THE START WHEN THE KEY IS BLANK.
      ***************************************************************
       540-LIST-ENTRIES.
      *
           PERFORM 580-START-BROWSE       THRU 580-EXIT
           PERFORM 545-LIST-ONE-ENTRY     THRU 545-EXIT
                   UNTIL WS-RCUS-EOF
           .
       540-EXIT.
           EXIT.
      *
      *
       545-LIST-ONE-ENTRY.
      *
           PERFORM 585-READ-NEXT-ENTRY    THRU 585-EXIT
           IF   WS-RCUS-EOF
                GO TO 545-EXIT
           END-IF
      *
           ADD  +1                        TO WS-LISTED-CNT
           MOVE 'LIST    '                TO WS-RPT-ACTION
           EVALUATE TRUE
             WHEN RCUS-CLASS-EMPLOYEE
                  MOVE 'EMPLOYEE        ' TO WS-RPT-RESULT
             WHEN RCUS-CLASS-BOARD
                  MOVE 'BOARD MEMBER    ' TO WS-RPT-RESULT
             WHEN RCUS-CLASS-PUBLIC
                  MOVE 'PUBLIC FIGURE   ' TO WS-RPT-RESULT
             WHEN OTHER
                  MOVE 'UNKNOWN CLASS   ' TO WS-RPT-RESULT
           END-EVALUATE
           PERFORM 700-REPORT-ENTRY       THRU 700-EXIT
           .
       545-EXIT.
           EXIT.
      *
      *
       550-LOCATE-ENTRY.
      *
           MOVE RCUS-CARD-KEY-ID          TO RCUS-RECORD-KEY
           MOVE SPACES                    TO RCUS-RECORD
           MOVE RCUS-CARD-KEY-ID          TO RCUS-KEY-ID
      *
           MOVE 'RESTRICT'                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF RCUS-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY
           .
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CLASS MUST BE E, B OR P.  ONLY AN EMPLOYEE CAN CARRY
      *  AN OPERATOR ID OF THEIR OWN.
      ***************************************************************
       560-EDIT-ENTRY.
      *
           MOVE 'Y'                       TO WS-CARD-VALID-SW
           IF   NOT RCUS-CLASS-VALID
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           IF   RCUS-EMPLOYEE-OPER NOT = SPACES
           AND  NOT RCUS-CLASS-EMPLOYEE
                MOVE 'N'                  TO WS-CARD-VALID-SW
           END-IF
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSITION A BROWSE AT THE CARD'S KEY, OR AT THE START OF THE
      *  REGISTER WHEN THE KEY IS BLANK.
      ***************************************************************
       580-START-BROWSE.
      *
           IF   RCUS-CARD-KEY-ID = SPACES
                MOVE LOW-VALUES           TO RCUS-RECORD-KEY
           ELSE
                MOVE RCUS-CARD-KEY-ID     TO RCUS-RECORD-KEY
           END-IF
      *
           MOVE 'RESTRICT'                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF RCUS-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-RCUS-EOF-SW
           ELSE
                MOVE 'N'                   TO WS-RCUS-EOF-SW
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
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-RCUS-EOF-SW
           END-IF
           .
       585-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REPORT LINE FOR THE ENTRY JUST TOUCHED.  A REJECTED
      *  CARD PRINTS AS PUNCHED.
      ***************************************************************
       700-REPORT-ENTRY.
      *
           IF   WS-RPT-RESULT = 'INVALID CARD    '
           OR   WS-RPT-RESULT = 'NOT ON FILE     '
                MOVE RCUS-CARD-KEY-ID     TO WS-RPT-KEY-ID
                MOVE RCUS-CARD-CLASS      TO WS-RPT-CLASS
                MOVE RCUS-CARD-EMPLOYEE-OPER
                                          TO WS-RPT-EMPLOYEE-OPER
                MOVE RCUS-CARD-REASON     TO WS-RPT-REASON
                MOVE SPACES               TO WS-RPT-MAINT-DATE
           ELSE
                MOVE RCUS-KEY-ID          TO WS-RPT-KEY-ID
                MOVE RCUS-CLASS           TO WS-RPT-CLASS
                MOVE RCUS-EMPLOYEE-OPER   TO WS-RPT-EMPLOYEE-OPER
                MOVE RCUS-REASON          TO WS-RPT-REASON
                MOVE RCUS-MAINT-DATE      TO WS-RPT-MAINT-DATE
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 RCUS-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCUMT: ERROR WRITING RESTRRPT RC = '
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
                                 RCUS-CARD,
                                 RCUS-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 RCUS-RECORD-KEY
      *
           MOVE WS-CARDS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCUMT: ' WS-DISPLAY-MASK-1 ' REQUESTS READ'
           MOVE WS-ADDED-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCUMT: ' WS-DISPLAY-MASK-1 ' CUSTOMERS ADDED'
           MOVE WS-CHANGED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCUMT: ' WS-DISPLAY-MASK-1 ' CUSTOMERS CHANGED'
           MOVE WS-DELETED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCUMT: ' WS-DISPLAY-MASK-1 ' CUSTOMERS DELETED'
           MOVE WS-LISTED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCUMT: ' WS-DISPLAY-MASK-1 ' CUSTOMERS LISTED'
           MOVE WS-FAILED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCUMT: ' WS-DISPLAY-MASK-1 ' REQUESTS FAILED'
           .
       9900-EXIT.
           EXIT.
