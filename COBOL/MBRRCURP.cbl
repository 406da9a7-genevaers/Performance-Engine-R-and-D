       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRCURP.
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
      ** DESCRIPTION: RESTRICTED-CUSTOMER ACCESS REPORT FOR SECURITY.  *
      **              READS THE RESTRLOG JOURNAL MBRRCUCK APPENDS (ONE *
      **              GVBCRCUJ RECORD PER ACCESS TO A CUSTOMER ON THE  *
      **              RESTRICT REGISTER) AND LISTS EVERY ACCESS MADE   *
      **              ON THE REPORT DATE - BY DEFAULT TODAY, OR THE    *
      **              CCYYMMDD IN COLUMNS 1-8 OF THE CTLCARD.  EACH    *
      **              LINE IS MARKED:                                  *
      **                OWN RECORD - AN EMPLOYEE OPENED THEIR OWN      *
      **                             RECORD                            *
      **                COLLEAGUE  - AN EMPLOYEE'S RECORD WAS SHOWN TO *
      **                             ANOTHER OPERATOR                  *
      **                DENIED     - THE OPERATOR LACKED THE LEVEL     *
      **                MASKED     - A LIST ROW WAS HIDDEN             *
      **                ALLOWED    - AN ENTITLED ACCESS                *
      **              TOTALS BY RESULT FOLLOW THE DETAIL.              *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   RESTRICTED ACCESS JOURNAL  (DDNAME=RESTRLOG)   *
      **                REPORT DATE CARD           (DDNAME=CTLCARD)    *
      **                                                               *
      ** OUTPUT FILES:  SECURITY ACCESS REPORT     (DDNAME=RESTRRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - NOTHING FLAGGED                           *
      **              0004 - DENIED, OWN-RECORD OR COLLEAGUE ACCESSES  *
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
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-SELECTED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-ALLOWED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-MASKED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-DENIED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-OWN-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-COLLEAGUE-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-FLAGGED-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  CTLCARD - THE REPORT DATE.  A MISSING CARD OR A NON-NUMERIC
      *  DATE REPORTS TODAY'S ACCESSES.
      *****************************************************************
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CONTROL-RECORD.
           05  WS-CTL-REPORT-DATE      PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(72)  VALUE SPACES.
       01  WS-REPORT-DATE              PIC 9(08)  VALUE ZEROES.
       01  WS-DUMMY-KEY                PIC X(10)  VALUE SPACES.
      *
       COPY GVBCRCUJ.
      *
      *****************************************************************
      *  SECURITY ACCESS REPORT LINE - ONE PER JOURNALED ACCESS.  THE
      *  REQUESTER IS THE REPLY QUEUE OF A DISTRIBUTED LOOKUP, WHICH
      *  HAS NO OPERATOR.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-TIME             PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-TERMINAL         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-TRAN-ID          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-CLASS            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-ACCESS-TYPE      PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-OPER-LEVEL       PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-VERDICT          PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-REQUESTER        PIC X(48).
      *
       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(40) VALUE
               'MBRRCURP - RESTRICTED-CUSTOMER ACCESSES '.
           05  FILLER                  PIC X(03) VALUE
               'ON '.
           05  WS-TITLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(78) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL          PIC X(24).
           05  WS-TOTAL-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
                PERFORM 400-REPORT-ONE-LOG    THRU 400-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
                PERFORM 800-REPORT-TOTALS     THRU 800-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-FLAGGED-CNT > ZERO
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
           ACCEPT WS-REPORT-DATE       FROM DATE YYYYMMDD
      *
           MOVE  WS-CONTROL-DDNAME     TO TP90R-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90R-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90R-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90R-FILE-MODE
           MOVE  SPACES                TO TP90R-RETURN-CODE
           MOVE  +0                    TO TP90R-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-CONTROL-RECORD
                                       TO TP90R-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90R-RECFM

           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-CONTROL-RECORD,
                                 WS-DUMMY-KEY

           IF   TP90R-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE  TP90-VALUE-READ      TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-CONTROL-RECORD,
                                      WS-DUMMY-KEY
                IF   TP90R-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                AND  WS-CTL-REPORT-DATE NUMERIC
                     MOVE WS-CTL-REPORT-DATE TO WS-REPORT-DATE
                END-IF
                MOVE  TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-CONTROL-RECORD,
                                      WS-DUMMY-KEY
                SET   TP90R-ANCHOR         TO NULL
           END-IF
           DISPLAY 'MBRRCURP: REPORT DATE = ' WS-REPORT-DATE
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'RESTRLOG'            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  LENGTH OF RCUJ-RECORD TO TP90-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUJ-RECORD,
                                 WS-DUMMY-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCURP DD: RESTRLOG, GVBTP90 FAILED, '
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
                                 WS-DUMMY-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCURP DD: RESTRRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE WS-REPORT-DATE            TO WS-TITLE-DATE
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-TITLE-LINE,
                                 WS-DUMMY-KEY
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE JOURNAL RECORD AND, WHEN IT IS FOR THE REPORT
      *  DATE, PRINT IT.
      ***************************************************************
       400-REPORT-ONE-LOG.
      *
           MOVE  TP90-VALUE-READ       TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUJ-RECORD,
                                 WS-DUMMY-KEY

           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRRCURP: ERROR READING RESTRLOG RC = '
                          TP90-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                 TO RECORD-CNT
                  IF   RCUJ-LOG-DATE = WS-REPORT-DATE
                       PERFORM 450-PRINT-ONE-ACCESS THRU 450-EXIT
                  END-IF
           END-EVALUATE
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MARK AND PRINT ONE ACCESS.  AN EMPLOYEE'S RECORD SHOWN TO
      *  ANYONE BUT THAT EMPLOYEE IS A COLLEAGUE ACCESS - THE CASE
      *  SECURITY MOST NEEDS TO SEE - AND IS MARKED AHEAD OF THE
      *  PLAIN RESULT.
      ***************************************************************
       450-PRINT-ONE-ACCESS.
      *
           ADD  +1                        TO WS-SELECTED-CNT
           EVALUATE TRUE
             WHEN RCUJ-ALLOWED
                  ADD  +1                 TO WS-ALLOWED-CNT
             WHEN RCUJ-MASKED
                  ADD  +1                 TO WS-MASKED-CNT
             WHEN OTHER
                  ADD  +1                 TO WS-DENIED-CNT
           END-EVALUATE
      *
           EVALUATE TRUE
             WHEN RCUJ-IS-OWN-RECORD
                  ADD  +1                 TO WS-OWN-CNT
                  ADD  +1                 TO WS-FLAGGED-CNT
                  MOVE '** OWN RECORD **' TO WS-RPT-VERDICT
             WHEN RCUJ-CLASS-EMPLOYEE
             AND  RCUJ-ALLOWED
                  ADD  +1                 TO WS-COLLEAGUE-CNT
                  ADD  +1                 TO WS-FLAGGED-CNT
                  MOVE '** COLLEAGUE  **' TO WS-RPT-VERDICT
             WHEN RCUJ-DENIED
                  ADD  +1                 TO WS-FLAGGED-CNT
                  MOVE '** DENIED     **' TO WS-RPT-VERDICT
             WHEN RCUJ-MASKED
                  MOVE 'MASKED          ' TO WS-RPT-VERDICT
             WHEN OTHER
                  MOVE 'ALLOWED         ' TO WS-RPT-VERDICT
           END-EVALUATE
      *
           MOVE RCUJ-LOG-TIME             TO WS-RPT-TIME
           MOVE RCUJ-OPERATOR             TO WS-RPT-OPERATOR
           MOVE RCUJ-TERMINAL             TO WS-RPT-TERMINAL
           MOVE RCUJ-TRAN-ID              TO WS-RPT-TRAN-ID
           MOVE RCUJ-PROGRAM              TO WS-RPT-PROGRAM
           MOVE RCUJ-KEY-ID               TO WS-RPT-KEY-ID
           MOVE RCUJ-CLASS                TO WS-RPT-CLASS
           MOVE RCUJ-ACCESS-TYPE          TO WS-RPT-ACCESS-TYPE
           MOVE RCUJ-OPER-LEVEL           TO WS-RPT-OPER-LEVEL
           MOVE RCUJ-REQUESTER            TO WS-RPT-REQUESTER
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 WS-DUMMY-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCURP: ERROR WRITING RESTRRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       450-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TOTALS BY RESULT AND BY MARK AFTER THE DETAIL.
      ***************************************************************
       800-REPORT-TOTALS.
      *
           MOVE 'ACCESSES REPORTED      '  TO WS-TOTAL-LABEL
           MOVE WS-SELECTED-CNT           TO WS-TOTAL-COUNT
           PERFORM 810-WRITE-TOTAL        THRU 810-EXIT
           MOVE 'ALLOWED                '  TO WS-TOTAL-LABEL
           MOVE WS-ALLOWED-CNT            TO WS-TOTAL-COUNT
           PERFORM 810-WRITE-TOTAL        THRU 810-EXIT
           MOVE 'MASKED                 '  TO WS-TOTAL-LABEL
           MOVE WS-MASKED-CNT             TO WS-TOTAL-COUNT
           PERFORM 810-WRITE-TOTAL        THRU 810-EXIT
           MOVE 'DENIED                 '  TO WS-TOTAL-LABEL
           MOVE WS-DENIED-CNT             TO WS-TOTAL-COUNT
           PERFORM 810-WRITE-TOTAL        THRU 810-EXIT
           MOVE 'OWN RECORD             '  TO WS-TOTAL-LABEL
           MOVE WS-OWN-CNT                TO WS-TOTAL-COUNT
           PERFORM 810-WRITE-TOTAL        THRU 810-EXIT
           MOVE 'COLLEAGUE              '  TO WS-TOTAL-LABEL
           MOVE WS-COLLEAGUE-CNT          TO WS-TOTAL-COUNT
           PERFORM 810-WRITE-TOTAL        THRU 810-EXIT
           .
       800-EXIT.
           EXIT.
      *
      *
       810-WRITE-TOTAL.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-TOTAL-LINE,
                                 WS-DUMMY-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCURP: ERROR WRITING RESTRRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       810-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUJ-RECORD,
                                 WS-DUMMY-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 WS-DUMMY-KEY
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCURP: ' WS-DISPLAY-MASK-1
                   ' JOURNAL RECORDS READ'
           MOVE WS-SELECTED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCURP: ' WS-DISPLAY-MASK-1
                   ' ACCESSES ON THE REPORT DATE'
           MOVE WS-FLAGGED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRCURP: ' WS-DISPLAY-MASK-1
                   ' ACCESSES FLAGGED FOR SECURITY'
           .
       9900-EXIT.
           EXIT.
