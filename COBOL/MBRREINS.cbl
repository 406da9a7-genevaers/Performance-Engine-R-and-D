       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRREINS.
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
      ** DESCRIPTION: REINSTATEMENT OF LAPSED CUSTOMERS - THE REVERSE  *
      **              OF MBRLAPSE.  EACH RENEWAL OR PAYMENT            *
      **              NOTIFICATION ON RENEWIN (GVBCRENW) FOR A         *
      **              CUSTOMER IN STATUS L IS JUDGED AGAINST THE       *
      **              GRACE PERIOD: THE BUSINESS DAYS (FROM THE        *
      **              MBRBDAY CALENDAR SERVICE) BETWEEN THE LAPSED     *
      **              TERM'S PLCY-TERM-EFF-DT AND THE RENEWAL DATE.    *
      **              INSIDE THE GRACE PERIOD THE CUSTOMER GOES BACK   *
      **              TO STATUS A WITH THE RENEWAL'S NEW               *
      **              PLCY-TERM-EFF-DT, IN PLACE UNDER THE EXCLUSIVE   *
      **              CUSTNAMV ENQ, WITH A CHANGED BEFORE/AFTER PAIR   *
      **              ON CUSTNAUD THROUGH MBRAUDWR, A LINE ON THE      *
      **              REINSTATEMENT REGISTER AND A CONFIRMATION        *
      **              TRIGGER ON CORRTRIG FOR MBRCORR.  EVERY OTHER    *
      **              RENEWAL - OUTSIDE THE GRACE PERIOD, CUSTOMER     *
      **              NOT LAPSED OR NOT ON FILE, OR UNUSABLE DATES -   *
      **              GOES TO THE UNDERWRITING EXCEPTION LIST AND IS   *
      **              NOT APPLIED.                                     *
      **                                                               *
      **              CONTROL CARD KEYWORDS (ALL OPTIONAL):            *
      **                GRACE=NNN     BUSINESS DAYS OF GRACE (010)     *
      **                LETTER=XXXXXXXX  MBRCORR LETTER ID (REINSTAT)  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRBDAY - BUSINESS-DAY CALENDAR SERVICE       *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   RENEWAL NOTIFICATIONS       (DDNAME=RENEWIN)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                                                               *
      ** OUTPUT FILES:  REINSTATEMENT REGISTER      (DDNAME=REINRPT)   *
      **                UNDERWRITING EXCEPTIONS     (DDNAME=REINEXCP)  *
      **                CORRESPONDENCE TRIGGERS     (DDNAME=CORRTRIG)  *
      **                AUDIT TRAIL                 (DDNAME=CUSTNAUD)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - RENEWALS SENT TO UNDERWRITING             *
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
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
       01  WS-MBRBDAY                  PIC X(08)  VALUE 'MBRBDAY '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-CUSTNAMV-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-CUSTNAMV-ENQ-HELD               VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-REINSTATED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-EXCEPTION-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-TRIGGER-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-OLD-TERM-DT              PIC X(08)  VALUE SPACES.
       01  WS-GRACE-DAYS-USED          PIC S9(08) COMP VALUE +0.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE CONTROL CARD SETTINGS.
      *****************************************************************
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-GRACE-DAYS           PIC 9(03)  VALUE 010.
       01  WS-CTL-LETTER-ID            PIC X(08)  VALUE 'REINSTAT'.
      *
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
      *
      *      THE NAME IS HELD PROTECTED (SEE GVBCPIIK).  REINSTATEMENT
      *      TOUCHES ONLY THE STATUS, THE TERM AND THE STAMP, SO THE
      *      RECORD IS REWRITTEN AS STORED; A REVEALED COPY FEEDS THE
      *      REPORT.
       01  WS-CLEAR-IMAGE              PIC X(96)  VALUE SPACES.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *      MAINTENANCE-METADATA STAMP WORK FIELDS - THE SAME
      *      BYTES-81-TO-95 STAMP MLOADVS AND THE ONLINE UPDATE PATH
      *      WRITE, SO A REINSTATEMENT IS TRACEABLE LIKE ANY OTHER
      *      CHANGE.
       01  WS-STAMP-TIME-NOW.
           05  WS-STAMP-HHMMSS         PIC 9(06).
           05  FILLER                  PIC X(02).
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)  VALUE 'KEY '.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(06)  VALUE ' NAME '.
           05  WS-RPT-NAME             PIC X(20).
           05  FILLER                  PIC X(10)  VALUE ' OLD TERM '.
           05  WS-RPT-OLD-TERM-DT      PIC X(08).
           05  FILLER                  PIC X(10)  VALUE ' NEW TERM '.
           05  WS-RPT-NEW-TERM-DT      PIC X(08).
           05  FILLER                  PIC X(07)  VALUE ' GRACE '.
           05  WS-RPT-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(14)  VALUE
               ' REINSTATED   '.
      *
      *****************************************************************
      *  UNDERWRITING EXCEPTION LINE - THE RENEWAL AS RECEIVED, THE
      *  CUSTOMER'S STATUS AND TERM DATE AS FOUND, AND WHY IT WAS
      *  NOT APPLIED.
      *****************************************************************
       01  WS-EXCP-LINE.
           05  WS-EXCP-RENEWAL         PIC X(80).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-EXCP-STATUS          PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-EXCP-TERM-DT         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-EXCP-DAYS            PIC ZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-EXCP-REASON          PIC X(22).
      *
      *****************************************************************
      *  ONE CORRTRIG TRIGGER, IN THE LAYOUT MBRCORR READS.
      *****************************************************************
       01  WS-TRIGGER-RECORD.
           05  WS-TRG-LETTER-ID        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TRG-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  WS-TRG-TRIG-DATE        PIC X(08).
           05  FILLER                  PIC X(52).
      *
       COPY GVBCRENW.
       COPY GVBCRUNC.
       COPY GVBCAUDW.
       COPY GVBCBDAY.
       COPY GVBCKWRD.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90E-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90E-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90E-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90E-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90E-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90E-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90E-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90E-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90E-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90E-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90E-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90T-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90T-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90T-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90T-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90T-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90T-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90T-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90T-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90T-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90T-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90T-ESDS==.
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
           MOVE 'MBRREINS'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTNAMV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                SET  WS-CUSTNAMV-ENQ-HELD   TO TRUE
                DISPLAY 'MBRREINS: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
      *
                PERFORM 300-JUDGE-ONE-RENEWAL THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRREINS'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-REINSTATED-CNT         TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-EXCEPTION-CNT          TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-EXCEPTION-CNT > ZERO
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
      *  READ THE CONTROL CARD AND OPEN THE FILES.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRREINS'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +2                     TO KWRD-ENTRY-COUNT
           MOVE 'GRACE'                TO KWRD-NAME (1)
           MOVE '010'                  TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'LETTER'               TO KWRD-NAME (2)
           MOVE 'REINSTAT'             TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (1)
                                          KWRD-SOURCE (2)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (1) (1:3) NOT NUMERIC
             OR   KWRD-VALUE (1) (4:1) NOT = SPACE
                  DISPLAY 'MBRREINS: GRACE MUST BE THREE DIGITS'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:3)  TO WS-CTL-GRACE-DAYS
                  MOVE KWRD-VALUE (2) (1:8)  TO WS-CTL-LETTER-ID
           END-EVALUATE
           DISPLAY 'MBRREINS: GRACE PERIOD ' WS-CTL-GRACE-DAYS
                   ' BUSINESS DAYS, LETTER ' WS-CTL-LETTER-ID
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREINS DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90I-ANCHOR              TO NULL
           MOVE 'RENEWIN '                TO TP90I-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE LENGTH OF RENW-RECORD     TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM

           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 RENW-RECORD,
                                 TP90-RECORD-KEY

           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREINS DD: RENEWIN, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                SET  TP90I-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'REINRPT '                TO TP90R-DDNAME
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
                DISPLAY 'MBRREINS DD: REINRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90E-ANCHOR              TO NULL
           MOVE 'REINEXCP'                TO TP90E-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90E-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90E-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90E-FILE-MODE
           MOVE SPACES                    TO TP90E-RETURN-CODE
           MOVE +0                        TO TP90E-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-EXCP-LINE    TO TP90E-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90E-RECFM

           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 WS-EXCP-LINE,
                                 TP90-RECORD-KEY

           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREINS DD: REINEXCP, GVBTP90 FAILED, '
                        'RET CD = ' TP90E-RETURN-CODE
                SET  TP90E-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      CORRTRIG IS SHARED BY EVERY JOB THAT ASKS FOR A LETTER,
      *      SO THE TRIGGERS ARE APPENDED, NEVER REPLACED.
           SET  TP90T-ANCHOR              TO NULL
           MOVE 'CORRTRIG'                TO TP90T-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90T-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90T-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90T-FILE-MODE
           MOVE SPACES                    TO TP90T-RETURN-CODE
           MOVE +0                        TO TP90T-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-TRIGGER-RECORD
                                          TO TP90T-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90T-RECFM

           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 TP90-RECORD-KEY

           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREINS DD: CORRTRIG, GVBTP90 FAILED, '
                        'RET CD = ' TP90T-RETURN-CODE
                SET  TP90T-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE RENEWAL AND EITHER REINSTATE THE CUSTOMER OR SEND
      *  THE RENEWAL TO UNDERWRITING.
      ***************************************************************
       300-JUDGE-ONE-RENEWAL.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           MOVE SPACES                    TO RENW-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 RENW-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90I-DDNAME
                  GO TO 300-EXIT
             WHEN TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRREINS DD: RENEWIN, GVBTP90 FAILED, '
                          'RET CD = ' TP90I-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
           MOVE SPACES                    TO WS-EXCP-STATUS
                                             WS-EXCP-TERM-DT
           MOVE +0                        TO WS-GRACE-DAYS-USED
      *
           IF   RENW-RENEW-DATE NOT NUMERIC
           OR   RENW-NEW-TERM-DT NOT NUMERIC
                MOVE 'UNUSABLE DATES       ' TO WS-EXCP-REASON
                PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF TP90-RECORD-AREA
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE RENW-KEY-ID               TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE 'CUSTOMER NOT ON FILE ' TO WS-EXCP-REASON
                  PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRREINS DD: CUSTNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           MOVE TP90-CUST-STATUS          TO WS-EXCP-STATUS
           MOVE TP90-CUST-PLCY-TERM-EFF-DT TO WS-EXCP-TERM-DT
           IF   TP90-CUST-STATUS NOT = 'L'
                MOVE 'CUSTOMER NOT LAPSED  ' TO WS-EXCP-REASON
                PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
           IF   TP90-CUST-PLCY-TERM-EFF-DT NOT NUMERIC
           OR   RENW-NEW-TERM-DT NOT > TP90-CUST-PLCY-TERM-EFF-DT
                MOVE 'NEW TERM NOT LATER   ' TO WS-EXCP-REASON
                PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
      *
      *      THE GRACE CLOCK STARTS AT THE LAPSED TERM'S DATE - THE
      *      SAME DATE MBRLAPSE LAPSED THE CUSTOMER ON.  A RENEWAL
      *      DATED ON OR BEFORE IT IS INSIDE THE GRACE PERIOD.
           IF   RENW-RENEW-DATE > TP90-CUST-PLCY-TERM-EFF-DT
                SET  BDAY-FCN-BETWEEN      TO TRUE
                MOVE TP90-CUST-PLCY-TERM-EFF-DT TO BDAY-DATE-1
                MOVE RENW-RENEW-DATE       TO BDAY-DATE-2
                CALL WS-MBRBDAY  USING BDAY-CALENDAR-PARMS
                IF   BDAY-RET-INVALID
                     MOVE 'UNUSABLE DATES       ' TO WS-EXCP-REASON
                     PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                     GO TO 300-EXIT
                END-IF
                MOVE BDAY-RESULT-DAYS      TO WS-GRACE-DAYS-USED
           END-IF
           IF   WS-GRACE-DAYS-USED > WS-CTL-GRACE-DAYS
                MOVE 'OUTSIDE GRACE PERIOD ' TO WS-EXCP-REASON
                PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 400-REINSTATE-THIS-RECORD THRU 400-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
       350-WRITE-EXCEPTION.
      *
           ADD  +1                        TO WS-EXCEPTION-CNT
           MOVE RENW-RECORD               TO WS-EXCP-RENEWAL
           MOVE WS-GRACE-DAYS-USED        TO WS-EXCP-DAYS
           MOVE TP90-VALUE-WRITE          TO TP90E-FUNCTION-CODE
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 WS-EXCP-LINE,
                                 TP90-RECORD-KEY
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREINS: ERROR WRITING REINEXCP RC = '
                        TP90E-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
           END-IF
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FLIP ONE LAPSED CUSTOMER BACK TO ACTIVE ON ITS NEW TERM,
      *  STAMP THE MAINTENANCE METADATA, REWRITE IN PLACE, JOURNAL
      *  THE PAIR, AND ASK MBRCORR FOR THE CONFIRMATION LETTER.
      ***************************************************************
       400-REINSTATE-THIS-RECORD.
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-BEFORE-IMAGE
                                             WS-CLEAR-IMAGE
           MOVE TP90-CUST-PLCY-TERM-EFF-DT TO WS-OLD-TERM-DT
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-CLEAR-IMAGE
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRREINS: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 400-EXIT
           END-IF
      *
           MOVE 'A'                       TO TP90-CUST-STATUS
           MOVE RENW-NEW-TERM-DT          TO TP90-CUST-PLCY-TERM-EFF-DT
           MOVE WS-TODAY-CCYYMMDD         TO TP90-CUST-UPD-DATE
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-HHMMSS           TO TP90-CUST-UPD-TIME
           MOVE 'REIN'                    TO TP90-CUST-UPD-IDENT
           IF   TP90-CUST-UPD-SEQ NUMERIC
           AND  TP90-CUST-UPD-SEQ < 999
                ADD  1                    TO TP90-CUST-UPD-SEQ
           ELSE
                MOVE 1                    TO TP90-CUST-UPD-SEQ
           END-IF
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREINS: ERROR UPDATING KEY '
                        TP90-CUST-KEY-ID ' RC = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 400-EXIT
           END-IF
           ADD  +1                        TO WS-REINSTATED-CNT
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE TP90-CUST-KEY-ID          TO AUDW-KEY-ID
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE TP90-FB-RECORD-AREA       TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           MOVE TP90-CUST-KEY-ID          TO WS-RPT-KEY-ID
           MOVE WS-CLEAR-IMAGE (25:20)    TO WS-RPT-NAME
           MOVE WS-OLD-TERM-DT            TO WS-RPT-OLD-TERM-DT
           MOVE TP90-CUST-PLCY-TERM-EFF-DT TO WS-RPT-NEW-TERM-DT
           MOVE WS-GRACE-DAYS-USED        TO WS-RPT-DAYS
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREINS: ERROR WRITING REINRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 400-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-TRIGGER-RECORD
           MOVE WS-CTL-LETTER-ID          TO WS-TRG-LETTER-ID
           MOVE TP90-CUST-KEY-ID          TO WS-TRG-KEY-ID
           MOVE WS-TODAY-CCYYMMDD         TO WS-TRG-TRIG-DATE
           MOVE TP90-VALUE-WRITE          TO TP90T-FUNCTION-CODE
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRREINS: ERROR WRITING CORRTRIG RC = '
                        TP90T-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-TRIGGER-CNT
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           IF   WS-CUSTNAMV-ENQ-HELD
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'N'                     TO WS-CUSTNAMV-ENQ-SW
           END-IF
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
                                      RENW-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90E-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90E-FUNCTION-CODE
                CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                      WS-EXCP-LINE,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90T-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90T-FUNCTION-CODE
                CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                      WS-TRIGGER-RECORD,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREINS: ' WS-DISPLAY-MASK-1 ' RENEWALS READ'
           MOVE WS-REINSTATED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREINS: ' WS-DISPLAY-MASK-1
                   ' LAPSED CUSTOMERS REINSTATED TO STATUS A'
           MOVE WS-TRIGGER-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREINS: ' WS-DISPLAY-MASK-1
                   ' CONFIRMATION TRIGGERS WRITTEN'
           MOVE WS-EXCEPTION-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREINS: ' WS-DISPLAY-MASK-1
                   ' RENEWALS SENT TO UNDERWRITING'
           .
       9900-EXIT.
           EXIT.
