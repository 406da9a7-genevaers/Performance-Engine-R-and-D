       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRFRZAP.
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
      ******************************************************************
      **                PROGRAM INFORMATION                            *
      ******************************************************************
      **                                                               *
      ** DESCRIPTION: POST-BATCH APPLIER FOR THE FRZQUEUE CLUSTER      *
      **              (SEE GVBCFRZQ).  WHILE THE NIGHTLY CYCLE RUNS    *
      **              (THE CYCLSTAT SWITCH SET BY MBRCYCSW, SEE        *
      **              GVBCCYST) MBRCUPD AND MBRCCHLD ARE READ-ONLY     *
      **              AND QUEUE EACH CHANGE AN OPERATOR KEYS, WITH     *
      **              THE OPERATOR, THE TIME AND THE RECORD AS THE     *
      **              OPERATOR SAW IT.  RUN AFTER MBRCYCSW HAS         *
      **              CLEARED THE SWITCH, THIS PROGRAM APPLIES THE     *
      **              QUEUED CHANGES IN THE ORDER THEY WERE KEYED,     *
      **              UNDER THE SAME RULES THE ONLINE UPDATE LEGS      *
      **              USE:                                             *
      **                - THE GVBUR66 WRITER ENQ ON CUSTNAMV, HELD     *
      **                  FOR THE RUN;                                 *
      **                - THE OPTIMISTIC LOCK - A CHANGE WHOSE RECORD  *
      **                  NO LONGER MATCHES THE SAVED IMAGE (THE LOAD  *
      **                  CHANGED, ADDED OR DELETED IT) IS NOT         *
      **                  APPLIED BUT MARKED AND REPORTED AS A         *
      **                  CONFLICT FOR THE OPERATOR TO RE-KEY.  A      *
      **                  SECOND QUEUED CHANGE TO A RECORD THIS RUN    *
      **                  HAS ALREADY CHANGED IS NOT A CONFLICT;       *
      **                - THE MBRSTTRN STATUS RULES, THE SENSFLDS      *
      **                  DUAL-APPROVAL GATE (A SENSITIVE CHANGE IS    *
      **                  PARKED ON PENDAPPR UNDER THE QUEUING         *
      **                  OPERATOR) AND PERSONAL-DATA PROTECTION;      *
      **                - A MBRAUDWR BEFORE/AFTER PAIR PER CHANGE,     *
      **                  STAMPED MCUP OR MCCH AS ONLINE WOULD HAVE,   *
      **                  AND FOR A CUSTOMER CHANGE THE CINQLOG 'U'    *
      **                  RECORD NAMING THE QUEUING OPERATOR (SEE      *
      **                  GVBCACCL), SO MBRENTUR STILL ATTRIBUTES IT;  *
      **                - REL CHANGES THROUGH MBRRELMT;                *
      **                - A NAME OR LEGAL-NAME CHANGE RE-PARSED INTO   *
      **                  THE PARSED-NAME CHILD THROUGH MBRPNMMT.      *
      **              EVERY ENTRY TAKEN IS MARKED (APPLIED, CONFLICT,  *
      **              ERROR OR PARKED) AND LISTED ON FRZQRPT.  THE     *
      **              RUN REFUSES TO START WHILE THE SWITCH IS STILL   *
      **              SET.                                             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRSTTRN - STATUS TRANSITION CHECK            *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRRELMT - RELATIONSHIP SERVICE               *
      **                 MBRPNMMT - PARSED-NAME CHILD MAINTENANCE      *
      **                                                               *
      ** INPUT FILES:   CYCLE-STATE RECORD          (DDNAME=CYCLSTAT)  *
      **                SENSITIVE-FIELD LIST        (DDNAME=SENSFLDS)  *
      **                                                               *
      ** I-O FILES:     BATCH-WINDOW CHANGE QUEUE   (DDNAME=FRZQUEUE)  *
      **                VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                CONTACT CHILD CLUSTER       (DDNAME=CUSTCTCV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                PREFERENCE CHILD CLUSTER    (DDNAME=CUSTPRFV)  *
      **                RELATIONSHIP CHILD CLUSTER  (DDNAME=CUSTRELV)  *
      **                DUAL-APPROVAL QUEUE         (DDNAME=PENDAPPR)  *
      **                PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                                                               *
      ** OUTPUT FILES:  QUEUED-CHANGE REGISTER      (DDNAME=FRZQRPT)   *
      **                ONLINE ACCESS JOURNAL       (DDNAME=CINQLOG)   *
      **                AUDIT TRAIL                 (DDNAME=CUSTNAUD)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - ONE OR MORE CONFLICTS OR ERRORS           *
      **              0008 - BATCH WINDOW STILL OPEN, NOTHING APPLIED  *
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
       01  WS-MBRRELMT                 PIC X(08)  VALUE 'MBRRELMT'.
       01  WS-MBRPNMMT                 PIC X(08)  VALUE 'MBRPNMMT'.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-CUSTNAMV-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-CUSTNAMV-ENQ-HELD               VALUE 'Y'.
       01  WS-WINDOW-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-WINDOW-STILL-OPEN               VALUE 'Y'.
       01  WS-CINQLOG-OPEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-CINQLOG-IS-OPEN                 VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-APPLIED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-CONFLICT-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-ERROR-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-QUEUED-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-STAMP-TIME-NOW.
           05  WS-STAMP-HHMMSS         PIC 9(06).
           05  FILLER                  PIC X(02).
       01  WS-STAMP-OLD-SEQ            PIC 9(03)  COMP-3 VALUE 0.
      *
      *      THE OUTCOME OF ONE QUEUE ENTRY, WRITTEN BACK TO IT BY
      *      700-MARK-ENTRY (STATUS CODES AS IN GVBCFRZQ).
       01  WS-ENTRY-STATUS             PIC X(01)  VALUE SPACE.
       01  WS-ENTRY-RESULT             PIC X(24)  VALUE SPACES.
      *
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(96)  VALUE SPACES.
       01  WS-CURRENT-IMAGE            PIC X(96)  VALUE SPACES.
       01  WS-CHILD-DDNAME             PIC X(08)  VALUE SPACES.
       01  WS-REL-READ-RC              PIC X(01)  VALUE SPACE.
      *
      *****************************************************************
      *  RECORDS THIS RUN HAS ALREADY CHANGED.  AN OPERATOR WHO KEYED
      *  TWO CHANGES TO ONE RECORD IN THE WINDOW SAVED THE SAME IMAGE
      *  BOTH TIMES; ONCE THE FIRST IS APPLIED THE SECOND STILL
      *  BELONGS ON TOP OF IT, SO A SAVED IMAGE EQUAL TO THE FIRST
      *  ONE'S, AGAINST A RECORD EXACTLY AS THIS RUN LEFT IT, IS NOT
      *  A CONFLICT.  THE KEY IS THE CUSTOMER KEY (PARENT) OR THE
      *  15-BYTE CHILD KEY.
      *****************************************************************
       01  WS-CHAIN-MAX                PIC S9(04) COMP VALUE +200.
       01  WS-CHAIN-COUNT              PIC S9(04) COMP VALUE +0.
       01  WS-CHAIN-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-CHAIN-TEST-KEY           PIC X(15)  VALUE SPACES.
       01  WS-CHAIN-FOUND-SW           PIC X(01)  VALUE 'N'.
           88  WS-CHAIN-FOUND                     VALUE 'Y'.
       01  WS-CONFLICT-SW              PIC X(01)  VALUE 'N'.
           88  WS-IS-CONFLICT                     VALUE 'Y'.
       01  WS-CHAIN-TBL.
           05  WS-CHAIN-ENTRY          OCCURS 200 TIMES.
               10  WS-CHAIN-KEY        PIC X(15).
               10  WS-CHAIN-BASE-IMAGE PIC X(96).
               10  WS-CHAIN-LAST-IMAGE PIC X(96).
      *
      *      THE NAME AND ADDRESS LINE ARE STORED PROTECTED (SEE
      *      GVBCPIIK), AS ARE A CHILD'S PERSONAL FIELDS.  SAVED AND
      *      CURRENT IMAGES ARE COMPARED AS STORED.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *****************************************************************
      *  THE SENSITIVE-FIELD LIST (THE SAME SENSFLDS DD AND DEFAULT
      *  PAIR AS MBRCUPD AND MBRPCHG), AND THE APPROVAL QUEUE A
      *  SENSITIVE CUSTOMER CHANGE IS PARKED ON.
      *****************************************************************
       01  WS-SENSFLDS-DDNAME          PIC X(08)  VALUE 'SENSFLDS'.
       01  WS-SENS-CARD                PIC X(80)  VALUE SPACES.
       01  WS-SENS-TBL-MAX             PIC S9(04) COMP VALUE +10.
       01  WS-SENS-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-SENS-TBL.
           05  WS-SENS-FIELD-NAME      OCCURS 10 TIMES PIC X(20).
       01  WS-SENS-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-SENS-TEST-NAME           PIC X(20)  VALUE SPACES.
       01  WS-SENS-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-SENS-EOF                        VALUE 'Y'.
       01  WS-SENS-HIT-SW              PIC X(01)  VALUE 'N'.
           88  WS-SENS-HIT                        VALUE 'Y'.
       01  WS-SENS-LOADED-SW           PIC X(01)  VALUE 'N'.
           88  WS-SENS-LOADED                     VALUE 'Y'.
       01  WS-CHANGE-SENSITIVE-SW      PIC X(01)  VALUE 'N'.
           88  WS-CHANGE-SENSITIVE                VALUE 'Y'.
       01  WS-APPR-OPEN-SW             PIC X(01)  VALUE ' '.
           88  WS-APPR-UNTRIED                    VALUE ' '.
           88  WS-APPR-IS-OPEN                    VALUE 'Y'.
           88  WS-APPR-UNAVAILABLE                VALUE 'U'.
       01  WS-APPR-SEQ-TRY             PIC 9(02)  VALUE ZEROES.
       01  WS-APPR-STORED-SW           PIC X(01)  VALUE 'N'.
           88  WS-APPR-STORED                     VALUE 'Y'.
           88  WS-APPR-GAVE-UP                    VALUE 'X'.
      *
       COPY GVBCAPPR.
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(07)  VALUE 'QUEUED '.
           05  WS-RPT-QUEUED-DATE      PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-QUEUED-TIME      PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CHANGE           PIC X(08).
           05  WS-RPT-CHILD-CHANGE     REDEFINES WS-RPT-CHANGE.
               10  WS-RPT-CMD-ACTION   PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-RPT-CMD-REC-TYPE PIC X(03).
               10  FILLER              PIC X(01).
               10  WS-RPT-CMD-SEQ-NBR  PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-RESULT           PIC X(24).
           05  FILLER                  PIC X(04)  VALUE SPACES.
      *
       COPY GVBCRUNC.
       COPY GVBCAUDW.
       COPY GVBCCYST.
       COPY GVBCFRZQ.
       COPY GVBCACCL.
       COPY GVBCCHLD.
       COPY GVBCRELM.
       COPY GVBCPNMM.
      *
      *      A QUEUED STATUS CHANGE MUST STILL BE ONE AN OPERATOR IS
      *      ALLOWED TO MAKE FROM THE STATUS ON FILE AFTER THE LOAD
      *      (SEE GVBCSTTR/MBRSTTRN); ONE THAT IS NOT IS MARKED IN
      *      ERROR, NOT APPLIED.
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                 PIC X(08)  VALUE 'MBRSTTRN'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90A-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90A-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90A-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90A-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90A-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90A-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90A-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90A-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90A-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90A-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90A-ESDS==.
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
           MOVE 'MBRFRZAP'                TO RUNC-REG-RUN-ID
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
           AND  NOT WS-WINDOW-STILL-OPEN
                PERFORM 400-RUN-APPLY        THRU 400-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRFRZAP'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-APPLIED-CNT            TO RUNC-REG-RCRDS-WRITTEN
           COMPUTE RUNC-REG-RCRDS-REJECTED =
                   WS-CONFLICT-CNT + WS-ERROR-CNT
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-WINDOW-STILL-OPEN
                  MOVE 8                     TO RETURN-CODE
             WHEN WS-CONFLICT-CNT > ZERO
               OR WS-ERROR-CNT > ZERO
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
      *  REFUSE TO RUN WHILE THE BATCH WINDOW IS STILL OPEN, THEN
      *  OPEN THE QUEUE, THE REGISTER AND CUSTNAMV.  CINQLOG IS
      *  OPTIONAL - WITHOUT IT THE CUSTOMER CHANGES ARE STILL
      *  APPLIED, BUT MBRENTUR WILL LIST THEM AS UNATTRIBUTED.
      ***************************************************************
       100-INIT.
      *
           PERFORM 200-CHECK-CYCLE-STATE  THRU 200-EXIT
           IF   CYST-BATCH-WINDOW
                SET  WS-WINDOW-STILL-OPEN  TO TRUE
                DISPLAY 'MBRFRZAP: BATCH WINDOW STILL OPEN FOR CYCLE '
                        CYST-CYCLE-DATE ' - NOTHING APPLIED'
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90Q-ANCHOR              TO NULL
           MOVE 'FRZQUEUE'                TO TP90Q-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90Q-FILE-MODE
           MOVE SPACES                    TO TP90Q-RETURN-CODE
           MOVE +0                        TO TP90Q-VSAM-RETURN-CODE
           MOVE +0                        TO TP90Q-RECORD-LENGTH
           MOVE SPACES                    TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFRZAP DD: FRZQUEUE, GVBTP90 FAILED, '
                        'RET CD = ' TP90Q-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90Q-DDNAME
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'FRZQRPT '                TO TP90R-DDNAME
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
                DISPLAY 'MBRFRZAP DD: FRZQRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
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
                DISPLAY 'MBRFRZAP DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           SET  TP90L-ANCHOR              TO NULL
           MOVE 'CINQLOG '                TO TP90L-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90L-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90L-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90L-FILE-MODE
           MOVE SPACES                    TO TP90L-RETURN-CODE
           MOVE +0                        TO TP90L-VSAM-RETURN-CODE
           MOVE LENGTH OF ACCL-RECORD     TO TP90L-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90L-RECFM
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 ACCL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90L-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-CINQLOG-IS-OPEN    TO TRUE
           ELSE
                SET  TP90L-ANCHOR          TO NULL
                DISPLAY 'MBRFRZAP: NO CINQLOG DD ALLOCATED - CUSTOMER '
                        'CHANGES WILL NOT BE ATTRIBUTED'
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE CYCLE-STATE SWITCH.  NO CYCLSTAT DD, OR AN EMPTY
      *  ONE, MEANS THE WINDOW IS CLOSED.
      ***************************************************************
       200-CHECK-CYCLE-STATE.
      *
           MOVE SPACES                    TO CYST-RECORD
           MOVE 'O'                       TO CYST-STATE
      *
           SET  TP90L-ANCHOR              TO NULL
           MOVE 'CYCLSTAT'                TO TP90L-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90L-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90L-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90L-FILE-MODE
           MOVE SPACES                    TO TP90L-RETURN-CODE
           MOVE +0                        TO TP90L-VSAM-RETURN-CODE
           MOVE LENGTH OF CYST-RECORD     TO TP90L-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90L-RECFM
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90L-ANCHOR         TO NULL
                GO TO 200-EXIT
           END-IF
      *
           MOVE TP90-VALUE-READ           TO TP90L-FUNCTION-CODE
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE SPACES               TO CYST-RECORD
                MOVE 'O'                  TO CYST-STATE
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90L-FUNCTION-CODE
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90L-ANCHOR              TO NULL
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TAKE THE WRITER ENQ FOR THE RUN AND BROWSE THE QUEUE FROM
      *  THE TOP - IT IS KEYED BY THE TIME EACH CHANGE WAS QUEUED,
      *  SO THE CHANGES APPLY IN THE ORDER THEY WERE KEYED.
      ***************************************************************
       400-RUN-APPLY.
      *
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           SET  WS-CUSTNAMV-ENQ-HELD      TO TRUE
           DISPLAY 'MBRFRZAP: ENQ WAIT = '
                   ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
      *
           MOVE 'FRZQUEUE'                TO TP90Q-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90Q-FILE-MODE
           MOVE LENGTH OF FRZQ-RECORD     TO TP90Q-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90Q-RECFM
           MOVE LOW-VALUES                TO FRZQ-RECORD-KEY
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO EOF-FLAG
           END-IF
      *
           PERFORM 410-APPLY-ONE-ENTRY    THRU 410-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE NEXT QUEUE ENTRY.  ONLY ENTRIES STILL QUEUED ARE
      *  TAKEN; ONES MARKED BY AN EARLIER RUN ARE LEFT AS THEY ARE.
      *  A RUN-STOPPING FAILURE LEAVES THE ENTRY QUEUED FOR A RERUN.
      ***************************************************************
       410-APPLY-ONE-ENTRY.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90Q-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y' TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED FRZQUEUE'
                  GO TO 410-EXIT
             WHEN TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRFRZAP DD: FRZQUEUE, GVBTP90 FAILED, '
                          'RET CD = ' TP90Q-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 410-EXIT
             WHEN NOT FRZQ-STATUS-QUEUED
                  GO TO 410-EXIT
             WHEN OTHER
                  ADD  +1                    TO RECORD-CNT
           END-EVALUATE
      *
           MOVE FRZQ-QUEUED-DATE          TO WS-RPT-QUEUED-DATE
           MOVE FRZQ-QUEUED-TIME          TO WS-RPT-QUEUED-TIME
           MOVE FRZQ-OPERATOR             TO WS-RPT-OPERATOR
           MOVE FRZQ-KEY-ID               TO WS-RPT-KEY-ID
           MOVE SPACES                    TO WS-ENTRY-STATUS
                                             WS-ENTRY-RESULT
      *
           IF   FRZQ-SOURCE-PARENT
                MOVE FRZQ-TRAN-ID         TO WS-RPT-CHANGE
                PERFORM 420-APPLY-PARENT  THRU 420-EXIT
           ELSE
                MOVE SPACES               TO WS-RPT-CHANGE
                MOVE FRZQ-CMD-ACTION      TO WS-RPT-CMD-ACTION
                MOVE FRZQ-CMD-REC-TYPE    TO WS-RPT-CMD-REC-TYPE
                MOVE FRZQ-CMD-SEQ-NBR     TO WS-RPT-CMD-SEQ-NBR
                IF   FRZQ-CMD-REC-TYPE = 'REL'
                     PERFORM 560-APPLY-REL THRU 560-EXIT
                ELSE
                     PERFORM 500-APPLY-CHILD THRU 500-EXIT
                END-IF
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 700-MARK-ENTRY    THRU 700-EXIT
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPLY ONE QUEUED MBRCUPD CHANGE.  THE CUSTOMER MUST STILL
      *  BE AS THE OPERATOR SAW IT (OR AS THIS RUN LEFT IT) - THE
      *  SAME STALE-IMAGE RULE THE ONLINE UPDATE LEG APPLIES.
      ***************************************************************
       420-APPLY-PARENT.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF TP90-RECORD-AREA
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE FRZQ-KEY-ID               TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                    TO WS-CONFLICT-CNT
                MOVE 'C'                   TO WS-ENTRY-STATUS
                MOVE 'CONFLICT - NOT ON FILE ' TO WS-ENTRY-RESULT
                GO TO 420-EXIT
           END-IF
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-BEFORE-IMAGE
                                             WS-CURRENT-IMAGE
           MOVE FRZQ-KEY-ID               TO WS-CHAIN-TEST-KEY
           PERFORM 600-JUDGE-CONFLICT     THRU 600-EXIT
           IF   WS-IS-CONFLICT
                ADD  +1                    TO WS-CONFLICT-CNT
                MOVE 'C'                   TO WS-ENTRY-STATUS
                MOVE 'CONFLICT - BATCH CHANGED' TO WS-ENTRY-RESULT
                GO TO 420-EXIT
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           PERFORM 425-PARENT-PII         THRU 425-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 420-EXIT
           END-IF
           IF   FRZQ-UPD-NAME NOT = SPACES
                MOVE FRZQ-UPD-NAME        TO TP90-CUST-NAME
           END-IF
           IF   FRZQ-UPD-ADDR-LINE NOT = SPACES
                MOVE FRZQ-UPD-ADDR-LINE   TO TP90-CUST-ADDR-LINE
           END-IF
           IF   FRZQ-UPD-CITY NOT = SPACES
                MOVE FRZQ-UPD-CITY        TO TP90-CUST-CITY
           END-IF
           IF   FRZQ-UPD-STATE NOT = SPACES
                MOVE FRZQ-UPD-STATE       TO TP90-CUST-STATE
           END-IF
           IF   FRZQ-UPD-STATUS-CD NOT = SPACES
                MOVE FRZQ-UPD-STATUS-CD   TO TP90-CUST-STATUS
           END-IF
      *
           SET  STTR-FCN-CHECK            TO TRUE
           SET  STTR-PATH-ONLINE          TO TRUE
           MOVE WS-BEFORE-IMAGE (80:1)    TO STTR-FROM-STATUS
           MOVE TP90-CUST-STATUS          TO STTR-TO-STATUS
           MOVE ZEROES                    TO STTR-AS-OF-DATE
           CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
           IF   STTR-RET-REFUSED
                DISPLAY 'MBRFRZAP: *** ' STTR-REASON-TEXT
                        ', KEY ' FRZQ-KEY-ID ' ***'
                ADD  +1                    TO WS-ERROR-CNT
                MOVE 'E'                   TO WS-ENTRY-STATUS
                MOVE 'STATUS CHANGE REFUSED  ' TO WS-ENTRY-RESULT
                GO TO 420-EXIT
           END-IF
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           PERFORM 425-PARENT-PII         THRU 425-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 420-EXIT
           END-IF
      *
      *      A CHANGE TOUCHING A SENSITIVE FIELD PARKS ON PENDAPPR
      *      UNDER THE QUEUING OPERATOR, EXACTLY AS IT WOULD HAVE
      *      FROM MBRCUPD WITH THE WINDOW CLOSED.
           PERFORM 440-JUDGE-SENSITIVITY  THRU 440-EXIT
           IF   WS-CHANGE-SENSITIVE
                MOVE TP90-FB-RECORD-AREA  TO WS-AFTER-IMAGE
                PERFORM 430-QUEUE-FOR-APPROVAL THRU 430-EXIT
                GO TO 420-EXIT
           END-IF
      *
      *      STAMPED AS MBRCUPD STAMPS ITS OWN CHANGES - THE NEXT
      *      UPDATE SEQUENCE, IDENT MCUP.
           MOVE WS-TODAY-CCYYMMDD         TO TP90-CUST-UPD-DATE
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-HHMMSS           TO TP90-CUST-UPD-TIME
           MOVE 'MCUP'                    TO TP90-CUST-UPD-IDENT
           IF   TP90-CUST-UPD-SEQ NUMERIC
           AND  TP90-CUST-UPD-SEQ < 999
                MOVE TP90-CUST-UPD-SEQ    TO WS-STAMP-OLD-SEQ
                COMPUTE TP90-CUST-UPD-SEQ = WS-STAMP-OLD-SEQ + 1
           ELSE
                MOVE 1                    TO TP90-CUST-UPD-SEQ
           END-IF
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                    TO WS-ERROR-CNT
                MOVE 'E'                   TO WS-ENTRY-STATUS
                MOVE 'CUSTNAMV UPDATE FAILED ' TO WS-ENTRY-RESULT
                GO TO 420-EXIT
           END-IF
      *
           ADD  +1                        TO WS-APPLIED-CNT
           MOVE 'A'                       TO WS-ENTRY-STATUS
           MOVE 'APPLIED                ' TO WS-ENTRY-RESULT
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-PARENT           TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE FRZQ-KEY-ID               TO AUDW-KEY-ID
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE TP90-FB-RECORD-AREA       TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           PERFORM 460-LOG-OPERATOR       THRU 460-EXIT
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-AFTER-IMAGE
           PERFORM 620-RECORD-CHAIN       THRU 620-EXIT
      *
      *      THE QUEUED NAME IS STILL IN CLEAR FOR THE RE-PARSE.
           IF   FRZQ-UPD-NAME NOT = SPACES
                SET  PNMM-FCN-WRITE       TO TRUE
                MOVE FRZQ-KEY-ID          TO PNMM-KEY-ID
                MOVE FRZQ-UPD-NAME        TO PNMM-NAME
                SET  PNMM-SRC-PARENT      TO TRUE
                MOVE 'MCUP'               TO PNMM-UPD-IDENT
                CALL WS-MBRPNMMT USING PNMM-PARMS
           END-IF
           .
       420-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL OR PROTECT (PER PIIC-FUNCTION) THE CUSTOMER IN THE
      *  RECORD AREA UNDER THE ACTIVE PERSONAL-DATA KEY.  A KEY THE
      *  RUN CANNOT USE STOPS IT, LEAVING THE CHANGE QUEUED.
      ***************************************************************
       425-PARENT-PII.
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRFRZAP: PERSONAL DATA NOT USABLE, KEY '
                        FRZQ-KEY-ID ' FUNCTION ' PIIC-FUNCTION
                        ' MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       425-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PARK THE SENSITIVE CHANGE ON PENDAPPR - BEFORE IMAGE AS
      *  READ, AFTER IMAGE WITH THE REPLACEMENT FIELDS APPLIED,
      *  REQUESTED BY THE OPERATOR WHO QUEUED IT.  THE QUEUE OPENS
      *  ON FIRST USE; A MISSING PENDAPPR DD MARKS THE CHANGE IN
      *  ERROR RATHER THAN APPLYING IT UNGATED.
      ***************************************************************
       430-QUEUE-FOR-APPROVAL.
      *
           EVALUATE TRUE
             WHEN WS-APPR-IS-OPEN
                  CONTINUE
             WHEN WS-APPR-UNAVAILABLE
                  PERFORM 435-REFUSE-UNGATED THRU 435-EXIT
                  GO TO 430-EXIT
             WHEN OTHER
                  SET  TP90A-ANCHOR       TO NULL
                  MOVE 'PENDAPPR'         TO TP90A-DDNAME
                  MOVE TP90-VALUE-OPEN    TO TP90A-FUNCTION-CODE
                  MOVE TP90-VALUE-VSAM    TO TP90A-FILE-TYPE
                  MOVE TP90-VALUE-IO      TO TP90A-FILE-MODE
                  MOVE SPACES             TO TP90A-RETURN-CODE
                  MOVE +0                 TO TP90A-VSAM-RETURN-CODE
                  MOVE +0                 TO TP90A-RECORD-LENGTH
                  MOVE SPACES             TO TP90A-RECFM
                  CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                        APPR-RECORD,
                                        APPR-RECORD-KEY
                  IF   TP90A-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-APPR-IS-OPEN TO TRUE
                  ELSE
                       SET  WS-APPR-UNAVAILABLE TO TRUE
                       DISPLAY 'MBRFRZAP: NO PENDAPPR DD ALLOCATED - '
                               'SENSITIVE CHANGES MARKED IN ERROR, '
                               'NEVER APPLIED UNGATED'
                       PERFORM 435-REFUSE-UNGATED THRU 435-EXIT
                       GO TO 430-EXIT
                  END-IF
           END-EVALUATE
      *
           MOVE 'N'                       TO WS-APPR-STORED-SW
           MOVE 00                        TO WS-APPR-SEQ-TRY
           PERFORM 432-TRY-ONE-APPR-SEQ   THRU 432-EXIT
                   UNTIL WS-APPR-STORED OR WS-APPR-GAVE-UP
      *
           IF   WS-APPR-STORED
                ADD  +1                   TO WS-QUEUED-CNT
                MOVE 'P'                  TO WS-ENTRY-STATUS
                MOVE 'QUEUED FOR APPROVAL    ' TO WS-ENTRY-RESULT
           ELSE
                PERFORM 435-REFUSE-UNGATED THRU 435-EXIT
           END-IF
           .
       430-EXIT.
           EXIT.
      *
      *
       432-TRY-ONE-APPR-SEQ.
      *
           IF   WS-APPR-SEQ-TRY >= 99
                SET  WS-APPR-GAVE-UP      TO TRUE
                GO TO 432-EXIT
           END-IF
           ADD  1                         TO WS-APPR-SEQ-TRY
      *
           MOVE SPACES                    TO APPR-RECORD
           MOVE FRZQ-KEY-ID               TO APPR-KEY-ID
           MOVE WS-TODAY-CCYYMMDD         TO APPR-REQ-DATE
           MOVE WS-APPR-SEQ-TRY           TO APPR-SEQ
           MOVE 'P'                       TO APPR-STATUS
           MOVE FRZQ-OPERATOR             TO APPR-REQUESTED-BY
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-HHMMSS           TO APPR-REQ-TIME
           MOVE ZEROES                    TO APPR-DECIDED-DATE
           MOVE ZEROES                    TO APPR-DECIDED-TIME
           MOVE SPACES                    TO APPR-DECIDED-BY
           MOVE WS-BEFORE-IMAGE           TO APPR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE            TO APPR-AFTER-IMAGE
           MOVE APPR-RECORD (1:20)        TO APPR-RECORD-KEY
      *
           MOVE LENGTH OF APPR-RECORD     TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           MOVE TP90-VALUE-WRITE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           IF   TP90A-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-APPR-STORED       TO TRUE
           END-IF
           .
       432-EXIT.
           EXIT.
      *
      *
       435-REFUSE-UNGATED.
      *
           ADD  +1                        TO WS-ERROR-CNT
           MOVE 'E'                       TO WS-ENTRY-STATUS
           MOVE 'APPROVAL QUEUE FAILED  '  TO WS-ENTRY-RESULT
           .
       435-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  DECIDE WHETHER THE QUEUED CHANGE TOUCHES A SENSITIVE FIELD -
      *  THE SAME SENSFLDS LIST AND DEFAULT PAIR MBRCUPD JUDGES,
      *  LOADED ONCE PER RUN.
      ***************************************************************
       440-JUDGE-SENSITIVITY.
      *
           IF   NOT WS-SENS-LOADED
                PERFORM 445-LOAD-SENS-LIST THRU 445-EXIT
                SET  WS-SENS-LOADED       TO TRUE
           END-IF
      *
           MOVE 'N'                       TO WS-CHANGE-SENSITIVE-SW
           IF   FRZQ-UPD-NAME NOT = SPACES
                MOVE 'CUST-NAME           ' TO WS-SENS-TEST-NAME
                PERFORM 450-TEST-ONE-FIELD THRU 450-EXIT
           END-IF
           IF   FRZQ-UPD-ADDR-LINE NOT = SPACES
                MOVE 'CUST-ADDR-LINE      ' TO WS-SENS-TEST-NAME
                PERFORM 450-TEST-ONE-FIELD THRU 450-EXIT
           END-IF
           IF   FRZQ-UPD-CITY NOT = SPACES
                MOVE 'CUST-CITY           ' TO WS-SENS-TEST-NAME
                PERFORM 450-TEST-ONE-FIELD THRU 450-EXIT
           END-IF
           IF   FRZQ-UPD-STATE NOT = SPACES
                MOVE 'CUST-STATE          ' TO WS-SENS-TEST-NAME
                PERFORM 450-TEST-ONE-FIELD THRU 450-EXIT
           END-IF
           IF   FRZQ-UPD-STATUS-CD NOT = SPACES
                MOVE 'CUST-STATUS         ' TO WS-SENS-TEST-NAME
                PERFORM 450-TEST-ONE-FIELD THRU 450-EXIT
           END-IF
           .
       440-EXIT.
           EXIT.
      *
      *
       445-LOAD-SENS-LIST.
      *
           MOVE +0                        TO WS-SENS-COUNT
           MOVE 'N'                       TO WS-SENS-EOF-SW
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE WS-SENSFLDS-DDNAME        TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-SENS-CARD    TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-SENS-CARD,
                                 APPR-RECORD-KEY
      *
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
      *      NO LIST CONFIGURED - THE DEFAULT SENSITIVE PAIR.
                MOVE +2                   TO WS-SENS-COUNT
                MOVE 'CUST-NAME           ' TO WS-SENS-FIELD-NAME (1)
                MOVE 'CUST-ADDR-LINE      ' TO WS-SENS-FIELD-NAME (2)
                SET  TP90A-ANCHOR         TO NULL
                GO TO 445-EXIT
           END-IF
      *
           PERFORM 446-LOAD-ONE-SENS      THRU 446-EXIT
                   UNTIL WS-SENS-EOF
                      OR WS-SENS-COUNT >= WS-SENS-TBL-MAX
      *
           MOVE TP90-VALUE-CLOSE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-SENS-CARD,
                                 APPR-RECORD-KEY
           SET  TP90A-ANCHOR              TO NULL
           .
       445-EXIT.
           EXIT.
      *
      *
       446-LOAD-ONE-SENS.
      *
           MOVE TP90-VALUE-READ           TO TP90A-FUNCTION-CODE
           MOVE SPACES                    TO WS-SENS-CARD
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-SENS-CARD,
                                 APPR-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-SENS-EOF           TO TRUE
           ELSE
                IF   WS-SENS-CARD (1:20) NOT = SPACES
                     ADD  +1               TO WS-SENS-COUNT
                     MOVE WS-SENS-CARD (1:20)
                       TO WS-SENS-FIELD-NAME (WS-SENS-COUNT)
                END-IF
           END-IF
           .
       446-EXIT.
           EXIT.
      *
      *
       450-TEST-ONE-FIELD.
      *
           MOVE 'N'                       TO WS-SENS-HIT-SW
           MOVE +0                        TO WS-SENS-IDX
           PERFORM 455-MATCH-ONE-SENS     THRU 455-EXIT
                   UNTIL WS-SENS-HIT
                      OR WS-SENS-IDX >= WS-SENS-COUNT
           IF   WS-SENS-HIT
                SET  WS-CHANGE-SENSITIVE  TO TRUE
           END-IF
           .
       450-EXIT.
           EXIT.
      *
      *
       455-MATCH-ONE-SENS.
      *
           ADD  +1                        TO WS-SENS-IDX
           IF   WS-SENS-FIELD-NAME (WS-SENS-IDX) = WS-SENS-TEST-NAME
                SET  WS-SENS-HIT          TO TRUE
           END-IF
           .
       455-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NAME THE QUEUING OPERATOR BEHIND THE CHANGE ON CINQLOG,
      *  STAMPED WITH THE MAINTENANCE DATE AND TIME JUST WRITTEN, AS
      *  MBRCUPD DOES FOR A CHANGE IT APPLIES ITSELF (SEE GVBCACCL).
      ***************************************************************
       460-LOG-OPERATOR.
      *
           IF   NOT WS-CINQLOG-IS-OPEN
                GO TO 460-EXIT
           END-IF
      *
           MOVE SPACES                    TO ACCL-RECORD
           MOVE TP90-CUST-UPD-DATE        TO ACCL-LOG-DATE
           MOVE TP90-CUST-UPD-TIME        TO ACCL-LOG-TIME
           MOVE FRZQ-OPERATOR             TO ACCL-OPERATOR
           MOVE FRZQ-TERMINAL             TO ACCL-TERMINAL
           MOVE FRZQ-TRAN-ID              TO ACCL-TRAN-ID
           MOVE 'K'                       TO ACCL-INQUIRY-TYPE
           MOVE FRZQ-KEY-ID               TO ACCL-KEY-ID
           MOVE SPACES                    TO ACCL-AGRE-NBR
           MOVE 'U'                       TO ACCL-RESULT
      *
           MOVE TP90-VALUE-WRITE          TO TP90L-FUNCTION-CODE
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 ACCL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFRZAP: ERROR WRITING CINQLOG RC = '
                        TP90L-RETURN-CODE ', KEY ' FRZQ-KEY-ID
           END-IF
           .
       460-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPLY ONE QUEUED MBRCCHLD COMMAND TO AN ADR, CTC, NAM OR
      *  PRF CHILD.  THE TYPE'S CLUSTER IS OPENED FOR THE ONE ENTRY.
      ***************************************************************
       500-APPLY-CHILD.
      *
           EVALUATE FRZQ-CMD-REC-TYPE
             WHEN 'ADR'
                  MOVE 'CUSTADRV'         TO WS-CHILD-DDNAME
             WHEN 'NAM'
                  MOVE 'CUSTLGNV'         TO WS-CHILD-DDNAME
             WHEN 'PRF'
                  MOVE 'CUSTPRFV'         TO WS-CHILD-DDNAME
             WHEN OTHER
                  MOVE 'CUSTCTCV'         TO WS-CHILD-DDNAME
           END-EVALUATE
      *
           SET  TP90C-ANCHOR              TO NULL
           MOVE WS-CHILD-DDNAME           TO TP90C-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90C-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90C-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90C-FILE-MODE
           MOVE SPACES                    TO TP90C-RETURN-CODE
           MOVE +0                        TO TP90C-VSAM-RETURN-CODE
           MOVE +0                        TO TP90C-RECORD-LENGTH
           MOVE SPACES                    TO TP90C-RECFM
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFRZAP DD: ' WS-CHILD-DDNAME
                        ', GVBTP90 FAILED, RET CD = '
                        TP90C-RETURN-CODE
                SET  TP90C-ANCHOR          TO NULL
                ADD  +1                    TO WS-ERROR-CNT
                MOVE 'E'                   TO WS-ENTRY-STATUS
                MOVE 'CHILD CLUSTER NOT OPEN ' TO WS-ENTRY-RESULT
                GO TO 500-EXIT
           END-IF
      *
           PERFORM 505-APPLY-CHILD-CMD    THRU 505-EXIT
      *
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           SET  TP90C-ANCHOR              TO NULL
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AN ADD NEEDS THE CHILD STILL ABSENT; A CHANGE OR DELETE
      *  NEEDS IT STILL AS THE OPERATOR SAW IT.  OTHERWISE THE LOAD
      *  GOT THERE FIRST AND THE COMMAND IS A CONFLICT.
      ***************************************************************
       505-APPLY-CHILD-CMD.
      *
           MOVE FRZQ-KEY-ID           TO CUST-CHILD-RECORD-KEY (1:10)
           MOVE FRZQ-CMD-REC-TYPE     TO CUST-CHILD-RECORD-KEY (11:3)
           MOVE FRZQ-CMD-SEQ-NBR      TO CUST-CHILD-RECORD-KEY (14:2)
           MOVE CUST-CHILD-RECORD-KEY     TO WS-CHAIN-TEST-KEY
      *
           MOVE TP90-VALUE-LOCATE         TO TP90C-FUNCTION-CODE
           MOVE +96                       TO TP90C-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90C-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90C-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE CUST-CHILD-RECORD     TO WS-CURRENT-IMAGE
           ELSE
                MOVE SPACES                TO WS-CURRENT-IMAGE
           END-IF
      *
           IF   FRZQ-CMD-ADD
                IF   WS-CURRENT-IMAGE NOT = SPACES
                     ADD  +1               TO WS-CONFLICT-CNT
                     MOVE 'C'              TO WS-ENTRY-STATUS
                     MOVE 'CONFLICT - ADDED BY LOAD'
                                           TO WS-ENTRY-RESULT
                     GO TO 505-EXIT
                END-IF
                MOVE SPACES                TO CUST-CHILD-RECORD
                                              WS-BEFORE-IMAGE
                MOVE FRZQ-KEY-ID           TO CUST-CHILD-KEY-ID
                MOVE FRZQ-CMD-REC-TYPE     TO CUST-CHILD-REC-TYPE
                MOVE FRZQ-CMD-SEQ-NBR      TO CUST-CHILD-SEQ-NBR
                MOVE FRZQ-CMD-DATA         TO CUST-CHILD-DATA
                MOVE 'MCCH'                TO CUST-CHILD-UPD-IDENT
                PERFORM 550-PROTECT-CHILD  THRU 550-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 505-EXIT
                END-IF
                MOVE TP90-VALUE-WRITE      TO TP90C-FUNCTION-CODE
                SET  AUDW-TYPE-ADDED       TO TRUE
                GO TO 505-REWRITE
           END-IF
      *
           IF   WS-CURRENT-IMAGE = SPACES
                ADD  +1                    TO WS-CONFLICT-CNT
                MOVE 'C'                   TO WS-ENTRY-STATUS
                MOVE 'CONFLICT - NOT ON FILE ' TO WS-ENTRY-RESULT
                GO TO 505-EXIT
           END-IF
           PERFORM 600-JUDGE-CONFLICT     THRU 600-EXIT
           IF   WS-IS-CONFLICT
                ADD  +1                    TO WS-CONFLICT-CNT
                MOVE 'C'                   TO WS-ENTRY-STATUS
                MOVE 'CONFLICT - BATCH CHANGED' TO WS-ENTRY-RESULT
                GO TO 505-EXIT
           END-IF
      *
           MOVE WS-CURRENT-IMAGE          TO WS-BEFORE-IMAGE
           IF   FRZQ-CMD-DELETE
                MOVE TP90-VALUE-DELETE     TO TP90C-FUNCTION-CODE
                SET  AUDW-TYPE-DELETED     TO TRUE
           ELSE
                MOVE FRZQ-CMD-DATA         TO CUST-CHILD-DATA
                MOVE 'MCCH'                TO CUST-CHILD-UPD-IDENT
      *              AS ONLINE, A BLANK PRIMARY FLAG KEEPS THE STORED
      *              ONE (SEE GVBCCHLD NOTE 8).
                IF   CUST-CHILD-ADDRESS
                AND  CUST-ADDR-PRIMARY-FLAG = SPACE
                     MOVE WS-BEFORE-IMAGE (80:1)
                                           TO CUST-ADDR-PRIMARY-FLAG
                END-IF
                PERFORM 550-PROTECT-CHILD  THRU 550-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 505-EXIT
                END-IF
                MOVE TP90-VALUE-UPDATE     TO TP90C-FUNCTION-CODE
                SET  AUDW-TYPE-CHANGED     TO TRUE
           END-IF
           .
       505-REWRITE.
      *
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFRZAP: ' WS-CHILD-DDNAME ' '
                        TP90C-FUNCTION-CODE ' FAILED, RET CD = '
                        TP90C-RETURN-CODE ', KEY '
                        CUST-CHILD-RECORD-KEY
                ADD  +1                    TO WS-ERROR-CNT
                MOVE 'E'                   TO WS-ENTRY-STATUS
                MOVE 'CHILD UPDATE FAILED    ' TO WS-ENTRY-RESULT
                GO TO 505-EXIT
           END-IF
      *
           IF   AUDW-TYPE-DELETED
                MOVE SPACES                TO WS-AFTER-IMAGE
           ELSE
                MOVE CUST-CHILD-RECORD     TO WS-AFTER-IMAGE
           END-IF
           ADD  +1                        TO WS-APPLIED-CNT
           MOVE 'A'                       TO WS-ENTRY-STATUS
           MOVE 'APPLIED                ' TO WS-ENTRY-RESULT
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-CHILD            TO TRUE
           MOVE FRZQ-KEY-ID               TO AUDW-KEY-ID
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE            TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           PERFORM 620-RECORD-CHAIN       THRU 620-EXIT
      *
           IF   FRZQ-CMD-REC-TYPE = 'NAM'
           AND  FRZQ-CMD-SEQ-NBR  = '01'
                PERFORM 510-REPARSE-LEGAL-NAME THRU 510-EXIT
           END-IF
           .
       505-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  KEEP THE PARSED-NAME CHILD IN STEP WITH AN APPLIED LEGAL-
      *  NAME COMMAND: AN ADD OR CHANGE PARSES THE QUEUED LEGAL NAME
      *  (STILL IN CLEAR IN THE QUEUE ENTRY); A DELETE RE-DERIVES IT
      *  FROM THE CUSTOMER'S OWN NAME, REVEALED FROM CUSTNAMV.
      ***************************************************************
       510-REPARSE-LEGAL-NAME.
      *
           MOVE FRZQ-KEY-ID               TO PNMM-KEY-ID
           MOVE 'MCCH'                    TO PNMM-UPD-IDENT
           IF   NOT FRZQ-CMD-DELETE
                SET  PNMM-FCN-WRITE       TO TRUE
                MOVE FRZQ-CMD-DATA (1:60) TO PNMM-NAME
                SET  PNMM-SRC-LEGAL-NAME  TO TRUE
                CALL WS-MBRPNMMT USING PNMM-PARMS
                GO TO 510-EXIT
           END-IF
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF TP90-RECORD-AREA
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE FRZQ-KEY-ID               TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 510-EXIT
           END-IF
           SET  PIIC-FCN-REVEAL           TO TRUE
           PERFORM 425-PARENT-PII         THRU 425-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 510-EXIT
           END-IF
      *
           SET  PNMM-FCN-REPLACE          TO TRUE
           MOVE TP90-CUST-NAME            TO PNMM-NAME
           SET  PNMM-SRC-PARENT           TO TRUE
           CALL WS-MBRPNMMT USING PNMM-PARMS
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PROTECT THE PERSONAL FIELDS OF THE CHILD ABOUT TO BE WRITTEN
      *  UNDER THE ACTIVE KEY.  A KEY THE RUN CANNOT USE STOPS IT,
      *  LEAVING THE COMMAND QUEUED - NOTHING IS WRITTEN IN CLEAR.
      ***************************************************************
       550-PROTECT-CHILD.
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRFRZAP: PERSONAL DATA NOT USABLE, KEY '
                        CUST-CHILD-RECORD-KEY
                        ' MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPLY ONE QUEUED REL COMMAND THROUGH MBRRELMT, WHICH KEEPS
      *  THE INVERSE ON THE RELATED CUSTOMER IN STEP AND JOURNALS
      *  BOTH SIDES.  THE RELATIONSHIP IS FIRST CHECKED AGAINST THE
      *  SAVED IMAGE, AND AN ADD AGAINST CUSTNAMV, AS ONLINE.
      ***************************************************************
       560-APPLY-REL.
      *
           MOVE SPACES                    TO RELM-RECORD
           MOVE FRZQ-KEY-ID               TO RELM-RECORD (1:10)
           MOVE 'REL'                     TO RELM-RECORD (11:3)
           MOVE FRZQ-CMD-SEQ-NBR          TO RELM-RECORD (14:2)
           MOVE FRZQ-CMD-DATA             TO RELM-RECORD (16:67)
           MOVE RELM-RECORD (1:15)        TO WS-CHAIN-TEST-KEY
      *
           PERFORM 570-READ-REL-NOW       THRU 570-EXIT
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           AND  TP90C-RETURN-CODE NOT = TP90-VALUE-NOT-FOUND
                ADD  +1                    TO WS-ERROR-CNT
                MOVE 'E'                   TO WS-ENTRY-STATUS
                MOVE 'CHILD CLUSTER NOT OPEN ' TO WS-ENTRY-RESULT
                GO TO 560-EXIT
           END-IF
      *
           IF   FRZQ-CMD-ADD
                IF   WS-CURRENT-IMAGE NOT = SPACES
                     ADD  +1               TO WS-CONFLICT-CNT
                     MOVE 'C'              TO WS-ENTRY-STATUS
                     MOVE 'CONFLICT - ADDED BY LOAD'
                                           TO WS-ENTRY-RESULT
                     GO TO 560-EXIT
                END-IF
                PERFORM 565-CHECK-RELATED THRU 565-EXIT
                IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     ADD  +1               TO WS-CONFLICT-CNT
                     MOVE 'C'              TO WS-ENTRY-STATUS
                     MOVE 'CONFLICT - RELATED GONE'
                                           TO WS-ENTRY-RESULT
                     GO TO 560-EXIT
                END-IF
                SET  RELM-FCN-ADD          TO TRUE
           ELSE
                IF   WS-CURRENT-IMAGE = SPACES
                     ADD  +1               TO WS-CONFLICT-CNT
                     MOVE 'C'              TO WS-ENTRY-STATUS
                     MOVE 'CONFLICT - NOT ON FILE '
                                           TO WS-ENTRY-RESULT
                     GO TO 560-EXIT
                END-IF
                PERFORM 600-JUDGE-CONFLICT THRU 600-EXIT
                IF   WS-IS-CONFLICT
                     ADD  +1               TO WS-CONFLICT-CNT
                     MOVE 'C'              TO WS-ENTRY-STATUS
                     MOVE 'CONFLICT - BATCH CHANGED'
                                           TO WS-ENTRY-RESULT
                     GO TO 560-EXIT
                END-IF
                IF   FRZQ-CMD-CHANGE
                     SET  RELM-FCN-CHANGE  TO TRUE
                ELSE
                     SET  RELM-FCN-DELETE  TO TRUE
                END-IF
           END-IF
      *
           MOVE 'Y'                       TO RELM-AUDIT-SW
           MOVE FRZQ-KEY-ID               TO RELM-KEY-ID
           MOVE SPACES                    TO RELM-TARGET-KEY-ID
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
      *
           EVALUATE TRUE
             WHEN RELM-RET-OK
                  ADD  +1                 TO WS-APPLIED-CNT
                  MOVE 'A'                TO WS-ENTRY-STATUS
                  MOVE 'APPLIED                ' TO WS-ENTRY-RESULT
                  PERFORM 570-READ-REL-NOW THRU 570-EXIT
                  MOVE WS-CURRENT-IMAGE   TO WS-AFTER-IMAGE
                  PERFORM 620-RECORD-CHAIN THRU 620-EXIT
             WHEN RELM-RET-NOT-FOUND
                  ADD  +1                 TO WS-CONFLICT-CNT
                  MOVE 'C'                TO WS-ENTRY-STATUS
                  MOVE 'CONFLICT - NOT ON FILE ' TO WS-ENTRY-RESULT
             WHEN RELM-RET-EXISTS
                  ADD  +1                 TO WS-CONFLICT-CNT
                  MOVE 'C'                TO WS-ENTRY-STATUS
                  MOVE 'CONFLICT - ADDED BY LOAD' TO WS-ENTRY-RESULT
             WHEN RELM-RET-INVALID
               OR RELM-RET-NO-FREE-SEQ
                  ADD  +1                 TO WS-ERROR-CNT
                  MOVE 'E'                TO WS-ENTRY-STATUS
                  MOVE 'RELATIONSHIP REJECTED  ' TO WS-ENTRY-RESULT
             WHEN OTHER
                  DISPLAY 'MBRFRZAP: MBRRELMT RC = ' RELM-RETURN-CODE
                          ', KEY ' FRZQ-KEY-ID
                  ADD  +1                 TO WS-ERROR-CNT
                  MOVE 'E'                TO WS-ENTRY-STATUS
                  MOVE 'RELATIONSHIP SVC FAILED' TO WS-ENTRY-RESULT
           END-EVALUATE
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOCATE THE RELATED CUSTOMER ON CUSTNAMV.  THE ANSWER IS LEFT
      *  IN TP90-RETURN-CODE.
      ***************************************************************
       565-CHECK-RELATED.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE LENGTH OF TP90-RECORD-AREA
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE RELM-RECORD (16:10)       TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   RELM-RECORD (16:10) = SPACES
                MOVE TP90-VALUE-NOT-FOUND TO TP90-RETURN-CODE
           END-IF
           .
       565-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE RELATIONSHIP AS IT STANDS INTO WS-CURRENT-IMAGE
      *  (SPACES WHEN ABSENT).  CUSTRELV IS OPENED FOR THE ONE READ
      *  ONLY - MBRRELMT OPENS IT FOR ITSELF TO WRITE.
      ***************************************************************
       570-READ-REL-NOW.
      *
           MOVE SPACES                    TO WS-CURRENT-IMAGE
           SET  TP90C-ANCHOR              TO NULL
           MOVE 'CUSTRELV'                TO TP90C-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90C-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90C-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90C-FILE-MODE
           MOVE SPACES                    TO TP90C-RETURN-CODE
           MOVE +0                        TO TP90C-VSAM-RETURN-CODE
           MOVE +0                        TO TP90C-RECORD-LENGTH
           MOVE SPACES                    TO TP90C-RECFM
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFRZAP DD: CUSTRELV, GVBTP90 FAILED, '
                        'RET CD = ' TP90C-RETURN-CODE
                SET  TP90C-ANCHOR          TO NULL
                GO TO 570-EXIT
           END-IF
      *
           MOVE RELM-RECORD (1:15)        TO CUST-CHILD-RECORD-KEY
           MOVE TP90-VALUE-READ           TO TP90C-FUNCTION-CODE
           MOVE +96                       TO TP90C-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90C-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90C-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE CUST-CHILD-RECORD     TO WS-CURRENT-IMAGE
           ELSE
                MOVE TP90-VALUE-NOT-FOUND  TO TP90C-RETURN-CODE
           END-IF
      *
           MOVE TP90C-RETURN-CODE         TO WS-REL-READ-RC
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           SET  TP90C-ANCHOR              TO NULL
           MOVE WS-REL-READ-RC            TO TP90C-RETURN-CODE
           .
       570-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  IS THE RECORD STILL AS THE OPERATOR SAW IT?  EITHER IT IS
      *  UNCHANGED SINCE THE IMAGE WAS SAVED, OR THIS RUN HAS
      *  ALREADY APPLIED AN EARLIER CHANGE SAVED FROM THE SAME IMAGE
      *  AND NOTHING ELSE HAS TOUCHED IT SINCE.
      ***************************************************************
       600-JUDGE-CONFLICT.
      *
           MOVE 'N'                       TO WS-CONFLICT-SW
           IF   WS-CURRENT-IMAGE = FRZQ-BEFORE-IMAGE
                GO TO 600-EXIT
           END-IF
      *
           PERFORM 610-FIND-CHAIN         THRU 610-EXIT
           IF   WS-CHAIN-FOUND
           AND  FRZQ-BEFORE-IMAGE = WS-CHAIN-BASE-IMAGE (WS-CHAIN-IDX)
           AND  WS-CURRENT-IMAGE = WS-CHAIN-LAST-IMAGE (WS-CHAIN-IDX)
                GO TO 600-EXIT
           END-IF
      *
           SET  WS-IS-CONFLICT            TO TRUE
           .
       600-EXIT.
           EXIT.
      *
      *
       610-FIND-CHAIN.
      *
           MOVE 'N'                       TO WS-CHAIN-FOUND-SW
           MOVE +0                        TO WS-CHAIN-IDX
           PERFORM 615-MATCH-ONE-CHAIN    THRU 615-EXIT
                   UNTIL WS-CHAIN-FOUND
                      OR WS-CHAIN-IDX >= WS-CHAIN-COUNT
           .
       610-EXIT.
           EXIT.
      *
      *
       615-MATCH-ONE-CHAIN.
      *
           ADD  +1                        TO WS-CHAIN-IDX
           IF   WS-CHAIN-KEY (WS-CHAIN-IDX) = WS-CHAIN-TEST-KEY
                SET  WS-CHAIN-FOUND       TO TRUE
           END-IF
           .
       615-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REMEMBER THE RECORD AS THIS RUN LEFT IT.  ONCE THE TABLE IS
      *  FULL A LATER CHANGE TO A NEW RECORD IS STILL APPLIED; ONLY
      *  A SECOND CHANGE TO THAT RECORD WOULD REPORT AS A CONFLICT.
      ***************************************************************
       620-RECORD-CHAIN.
      *
           PERFORM 610-FIND-CHAIN         THRU 610-EXIT
           IF   WS-CHAIN-FOUND
                MOVE WS-AFTER-IMAGE
                  TO WS-CHAIN-LAST-IMAGE (WS-CHAIN-IDX)
                GO TO 620-EXIT
           END-IF
      *
           IF   WS-CHAIN-COUNT < WS-CHAIN-MAX
                ADD  +1                   TO WS-CHAIN-COUNT
                MOVE WS-CHAIN-TEST-KEY
                  TO WS-CHAIN-KEY (WS-CHAIN-COUNT)
                MOVE FRZQ-BEFORE-IMAGE
                  TO WS-CHAIN-BASE-IMAGE (WS-CHAIN-COUNT)
                MOVE WS-AFTER-IMAGE
                  TO WS-CHAIN-LAST-IMAGE (WS-CHAIN-COUNT)
           END-IF
           .
       620-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MARK THE ENTRY WITH ITS OUTCOME.  THE REWRITE UPDATES THE
      *  MOST-RECENTLY-READ RECORD OF THE BROWSE.
      ***************************************************************
       700-MARK-ENTRY.
      *
           MOVE WS-ENTRY-STATUS           TO FRZQ-STATUS
           MOVE WS-TODAY-CCYYMMDD         TO FRZQ-RESULT-DATE
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-HHMMSS           TO FRZQ-RESULT-TIME
           MOVE WS-ENTRY-RESULT           TO FRZQ-RESULT-TEXT
      *
           MOVE TP90-VALUE-UPDATE         TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFRZAP: ERROR MARKING FRZQUEUE ENTRY '
                        'RC = ' TP90Q-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           MOVE WS-ENTRY-RESULT           TO WS-RPT-RESULT
           PERFORM 800-WRITE-RPT-DETAIL   THRU 800-EXIT
           .
       700-EXIT.
           EXIT.
      *
      *
       800-WRITE-RPT-DETAIL.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFRZAP: ERROR WRITING FRZQRPT RC = '
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
           IF   WS-WINDOW-STILL-OPEN
                GO TO 9900-EXIT
           END-IF
      *
           IF   WS-APPR-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      APPR-RECORD,
                                      APPR-RECORD-KEY
           END-IF
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           SET  RELM-FCN-CLOSE            TO TRUE
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
           SET  PNMM-FCN-CLOSE            TO TRUE
           CALL WS-MBRPNMMT USING PNMM-PARMS
      *
           IF   WS-CUSTNAMV-ENQ-HELD
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'N'                     TO WS-CUSTNAMV-ENQ-SW
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   WS-CINQLOG-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90L-FUNCTION-CODE
                CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                      ACCL-RECORD,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFRZAP: ' WS-DISPLAY-MASK-1 ' CHANGES PROCESSED'
           MOVE WS-APPLIED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFRZAP: ' WS-DISPLAY-MASK-1 ' APPLIED'
           MOVE WS-QUEUED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFRZAP: ' WS-DISPLAY-MASK-1 ' QUEUED FOR '
                   'APPROVAL'
           MOVE WS-CONFLICT-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFRZAP: ' WS-DISPLAY-MASK-1 ' CONFLICTS WITH '
                   'THE BATCH CYCLE'
           MOVE WS-ERROR-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFRZAP: ' WS-DISPLAY-MASK-1 ' IN ERROR'
           .
       9900-EXIT.
           EXIT.
