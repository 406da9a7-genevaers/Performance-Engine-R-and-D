       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRADRCK.
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
      ** DESCRIPTION: NIGHTLY PARENT-VERSUS-CHILD ADDRESS CHECK.  THE  *
      **              PARENT CUSTNAMV RECORD CARRIES A 20-BYTE ADDRESS *
      **              LINE, CITY AND STATE; THE STANDARDIZED ADDRESS   *
      **              LIVES ON THE CUSTOMER'S PRIMARY ADR CHILD ON     *
      **              CUSTADRV (GVBCCHLD NOTE 8).  MBRADRST, MBRCCHLD  *
      **              AND MBRMASSC CHANGE THE CHILD ONLY, SO THE TWO   *
      **              DRIFT APART.  EVERY CUSTOMER IS COMPARED WITH    *
      **              ITS PRIMARY CHILD AND EVERY ONE THAT DOES NOT    *
      **              MATCH GETS A LINE ON THE REPORT BY CAUSE:        *
      **                TRUNCATION ONLY  - THE PARENT IS THE CHILD CUT *
      **                                   TO 20 BYTES; NOTHING TO DO  *
      **                REAL DIFFERENCE  - LINE, CITY OR STATE DIFFER  *
      **                NO PRIMARY CHILD - NO ADR CHILD IS FLAGGED     *
      **                SEVERAL PRIMARY  - MORE THAN ONE IS FLAGGED;   *
      **                                   LEFT FOR A DATA STEWARD     *
      **              IN RESYNC MODE A REAL DIFFERENCE IS CORRECTED BY *
      **              REWRITING THE PARENT'S ADDRESS FIELDS FROM THE   *
      **              PRIMARY CHILD, AND A CUSTOMER WITH ADR CHILDREN  *
      **              BUT NO PRIMARY HAS ITS FIRST ADR CHILD FLAGGED   *
      **              PRIMARY FIRST - BOTH STAMPED 'ADRC', UNDER THE   *
      **              EXCLUSIVE CUSTNAMV ENQ, WITH THE BEFORE/AFTER    *
      **              PAIRS JOURNALED THROUGH MBRAUDWR.  CHECK MODE    *
      **              OPENS BOTH CLUSTERS FOR INPUT AND CHANGES        *
      **              NOTHING.                                         *
      **                                                               *
      **              CONTROL CARD KEYWORD (OPTIONAL):                 *
      **                MODE=CHECK|RESYNC                     (CHECK)  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                (INPUT ONLY IN CHECK MODE)                     *
      **                                                               *
      ** OUTPUT FILES:  ADDRESS CHECK REPORT        (DDNAME=ADRCKRPT)  *
      **                AUDIT TRAIL                 (DDNAME=CUSTNAUD)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - ADDRESSES LEFT OUT OF STEP                *
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
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-CUSTNAMV-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-CUSTNAMV-ENQ-HELD               VALUE 'Y'.
       01  WS-CHILD-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-CHILD-EOF                       VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-MATCH-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-TRUNCATED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-DIFFERENT-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-NO-PRIMARY-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-SEVERAL-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-RESYNCED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-DESIGNATED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-UNRESOLVED-CNT           PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE CONTROL CARD SETTING.  CHECK IS THE DEFAULT SO AN
      *  UNATTENDED RUN NEVER REWRITES A PARENT.
      *****************************************************************
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-MODE                 PIC X(06)  VALUE 'CHECK '.
           88  WS-MODE-RESYNC                     VALUE 'RESYNC'.
       01  WS-VSAM-MODE                PIC X(02)  VALUE SPACES.
      *
      *****************************************************************
      *  ONE CUSTOMER'S ADR CHILDREN: THE FIRST ONE, THE FIRST ONE
      *  FLAGGED PRIMARY, AND HOW MANY OF EACH THERE ARE.
      *****************************************************************
       01  WS-ADR-CHILD-CNT            PIC S9(04) COMP VALUE +0.
       01  WS-PRIMARY-FLAG-CNT         PIC S9(04) COMP VALUE +0.
       01  WS-FIRST-CHILD              PIC X(96)  VALUE SPACES.
       01  WS-PRIMARY-CHILD            PIC X(96)  VALUE SPACES.
      *
       01  WS-CAUSE-SW                 PIC X(01)  VALUE SPACE.
           88  WS-CAUSE-MATCH                     VALUE 'M'.
           88  WS-CAUSE-TRUNCATED                 VALUE 'T'.
           88  WS-CAUSE-DIFFERENT                 VALUE 'D'.
           88  WS-CAUSE-NO-PRIMARY                VALUE 'N'.
           88  WS-CAUSE-SEVERAL                   VALUE 'S'.
      *
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
       01  WS-BEFORE-CHILD             PIC X(96)  VALUE SPACES.
      *
      *      THE PARENT'S NAME AND ADDRESS LINE ARE STORED PROTECTED
      *      (SEE GVBCPIIK) - REVEALED FOR THE COMPARISON, PROTECTED
      *      AGAIN FOR THE REWRITE, JOURNALED AS STORED.  THE ADR
      *      CHILD HAS NOTHING PROTECTED.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *      MAINTENANCE-METADATA STAMP WORK FIELDS - THE SAME
      *      BYTES-81-TO-95 STAMP MLOADVS AND THE ONLINE UPDATE PATH
      *      WRITE, SO A RESYNC IS TRACEABLE LIKE ANY OTHER CHANGE.
       01  WS-STAMP-TIME-NOW.
           05  WS-STAMP-HHMMSS         PIC 9(06).
           05  FILLER                  PIC X(02).
      *
      *****************************************************************
      *  ADDRESS CHECK REPORT - ONE HEADER, ONE LINE PER CUSTOMER NOT
      *  IN STEP (PARENT AS STORED, PRIMARY CHILD AS STORED, WHAT WAS
      *  DONE), THEN ONE TOTAL LINE PER CAUSE.
      *****************************************************************
       01  WS-RPT-HEADER-LINE.
           05  FILLER                  PIC X(54)  VALUE
               'MBRADRCK - PARENT/PRIMARY-CHILD ADDRESS CHECK ON CYCLE'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-HDR-DATE         PIC 9(08).
           05  FILLER                  PIC X(06)  VALUE ' MODE '.
           05  WS-RPT-HDR-MODE         PIC X(06).
           05  FILLER                  PIC X(57)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CAUSE            PIC X(16).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SEQ-NBR          PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-PARENT-LINE      PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-PARENT-CITY      PIC X(13).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-PARENT-STATE     PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CHILD-LINE       PIC X(25).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CHILD-CITY       PIC X(13).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CHILD-STATE      PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ACTION           PIC X(20).
      *
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL        PIC X(40).
           05  WS-RPT-TOT-CNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(82)  VALUE SPACES.
      *
       01  WS-DUMMY-KEY                PIC X(10)  VALUE SPACES.
      *
       COPY GVBCRUNC.
       COPY GVBCAUDW.
       COPY GVBCKWRD.
      *
      *      TYPED CHILD RECORD AND ITS ADDRESS FIELD VIEW.
       COPY GVBCCHLD.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - CUSTNAMV (BROWSE/UPDATE) ON THE
      *  BASE AREA, CUSTADRV (BROWSE/LOCATE/UPDATE) ON TP90D AND THE
      *  ADRCKRPT REPORT ON TP90R.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90D-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90D-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90D-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90D-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90D-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90D-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90D-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90D-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90D-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90D-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90D-ESDS==.
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
           MOVE 'MBRADRCK'                TO RUNC-REG-RUN-ID
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
      *      ONLY A RESYNC RUN WRITES, SO ONLY A RESYNC RUN TAKES THE
      *      EXCLUSIVE WRITER ENQ.
           IF   SEVERE-ERROR = ' '
                IF   WS-MODE-RESYNC
                     MOVE 'ENQ'              TO ENQ-DEQ-FUNC
                     CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                     SET  WS-CUSTNAMV-ENQ-HELD TO TRUE
                     DISPLAY 'MBRADRCK: ENQ WAIT = '
                             ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
                END-IF
                PERFORM 200-WRITE-RPT-HEADER  THRU 200-EXIT
                PERFORM 500-START-BROWSE      THRU 500-EXIT
                PERFORM 600-CHECK-ONE-CUSTOMER THRU 600-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
                PERFORM 800-WRITE-RPT-TOTALS  THRU 800-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRADRCK'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           COMPUTE RUNC-REG-RCRDS-WRITTEN =
                   WS-RESYNCED-CNT + WS-DESIGNATED-CNT
           MOVE WS-UNRESOLVED-CNT         TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-UNRESOLVED-CNT > ZERO
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
      *  READ THE CONTROL CARD AND OPEN THE FILES - THE TWO CLUSTERS
      *  FOR I-O IN RESYNC MODE, FOR INPUT OTHERWISE.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRADRCK'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'MODE'                 TO KWRD-NAME (1)
           MOVE 'CHECK'                TO KWRD-VALUE (1)
           MOVE 'CHECK RESYNC'         TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:6)      TO WS-CTL-MODE
           IF   WS-MODE-RESYNC
                MOVE TP90-VALUE-IO        TO WS-VSAM-MODE
           ELSE
                MOVE TP90-VALUE-INPUT     TO WS-VSAM-MODE
           END-IF
           DISPLAY 'MBRADRCK: MODE=' WS-CTL-MODE
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE WS-VSAM-MODE              TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET  TP90D-ANCHOR              TO NULL
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE WS-VSAM-MODE              TO TP90D-FILE-MODE
           MOVE SPACES                    TO TP90D-RETURN-CODE
           MOVE +0                        TO TP90D-VSAM-RETURN-CODE
           MOVE +0                        TO TP90D-RECORD-LENGTH
           MOVE SPACES                    TO TP90D-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY

           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY

           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90D-DDNAME
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'ADRCKRPT'                TO TP90R-DDNAME
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
                                 WS-DUMMY-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK DD: ADRCKRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       200-WRITE-RPT-HEADER.
      *
           MOVE WS-TODAY-CCYYMMDD         TO WS-RPT-HDR-DATE
           MOVE WS-CTL-MODE               TO WS-RPT-HDR-MODE
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 WS-DUMMY-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK: ERROR WRITING ADRCKRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
       500-START-BROWSE.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE WS-VSAM-MODE              TO TP90-FILE-MODE
           MOVE LENGTH OF TP90-RECORD-AREA
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-RECORD-AREA

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y' TO EOF-FLAG
                     DISPLAY 'END OF FILE REACHED ' TP90-DDNAME
                ELSE
                     DISPLAY 'MBRADRCK DD: ' TP90-DDNAME
                             ', GVBTP90 FAILED, RET CD = '
                             TP90-RETURN-CODE
                     MOVE  'Y'                  TO SEVERE-ERROR
                END-IF
           END-IF
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE NEXT CUSTOMER, FIND ITS PRIMARY ADR CHILD, SORT IT
      *  INTO ITS CAUSE AND - IN RESYNC MODE - PUT IT BACK IN STEP.
      *  A CUSTOMER IN STEP IS ONLY COUNTED.
      ***************************************************************
       600-CHECK-ONE-CUSTOMER.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE WS-VSAM-MODE              TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RECORD-AREA

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y' TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90-DDNAME
                  GO TO 600-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRADRCK DD: ' TP90-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 600-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-BEFORE-IMAGE
           SET  PIIC-FCN-REVEAL           TO TRUE
           PERFORM 510-PARENT-PII         THRU 510-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 600-EXIT
           END-IF
      *
           PERFORM 620-SCAN-ADR-CHILDREN  THRU 620-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 600-EXIT
           END-IF
           PERFORM 630-CLASSIFY           THRU 630-EXIT
           PERFORM 640-FILL-REPORT-LINE   THRU 640-EXIT
      *
           EVALUATE TRUE
             WHEN WS-CAUSE-MATCH
                  ADD  +1                 TO WS-MATCH-CNT
                  GO TO 600-EXIT
             WHEN WS-CAUSE-TRUNCATED
                  ADD  +1                 TO WS-TRUNCATED-CNT
                  MOVE 'NONE NEEDED'      TO WS-RPT-ACTION
             WHEN WS-CAUSE-DIFFERENT
                  ADD  +1                 TO WS-DIFFERENT-CNT
                  IF   WS-MODE-RESYNC
                       PERFORM 700-RESYNC-PARENT THRU 700-EXIT
                  ELSE
                       ADD  +1            TO WS-UNRESOLVED-CNT
                       MOVE 'RESYNC NEEDED' TO WS-RPT-ACTION
                  END-IF
             WHEN WS-CAUSE-NO-PRIMARY
                  ADD  +1                 TO WS-NO-PRIMARY-CNT
                  PERFORM 650-NO-PRIMARY  THRU 650-EXIT
             WHEN OTHER
                  ADD  +1                 TO WS-SEVERAL-CNT
                  ADD  +1                 TO WS-UNRESOLVED-CNT
                  MOVE 'STEWARD TO RESOLVE' TO WS-RPT-ACTION
           END-EVALUATE
           IF   SEVERE-ERROR NOT = ' '
                GO TO 600-EXIT
           END-IF
      *
           PERFORM 690-WRITE-DETAIL       THRU 690-EXIT
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL OR PROTECT (PER PIIC-FUNCTION) THE PARENT IN THE
      *  RECORD AREA UNDER THE ACTIVE PERSONAL-DATA KEY.
      ***************************************************************
       510-PARENT-PII.
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRADRCK: PERSONAL DATA NOT USABLE, KEY '
                        TP90-CUST-KEY-ID ' FUNCTION ' PIIC-FUNCTION
                        ' MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BROWSE THE CUSTOMER'S ADR CHILDREN, KEEPING THE FIRST ONE
      *  AND THE FIRST ONE FLAGGED PRIMARY, AND COUNTING BOTH KINDS.
      ***************************************************************
       620-SCAN-ADR-CHILDREN.
      *
           MOVE +0                        TO WS-ADR-CHILD-CNT
                                             WS-PRIMARY-FLAG-CNT
           MOVE SPACES                    TO WS-FIRST-CHILD
                                             WS-PRIMARY-CHILD
           MOVE 'N'                       TO WS-CHILD-EOF-SW
      *
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE WS-VSAM-MODE              TO TP90D-FILE-MODE
           MOVE +96                       TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'ADR'                     TO CUST-CHILD-RECORD-KEY(11:3)
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
      *
           EVALUATE TRUE
             WHEN TP90D-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  PERFORM 625-READ-NEXT-CHILD THRU 625-EXIT
                       UNTIL WS-CHILD-EOF OR SEVERE-ERROR NOT = ' '
             WHEN TP90D-RETURN-CODE = TP90-VALUE-END-OF-FILE
             OR   TP90D-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'MBRADRCK DD: CUSTADRV, GVBTP90 FAILED, '
                          'RET CD = ' TP90D-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       620-EXIT.
           EXIT.
      *
      *
       625-READ-NEXT-CHILD.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           MOVE SPACES                    TO CUST-CHILD-RECORD
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
      *
           EVALUATE TRUE
             WHEN TP90D-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-CHILD-EOF        TO TRUE
             WHEN TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRADRCK DD: CUSTADRV, GVBTP90 FAILED, '
                          'RET CD = ' TP90D-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN CUST-CHILD-KEY-ID NOT = TP90-CUST-KEY-ID
             OR   NOT CUST-CHILD-ADDRESS
                  SET  WS-CHILD-EOF        TO TRUE
             WHEN OTHER
                  ADD  +1                  TO WS-ADR-CHILD-CNT
                  IF   WS-ADR-CHILD-CNT = +1
                       MOVE CUST-CHILD-RECORD TO WS-FIRST-CHILD
                  END-IF
                  IF   CUST-ADDR-PRIMARY
                       ADD  +1             TO WS-PRIMARY-FLAG-CNT
                       IF   WS-PRIMARY-FLAG-CNT = +1
                            MOVE CUST-CHILD-RECORD
                                           TO WS-PRIMARY-CHILD
                       END-IF
                  END-IF
           END-EVALUATE
           .
       625-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SORT THE CUSTOMER INTO ITS CAUSE.  THE PARENT MATCHES WHEN
      *  ITS LINE IS THE CHILD'S FIRST 20 BYTES AND CITY AND STATE
      *  ARE THE SAME; IT IS TRUNCATION ONLY WHEN THAT HOLDS BUT THE
      *  CHILD'S LINE RUNS ON PAST BYTE 20.
      ***************************************************************
       630-CLASSIFY.
      *
           EVALUATE TRUE
             WHEN WS-PRIMARY-FLAG-CNT > +1
                  SET  WS-CAUSE-SEVERAL    TO TRUE
                  GO TO 630-EXIT
             WHEN WS-PRIMARY-FLAG-CNT = +0
                  SET  WS-CAUSE-NO-PRIMARY TO TRUE
                  GO TO 630-EXIT
           END-EVALUATE
      *
           MOVE WS-PRIMARY-CHILD          TO CUST-CHILD-RECORD
           IF   TP90-CUST-ADDR-LINE = CUST-ADDR-LINE (1:20)
           AND  TP90-CUST-CITY      = CUST-ADDR-CITY
           AND  TP90-CUST-STATE     = CUST-ADDR-STATE
                IF   CUST-ADDR-LINE (21:5) = SPACES
                     SET  WS-CAUSE-MATCH       TO TRUE
                ELSE
                     SET  WS-CAUSE-TRUNCATED   TO TRUE
                END-IF
           ELSE
                SET  WS-CAUSE-DIFFERENT    TO TRUE
           END-IF
           .
       630-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE REPORT LINE SHOWS THE PARENT AS FOUND AND THE CHILD IT
      *  WAS HELD AGAINST - THE PRIMARY, OR WITHOUT ONE THE FIRST ADR
      *  CHILD (THE ONE A RESYNC WOULD DESIGNATE).
      ***************************************************************
       640-FILL-REPORT-LINE.
      *
           MOVE SPACES                    TO WS-RPT-DETAIL-LINE
           MOVE TP90-CUST-KEY-ID          TO WS-RPT-KEY-ID
           MOVE TP90-CUST-ADDR-LINE       TO WS-RPT-PARENT-LINE
           MOVE TP90-CUST-CITY            TO WS-RPT-PARENT-CITY
           MOVE TP90-CUST-STATE           TO WS-RPT-PARENT-STATE
           EVALUATE TRUE
             WHEN WS-CAUSE-TRUNCATED
                  MOVE 'TRUNCATION ONLY'  TO WS-RPT-CAUSE
             WHEN WS-CAUSE-DIFFERENT
                  MOVE 'REAL DIFFERENCE'  TO WS-RPT-CAUSE
             WHEN WS-CAUSE-NO-PRIMARY
                  MOVE 'NO PRIMARY CHILD' TO WS-RPT-CAUSE
             WHEN WS-CAUSE-SEVERAL
                  MOVE 'SEVERAL PRIMARY'  TO WS-RPT-CAUSE
           END-EVALUATE
      *
           IF   WS-PRIMARY-FLAG-CNT > +0
                MOVE WS-PRIMARY-CHILD     TO CUST-CHILD-RECORD
           ELSE
                MOVE WS-FIRST-CHILD       TO CUST-CHILD-RECORD
           END-IF
           IF   WS-ADR-CHILD-CNT > +0
                MOVE CUST-CHILD-SEQ-NBR   TO WS-RPT-SEQ-NBR
                MOVE CUST-ADDR-LINE       TO WS-RPT-CHILD-LINE
                MOVE CUST-ADDR-CITY       TO WS-RPT-CHILD-CITY
                MOVE CUST-ADDR-STATE      TO WS-RPT-CHILD-STATE
           END-IF
           .
       640-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NO ADR CHILD IS FLAGGED PRIMARY.  IN RESYNC MODE THE FIRST
      *  ADR CHILD IS DESIGNATED AND THE PARENT IS THEN HELD AGAINST
      *  IT LIKE ANY OTHER; A CUSTOMER WITH NO ADR CHILD AT ALL IS
      *  LEFT FOR A DATA STEWARD.
      ***************************************************************
       650-NO-PRIMARY.
      *
           IF   WS-ADR-CHILD-CNT = +0
                ADD  +1                   TO WS-UNRESOLVED-CNT
                MOVE 'NO ADR CHILD'       TO WS-RPT-ACTION
                GO TO 650-EXIT
           END-IF
           IF   NOT WS-MODE-RESYNC
                ADD  +1                   TO WS-UNRESOLVED-CNT
                MOVE 'DESIGNATE NEEDED'   TO WS-RPT-ACTION
                GO TO 650-EXIT
           END-IF
      *
           PERFORM 680-DESIGNATE-PRIMARY  THRU 680-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 650-EXIT
           END-IF
           PERFORM 630-CLASSIFY           THRU 630-EXIT
           IF   WS-CAUSE-DIFFERENT
                PERFORM 700-RESYNC-PARENT THRU 700-EXIT
                MOVE 'DESIGNATED+RESYNCED' TO WS-RPT-ACTION
           ELSE
                MOVE 'PRIMARY DESIGNATED' TO WS-RPT-ACTION
           END-IF
           .
       650-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FLAG THE CUSTOMER'S FIRST ADR CHILD PRIMARY - RE-READ BY
      *  FULL KEY SO THE UPDATE IS AGAINST A KEYED READ, NOT THE
      *  BROWSE POSITION - AND JOURNAL THE CHILD PAIR.
      ***************************************************************
       680-DESIGNATE-PRIMARY.
      *
           MOVE WS-FIRST-CHILD (1:15)     TO CUST-CHILD-RECORD-KEY
           MOVE TP90-VALUE-LOCATE         TO TP90D-FUNCTION-CODE
           MOVE SPACES                    TO CUST-CHILD-RECORD
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                        ', KEY ' CUST-CHILD-RECORD-KEY
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 680-EXIT
           END-IF
      *
           MOVE CUST-CHILD-RECORD         TO WS-BEFORE-CHILD
           SET  CUST-ADDR-PRIMARY         TO TRUE
           MOVE 'ADRC'                    TO CUST-CHILD-UPD-IDENT
           MOVE TP90-VALUE-UPDATE         TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK: ERROR UPDATING CUSTADRV KEY '
                        CUST-CHILD-RECORD-KEY ' RC = '
                        TP90D-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 680-EXIT
           END-IF
           ADD  +1                        TO WS-DESIGNATED-CNT
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-CHILD            TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE CUST-CHILD-KEY-ID         TO AUDW-KEY-ID
           MOVE WS-BEFORE-CHILD           TO AUDW-BEFORE-IMAGE
           MOVE CUST-CHILD-RECORD         TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           MOVE CUST-CHILD-RECORD         TO WS-PRIMARY-CHILD
           MOVE +1                        TO WS-PRIMARY-FLAG-CNT
           .
       680-EXIT.
           EXIT.
      *
      *
       690-WRITE-DETAIL.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK: ERROR WRITING ADRCKRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       690-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CARRY THE PRIMARY CHILD'S ADDRESS LINE (ITS FIRST 20
      *  BYTES - THE CHILD KEEPS THE FULL LINE), CITY AND STATE UP
      *  TO THE PARENT WITH A FRESH MAINTENANCE STAMP, REWRITE IT IN
      *  PLACE AND JOURNAL THE PAIR.  WS-BEFORE-IMAGE WAS TAKEN AS
      *  STORED, BEFORE THE PARENT WAS REVEALED.
      ***************************************************************
       700-RESYNC-PARENT.
      *
           MOVE WS-PRIMARY-CHILD          TO CUST-CHILD-RECORD
           MOVE CUST-ADDR-LINE            TO TP90-CUST-ADDR-LINE
           MOVE CUST-ADDR-CITY            TO TP90-CUST-CITY
           MOVE CUST-ADDR-STATE           TO TP90-CUST-STATE
           MOVE WS-TODAY-CCYYMMDD         TO TP90-CUST-UPD-DATE
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-HHMMSS           TO TP90-CUST-UPD-TIME
           MOVE 'ADRC'                    TO TP90-CUST-UPD-IDENT
           IF   TP90-CUST-UPD-SEQ NUMERIC
           AND  TP90-CUST-UPD-SEQ < 999
                ADD  1                    TO TP90-CUST-UPD-SEQ
           ELSE
                MOVE 1                    TO TP90-CUST-UPD-SEQ
           END-IF
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           PERFORM 510-PARENT-PII         THRU 510-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 700-EXIT
           END-IF
      *
      *      THE UPDATE REWRITES THE MOST-RECENTLY-READ RECORD OF THE
      *      CUSTNAMV BROWSE, THE SAME IN-PLACE CONVENTION MBRLAPSE
      *      USES.
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK: ERROR UPDATING KEY '
                        TP90-CUST-KEY-ID ' RC = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 700-EXIT
           END-IF
           ADD  +1                        TO WS-RESYNCED-CNT
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-PARENT           TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE TP90-CUST-KEY-ID          TO AUDW-KEY-ID
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE TP90-FB-RECORD-AREA       TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           MOVE 'PARENT RESYNCED'         TO WS-RPT-ACTION
           .
       700-EXIT.
           EXIT.
      *
      *
       800-WRITE-RPT-TOTALS.
      *
           MOVE 'CUSTOMERS CHECKED:'      TO WS-RPT-TOT-LABEL
           MOVE RECORD-CNT                TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'IN STEP WITH PRIMARY CHILD:'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-MATCH-CNT              TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'TRUNCATION ONLY:'        TO WS-RPT-TOT-LABEL
           MOVE WS-TRUNCATED-CNT          TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'REAL DIFFERENCE:'        TO WS-RPT-TOT-LABEL
           MOVE WS-DIFFERENT-CNT          TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'NO PRIMARY CHILD:'       TO WS-RPT-TOT-LABEL
           MOVE WS-NO-PRIMARY-CNT         TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'SEVERAL PRIMARY:'        TO WS-RPT-TOT-LABEL
           MOVE WS-SEVERAL-CNT            TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'PARENTS RESYNCED:'       TO WS-RPT-TOT-LABEL
           MOVE WS-RESYNCED-CNT           TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'PRIMARY CHILDREN DESIGNATED:'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-DESIGNATED-CNT         TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'LEFT OUT OF STEP:'       TO WS-RPT-TOT-LABEL
           MOVE WS-UNRESOLVED-CNT         TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           .
       800-EXIT.
           EXIT.
      *
      *
       810-WRITE-TOTAL-LINE.
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 810-EXIT
           END-IF
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-TOTAL-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADRCK: ERROR WRITING ADRCKRPT RC = '
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
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           IF   WS-CUSTNAMV-ENQ-HELD
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'N'                     TO WS-CUSTNAMV-ENQ-SW
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 WS-DUMMY-KEY
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' CUSTOMERS CHECKED'
           MOVE WS-MATCH-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' IN STEP WITH THEIR PRIMARY ADR CHILD'
           MOVE WS-TRUNCATED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' DIFFER BY TRUNCATION ONLY'
           MOVE WS-DIFFERENT-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' REAL DIFFERENCES'
           MOVE WS-NO-PRIMARY-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' WITH NO PRIMARY ADR CHILD'
           MOVE WS-SEVERAL-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' WITH MORE THAN ONE PRIMARY ADR CHILD'
           MOVE WS-RESYNCED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' PARENTS RESYNCED FROM THE PRIMARY CHILD'
           MOVE WS-DESIGNATED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' PRIMARY ADR CHILDREN DESIGNATED'
           MOVE WS-UNRESOLVED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRADRCK: ' WS-DISPLAY-MASK-1
                   ' LEFT OUT OF STEP - SEE ADRCKRPT'
           .
       9900-EXIT.
           EXIT.
