       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPNMBL.
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
      ** DESCRIPTION: NIGHTLY PARSED-NAME REBUILD.  THE 'PNM' CHILD    *
      **              ON CUSTPNMV (GVBCCHLD NOTE 9) IS KEPT CURRENT BY *
      **              EVERY PROGRAM THAT CHANGES A NAME, BUT IT IS     *
      **              DERIVED DATA, SO THIS RUN RE-PARSES EVERY        *
      **              CUSTOMER FROM THE NAME THAT GOVERNS IT - THE     *
      **              SEQ-01 'NAM' LEGAL NAME ON CUSTLGNV WHEN THERE   *
      **              IS ONE, OTHERWISE THE PARENT'S CUST-NAME - AND   *
      **              HAS MBRPNMMT REPLACE THE STORED RECORD WHEREVER  *
      **              IT DIFFERS.  THAT BACKFILLS CUSTOMERS LOADED     *
      **              BEFORE THE CHILD EXISTED, PICKS UP CHANGES TO    *
      **              THE PARSING TABLES, AND REPAIRS A CHILD A FAILED *
      **              ONLINE CALL LEFT BEHIND.  EVERY NAME THAT CANNOT *
      **              BE PARSED, AND EVERY RECORD THAT COULD NOT BE    *
      **              WRITTEN, IS LISTED ON PNMBLRPT BY KEY AND REASON *
      **              - NEVER THE NAME ITSELF - FOR A DATA STEWARD.    *
      **              THE RUN HOLDS THE EXCLUSIVE CUSTNAMV WRITER ENQ, *
      **              AS EVERY UPDATER OF THE CUSTNAME FAMILY DOES.    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRPNMMT - PARSED-NAME CHILD MAINTENANCE      *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                                                               *
      ** I-O FILES:     PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                                                               *
      ** OUTPUT FILES:  PARSED-NAME EXCEPTIONS      (DDNAME=PNMBLRPT)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - NAMES NOT PARSEABLE OR NOT WRITTEN        *
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
       01  WS-MBRPNMMT                 PIC X(08)  VALUE 'MBRPNMMT'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-CUSTNAMV-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-CUSTNAMV-ENQ-HELD               VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-FROM-LEGAL-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-FROM-PARENT-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-REWRITTEN-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-UNCHANGED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-INDIVIDUAL-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-BUSINESS-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-UNPARSED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-NOT-WRITTEN-CNT          PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *      THE PARENT'S NAME AND THE LEGAL NAME ARE BOTH STORED
      *      PROTECTED (SEE GVBCPIIK) - REVEALED HERE ONLY TO BE
      *      HANDED TO MBRPNMMT, WHICH PROTECTS THE PARTS IN TURN.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *****************************************************************
      *  EXCEPTION REPORT - ONE HEADER, ONE LINE PER CUSTOMER WHOSE
      *  NAME WOULD NOT PARSE OR WHOSE RECORD WAS NOT WRITTEN, THEN
      *  THE RUN TOTALS.  THE KEY AND THE REASON ONLY; THE NAME IS
      *  PERSONAL DATA AND STAYS OFF THE PRINT.
      *****************************************************************
       01  WS-RPT-HEADER-LINE.
           05  FILLER                  PIC X(50)  VALUE
               'MBRPNMBL - PARSED-NAME REBUILD EXCEPTIONS ON CYCLE'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-HDR-DATE         PIC 9(08).
           05  FILLER                  PIC X(73)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SOURCE           PIC X(11).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-REASON           PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ACTION           PIC X(24).
           05  FILLER                  PIC X(64)  VALUE SPACES.
      *
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL        PIC X(40).
           05  WS-RPT-TOT-CNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(82)  VALUE SPACES.
      *
       01  WS-DUMMY-KEY                PIC X(10)  VALUE SPACES.
      *
       COPY GVBCRUNC.
       COPY GVBCPNMM.
      *
      *      TYPED CHILD RECORD AND ITS LEGAL-NAME FIELD VIEW.
       COPY GVBCCHLD.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - CUSTNAMV (BROWSE) ON THE BASE
      *  AREA, CUSTLGNV (LOCATE) ON TP90N AND THE PNMBLRPT REPORT ON
      *  TP90R.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90N-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90N-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90N-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90N-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90N-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90N-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90N-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90N-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90N-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90N-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90N-ESDS==.
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
           MOVE 'MBRPNMBL'                TO RUNC-REG-RUN-ID
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
                SET  WS-CUSTNAMV-ENQ-HELD    TO TRUE
                DISPLAY 'MBRPNMBL: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
                PERFORM 200-WRITE-RPT-HEADER  THRU 200-EXIT
                PERFORM 500-START-BROWSE      THRU 500-EXIT
                PERFORM 600-REBUILD-ONE-CUSTOMER THRU 600-EXIT
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
           MOVE 'MBRPNMBL'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-REWRITTEN-CNT          TO RUNC-REG-RCRDS-WRITTEN
           COMPUTE RUNC-REG-RCRDS-REJECTED =
                   WS-UNPARSED-CNT + WS-NOT-WRITTEN-CNT
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-UNPARSED-CNT > ZERO
             OR   WS-NOT-WRITTEN-CNT > ZERO
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
      *  OPEN CUSTNAMV AND CUSTLGNV FOR INPUT AND THE REPORT.
      *  CUSTPNMV IS OPENED BY MBRPNMMT ON ITS FIRST CALL.
      ***************************************************************
       100-INIT.
      *
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
                DISPLAY 'MBRPNMBL DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET  TP90N-ANCHOR              TO NULL
           MOVE 'CUSTLGNV'                TO TP90N-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90N-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90N-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90N-FILE-MODE
           MOVE SPACES                    TO TP90N-RETURN-CODE
           MOVE +0                        TO TP90N-VSAM-RETURN-CODE
           MOVE +0                        TO TP90N-RECORD-LENGTH
           MOVE SPACES                    TO TP90N-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY

           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY

           IF   TP90N-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPNMBL DD: CUSTLGNV, GVBTP90 FAILED, '
                        'RET CD = ' TP90N-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90N-DDNAME
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'PNMBLRPT'                TO TP90R-DDNAME
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
                DISPLAY 'MBRPNMBL DD: PNMBLRPT, GVBTP90 FAILED, '
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
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 WS-DUMMY-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPNMBL: ERROR WRITING PNMBLRPT RC = '
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
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
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
                     DISPLAY 'MBRPNMBL DD: ' TP90-DDNAME
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
      *  READ THE NEXT CUSTOMER, WORK OUT WHICH NAME GOVERNS ITS
      *  PARSED-NAME CHILD, AND HAVE MBRPNMMT REPLACE THE CHILD FROM
      *  IT.  A NAME THAT WILL NOT PARSE IS STILL STORED (TYPE 'U')
      *  BUT GOES ON THE REPORT, AS DOES A RECORD NOT WRITTEN.
      ***************************************************************
       600-REBUILD-ONE-CUSTOMER.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
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
                  DISPLAY 'MBRPNMBL DD: ' TP90-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 600-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           PERFORM 610-GOVERNING-NAME     THRU 610-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 600-EXIT
           END-IF
      *
           SET  PNMM-FCN-REPLACE          TO TRUE
           MOVE TP90-CUST-KEY-ID          TO PNMM-KEY-ID
           MOVE 'PNMB'                    TO PNMM-UPD-IDENT
           CALL WS-MBRPNMMT USING PNMM-PARMS
      *
           MOVE TP90-CUST-KEY-ID          TO WS-RPT-KEY-ID
           IF   PNMM-SRC-LEGAL-NAME
                MOVE 'LEGAL NAME'         TO WS-RPT-SOURCE
           ELSE
                MOVE 'CUSTOMER'           TO WS-RPT-SOURCE
           END-IF
      *
           EVALUATE TRUE
             WHEN PNMM-RET-NO-DD
                  DISPLAY 'MBRPNMBL: CUSTPNMV NOT AVAILABLE - '
                          'NOTHING CAN BE REBUILT'
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 600-EXIT
             WHEN NOT PNMM-RET-OK
                  ADD  +1                  TO WS-NOT-WRITTEN-CNT
                  MOVE SPACES              TO WS-RPT-REASON
                  MOVE 'NOT WRITTEN - SEE LOG' TO WS-RPT-ACTION
                  PERFORM 690-WRITE-DETAIL THRU 690-EXIT
                  GO TO 600-EXIT
             WHEN PNMM-RET-WRITTEN
                  ADD  +1                  TO WS-REWRITTEN-CNT
                  MOVE 'REWRITTEN'         TO WS-RPT-ACTION
             WHEN OTHER
                  ADD  +1                  TO WS-UNCHANGED-CNT
                  MOVE 'UNCHANGED'         TO WS-RPT-ACTION
           END-EVALUATE
      *
           EVALUATE TRUE
             WHEN PNMM-TYPE-INDIVIDUAL
                  ADD  +1                  TO WS-INDIVIDUAL-CNT
             WHEN PNMM-TYPE-BUSINESS
                  ADD  +1                  TO WS-BUSINESS-CNT
             WHEN OTHER
                  ADD  +1                  TO WS-UNPARSED-CNT
                  MOVE PNMM-REASON-TEXT    TO WS-RPT-REASON
                  PERFORM 690-WRITE-DETAIL THRU 690-EXIT
           END-EVALUATE
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE SEQ-01 LEGAL NAME GOVERNS WHEN THE CUSTOMER HAS ONE;
      *  OTHERWISE THE PARENT'S OWN NAME.  WHICHEVER IT IS, IT IS
      *  REVEALED INTO PNMM-NAME WITH ITS SOURCE SET.
      ***************************************************************
       610-GOVERNING-NAME.
      *
           MOVE TP90-CUST-KEY-ID      TO CUST-CHILD-RECORD-KEY (1:10)
           MOVE 'NAM01'               TO CUST-CHILD-RECORD-KEY (11:5)
           MOVE 'CUSTLGNV'                TO TP90N-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90N-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90N-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90N-FILE-MODE
           MOVE +96                       TO TP90N-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90N-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD
           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
      *
           EVALUATE TRUE
             WHEN TP90N-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  SET  PIIC-IMAGE-CHILD    TO TRUE
                  PERFORM 620-REVEAL      THRU 620-EXIT
                  IF   SEVERE-ERROR = ' '
                       MOVE CUST-NAM-LEGAL-NAME TO PNMM-NAME
                       SET  PNMM-SRC-LEGAL-NAME TO TRUE
                       ADD  +1             TO WS-FROM-LEGAL-CNT
                  END-IF
             WHEN TP90N-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  SET  PIIC-IMAGE-PARENT   TO TRUE
                  PERFORM 620-REVEAL      THRU 620-EXIT
                  IF   SEVERE-ERROR = ' '
                       MOVE TP90-CUST-NAME TO PNMM-NAME
                       SET  PNMM-SRC-PARENT TO TRUE
                       ADD  +1             TO WS-FROM-PARENT-CNT
                  END-IF
             WHEN OTHER
                  DISPLAY 'MBRPNMBL DD: CUSTLGNV, GVBTP90 FAILED, '
                          'RET CD = ' TP90N-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       610-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE LEGAL-NAME CHILD OR THE PARENT (PER PIIC-IMAGE)
      *  UNDER THE ACTIVE PERSONAL-DATA KEY.  A KEY THE RUN CANNOT
      *  USE STOPS IT.
      ***************************************************************
       620-REVEAL.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           IF   PIIC-IMAGE-CHILD
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       CUST-CHILD-RECORD
           ELSE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       TP90-FB-RECORD-AREA
           END-IF
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRPNMBL: PERSONAL DATA NOT USABLE, KEY '
                        TP90-CUST-KEY-ID ' IMAGE ' PIIC-IMAGE-TYPE
                        ' MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       620-EXIT.
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
                DISPLAY 'MBRPNMBL: ERROR WRITING PNMBLRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       690-EXIT.
           EXIT.
      *
      *
       800-WRITE-RPT-TOTALS.
      *
           MOVE 'CUSTOMERS READ:'         TO WS-RPT-TOT-LABEL
           MOVE RECORD-CNT                TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'PARSED FROM THE LEGAL NAME:'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-FROM-LEGAL-CNT         TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'PARSED FROM THE CUSTOMER NAME:'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-FROM-PARENT-CNT        TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'INDIVIDUALS:'            TO WS-RPT-TOT-LABEL
           MOVE WS-INDIVIDUAL-CNT         TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'BUSINESS NAMES (NOT SPLIT):'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-BUSINESS-CNT           TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'NAMES NOT PARSEABLE:'    TO WS-RPT-TOT-LABEL
           MOVE WS-UNPARSED-CNT           TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'CHILD RECORDS REWRITTEN:' TO WS-RPT-TOT-LABEL
           MOVE WS-REWRITTEN-CNT          TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'CHILD RECORDS ALREADY CURRENT:'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-UNCHANGED-CNT          TO WS-RPT-TOT-CNT
           PERFORM 810-WRITE-TOTAL-LINE   THRU 810-EXIT
           MOVE 'CHILD RECORDS NOT WRITTEN:'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-NOT-WRITTEN-CNT        TO WS-RPT-TOT-CNT
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
                DISPLAY 'MBRPNMBL: ERROR WRITING PNMBLRPT RC = '
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
           SET  PNMM-FCN-CLOSE            TO TRUE
           CALL WS-MBRPNMMT USING PNMM-PARMS
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
           MOVE TP90-VALUE-CLOSE          TO TP90N-FUNCTION-CODE
           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 WS-DUMMY-KEY
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPNMBL: ' WS-DISPLAY-MASK-1
                   ' CUSTOMERS READ'
           MOVE WS-INDIVIDUAL-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPNMBL: ' WS-DISPLAY-MASK-1
                   ' INDIVIDUAL NAMES PARSED'
           MOVE WS-BUSINESS-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPNMBL: ' WS-DISPLAY-MASK-1
                   ' BUSINESS NAMES LEFT WHOLE'
           MOVE WS-UNPARSED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPNMBL: ' WS-DISPLAY-MASK-1
                   ' NAMES NOT PARSEABLE - SEE PNMBLRPT'
           MOVE WS-REWRITTEN-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPNMBL: ' WS-DISPLAY-MASK-1
                   ' PARSED-NAME CHILDREN REWRITTEN'
           MOVE WS-NOT-WRITTEN-CNT        TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPNMBL: ' WS-DISPLAY-MASK-1
                   ' PARSED-NAME CHILDREN NOT WRITTEN'
           .
       9900-EXIT.
           EXIT.
