       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPIIRK.
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
      ** DESCRIPTION: PERSONAL-DATA KEY ROTATION (SEE GVBCPIIK).       *
      **              REGISTERS THE NEXT KEY GENERATION UNDER THE CKDS *
      **              LABEL ON THE CTLCARD AND RE-PROTECTS EVERY       *
      **              CUSTNAMV, CUSTCTCV, CUSTLGNV, CUSTHIST AND       *
      **              CUSTPNMV RECORD FROM THE OUTGOING GENERATION     *
      **              INTO IT, IN KEY ORDER, UNDER THE EXCLUSIVE       *
      **              CUSTNAMV ENQUEUE.  THE FIRST RUN EVER IS THE     *
      **              INITIAL PROTECTION OF THE CLEAR-TEXT CLUSTERS    *
      **              (GENERATION 000).                                *
      **                                                               *
      **              EVERY REWRITTEN CUSTNAMV, CUSTCTCV, CUSTLGNV AND *
      **              CUSTPNMV RECORD IS JOURNALED TO CUSTNAUD THROUGH *
      **              MBRAUDWR AS A CHANGED PAIR WHOSE BEFORE AND      *
      **              AFTER IMAGES ARE BOTH THE NEW PROTECTED RECORD - *
      **              THE CONTENT DID NOT CHANGE, ONLY ITS KEY - SO    *
      **              THE JOURNAL AND THE CHKSUMV ROWS FOLLOW THE NEW  *
      **              BYTES.  THE JOURNAL IS REQUIRED: NO CUSTNAUD DD  *
      **              STOPS THE RUN BEFORE ANYTHING IS TOUCHED.        *
      **                                                               *
      **              THE REGISTRY RECORD OF THE ROTATING GENERATION   *
      **              IS CHECKPOINTED BEFORE EACH REWRITE (CLUSTER,    *
      **              KEY AND THE RECORD AS IT STOOD), SO A RERUN      *
      **              AFTER A FAILURE RESUMES WHERE THE LAST ONE       *
      **              STOPPED AND NEVER RE-KEYS A RECORD TWICE.  ONLY  *
      **              WHEN EVERY CLUSTER IS DONE DOES THE NEW          *
      **              GENERATION BECOME ACTIVE AND THE OLD ONE         *
      **              SUPERSEDED; UNTIL THEN MBRPIICR REFUSES ACTIVE-  *
      **              KEY REQUESTS, SO AN UNFINISHED ROTATION MUST BE  *
      **              RERUN TO COMPLETION BEFORE THE CYCLE GOES ON.    *
      **                                                               *
      ** MODULES CALLED: GVBTP90  - I/O HANDLER                        *
      **                 GVBUR66  - ENQ/DEQ SERVICE                    *
      **                 MBRPIICR - FIELD PROTECTION SERVICE           *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRKWRD  - CONTROL-CARD PARSER                *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     PERSONAL-DATA KEY REGISTRY  (DDNAME=PIIKEYS)   *
      **                CUSTOMER MASTER             (DDNAME=CUSTNAMV)  *
      **                CONTACT CHILDREN, OPTIONAL  (DDNAME=CUSTCTCV)  *
      **                LEGAL-NAME CHILDREN, OPT.   (DDNAME=CUSTLGNV)  *
      **                SUPERSEDED IMAGES, OPTIONAL (DDNAME=CUSTHIST)  *
      **                PARSED-NAME CHILDREN, OPT.  (DDNAME=CUSTPNMV)  *
      **                                                               *
      ** OUTPUT FILES:  AUDIT JOURNAL               (DDNAME=CUSTNAUD)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
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
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
      *
      *      RUN-CONTROL REGISTRATION INTERFACE (SEE GVBCRUNC).
       COPY GVBCRUNC.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      CONTROL-CARD PARSER INTERFACE (SEE GVBCKWRD).
       COPY GVBCKWRD.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
      *
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-REKEYED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CUSTNAMV-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-CUSTNAMV-ENQ-HELD               VALUE 'Y'.
       01  WS-REG-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-REG-EOF                         VALUE 'Y'.
       01  WS-RESUMING-SW              PIC X(01)  VALUE 'N'.
           88  WS-RESUMING                        VALUE 'Y'.
       01  WS-CHECK-INFLIGHT-SW        PIC X(01)  VALUE 'N'.
           88  WS-CHECK-INFLIGHT                  VALUE 'Y'.
       01  WS-GEN-STARTED-SW           PIC X(01)  VALUE 'N'.
           88  WS-GEN-STARTED                     VALUE 'Y'.
      *
       01  WS-CTL-KEY-LABEL            PIC X(44)  VALUE SPACES.
       01  WS-OLD-GEN                  PIC 9(03)  VALUE ZEROES.
       01  WS-NEW-GEN                  PIC 9(03)  VALUE ZEROES.
       01  WS-HIGH-GEN                 PIC 9(03)  VALUE ZEROES.
       01  WS-NEW-LABEL                PIC X(44)  VALUE SPACES.
      *
       01  WS-TODAY                    PIC 9(08)  VALUE ZEROES.
       01  WS-TIME-NOW.
           05  WS-NOW-HHMMSS           PIC 9(06)  VALUE ZEROES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
      *
      *****************************************************************
      *  THE CLUSTERS RE-KEYED, IN ORDER: DDNAME, IMAGE TYPE FOR
      *  MBRPIICR, AUDIT RECORD TYPE (SPACE - NOT JOURNALED), WHETHER
      *  THE CLUSTER MUST BE ALLOCATED, KEY LENGTH, RECORD LENGTH.
      *****************************************************************
       01  WS-CLUSTER-VALUES.
           05  FILLER                  PIC X(16)
                                       VALUE 'CUSTNAMVPPY10160'.
           05  FILLER                  PIC X(16)
                                       VALUE 'CUSTCTCVCCN15096'.
           05  FILLER                  PIC X(16)
                                       VALUE 'CUSTLGNVCCN15096'.
           05  FILLER                  PIC X(16)
                                       VALUE 'CUSTHISTP N18096'.
           05  FILLER                  PIC X(16)
                                       VALUE 'CUSTPNMVCCN15096'.
       01  WS-CLUSTER-TABLE REDEFINES WS-CLUSTER-VALUES.
           05  WS-CLU-ENTRY            OCCURS 5 TIMES.
               10  WS-CLU-DDNAME       PIC X(08).
               10  WS-CLU-IMAGE-TYPE   PIC X(01).
               10  WS-CLU-AUDIT-TYPE   PIC X(01).
               10  WS-CLU-REQUIRED     PIC X(01).
               10  WS-CLU-KEY-LEN      PIC 9(02).
               10  WS-CLU-REC-LEN      PIC 9(03).
       01  WS-CLU-COUNT                PIC S9(04) COMP VALUE +5.
       01  WS-CLU-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-RESUME-IDX               PIC S9(04) COMP VALUE +1.
      *
       01  WS-ROT-KEY                  PIC X(18)  VALUE LOW-VALUES.
       01  WS-ROT-RECORD.
           05  WS-ROT-IMAGE            PIC X(96).
           05  FILLER                  PIC X(64).
       01  WS-OLD-IMAGE                PIC X(96)  VALUE SPACES.
       01  WS-NEW-IMAGE                PIC X(96)  VALUE SPACES.
      *
       COPY GVBCPIIK.
       COPY GVBCAUDW.
      *
      *      THE KEY ROTATION TAKES THE SAME EXCLUSIVE ENQUEUE EVERY
      *      CUSTNAMV MAINTAINER HOLDS FOR ITS WHOLE RUN, SO NOTHING
      *      IS WRITTEN UNDER THE OLD KEY WHILE THE CLUSTERS MOVE.
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

       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - THE REGISTRY, AND ONE AREA
      *  REUSED FOR EACH CLUSTER IN TURN.
      *****************************************************************
       COPY GVBCTP90.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90K-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90K-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90K-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90K-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90K-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90K-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90K-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90K-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90K-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90K-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90K-ESDS==.

      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90V-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90V-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90V-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90V-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90V-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90V-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90V-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90V-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90V-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90V-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90V-ESDS==.

      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRPIIRK'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTNAMV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
           SET  ENQ-DEQ-CNTR-EXCL         TO TRUE
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                SET  WS-CUSTNAMV-ENQ-HELD   TO TRUE
                DISPLAY 'MBRPIIRK: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
      *
                PERFORM 200-START-GENERATION  THRU 200-EXIT
                MOVE +0                      TO WS-CLU-IDX
                PERFORM 300-ROTATE-ONE-CLUSTER THRU 300-EXIT
                        UNTIL WS-CLU-IDX >= WS-CLU-COUNT
                           OR SEVERE-ERROR NOT = ' '
                IF   SEVERE-ERROR = ' '
                     PERFORM 400-COMPLETE-GENERATION THRU 400-EXIT
                END-IF
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRPIIRK'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-REKEYED-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE WS-ABEND-CD             TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE CONTROL CARD, LOAD THE REGISTRY AND DECIDE BETWEEN
      *  A NEW ROTATION AND THE RESUMPTION OF AN UNFINISHED ONE, AND
      *  MAKE SURE THE JOURNAL IS THERE BEFORE ANYTHING MOVES.
      ***************************************************************
       100-INIT.
      *
           PERFORM 105-READ-CONTROL-CARD  THRU 105-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90K-ANCHOR              TO NULL
           MOVE 'PIIKEYS '                TO TP90K-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90K-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90K-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90K-FILE-MODE
           MOVE SPACES                    TO TP90K-RETURN-CODE
           MOVE +0                        TO TP90K-VSAM-RETURN-CODE
           MOVE +0                        TO TP90K-RECORD-LENGTH
           MOVE SPACES                    TO TP90K-RECFM
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPIIRK DD: PIIKEYS, GVBTP90 FAILED, '
                        'RET CD = ' TP90K-RETURN-CODE
                SET  TP90K-ANCHOR         TO NULL
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90K-DDNAME
      *
           PERFORM 120-LOAD-REGISTRY      THRU 120-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-RESUMING
                  IF   WS-CTL-KEY-LABEL NOT = SPACES
                  AND  WS-CTL-KEY-LABEL NOT = WS-NEW-LABEL
                       DISPLAY 'MBRPIIRK: GENERATION ' WS-NEW-GEN
                               ' IS STILL ROTATING UNDER '
                               WS-NEW-LABEL
                       DISPLAY 'MBRPIIRK: IT MUST BE FINISHED BEFORE'
                               ' ANOTHER LABEL CAN BE STARTED'
                       MOVE 'Y'            TO SEVERE-ERROR
                       GO TO 100-EXIT
                  END-IF
                  DISPLAY 'MBRPIIRK: RESUMING ROTATION FROM '
                          'GENERATION ' WS-OLD-GEN ' TO '
                          WS-NEW-GEN
             WHEN WS-CTL-KEY-LABEL = SPACES
                  DISPLAY 'MBRPIIRK: LABEL= IS REQUIRED TO START A '
                          'NEW KEY GENERATION'
                  MOVE 'Y'                 TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN WS-HIGH-GEN >= 999
                  DISPLAY 'MBRPIIRK: KEY GENERATIONS EXHAUSTED'
                  MOVE 'Y'                 TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  ADD  1 WS-HIGH-GEN   GIVING WS-NEW-GEN
                  MOVE WS-CTL-KEY-LABEL    TO WS-NEW-LABEL
                  DISPLAY 'MBRPIIRK: ROTATING FROM GENERATION '
                          WS-OLD-GEN ' TO ' WS-NEW-GEN
                          ' UNDER ' WS-NEW-LABEL
           END-EVALUATE
      *
      *      A ROTATION IS A CHANGE TO EVERY RECORD, SO IT IS NEVER
      *      RUN WITHOUT THE JOURNAL.
           SET  AUDW-FCN-OPEN             TO TRUE
           MOVE SPACE                     TO AUDW-RECORD-TYPE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           IF   NOT AUDW-RET-OK
                DISPLAY 'MBRPIIRK: CUSTNAUD IS REQUIRED - KEY '
                        'ROTATION NOT STARTED'
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       105-READ-CONTROL-CARD.
      *
           MOVE 'MBRPIIRK'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'LABEL'                TO KWRD-NAME (1)
           MOVE SPACES                 TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 105-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:44)     TO WS-CTL-KEY-LABEL
           .
       105-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE PASS OVER THE REGISTRY: THE ACTIVE GENERATION IS THE
      *  ONE BEING LEFT, A ROTATING ONE IS AN UNFINISHED RUN TO
      *  RESUME, AND THE HIGHEST NUMBER NAMES THE NEXT GENERATION.
      ***************************************************************
       120-LOAD-REGISTRY.
      *
           MOVE 'N'                       TO WS-REG-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90K-FUNCTION-CODE
           MOVE LENGTH OF PIIK-RECORD     TO TP90K-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90K-RECFM
           MOVE LOW-VALUES                TO PIIK-RECORD-KEY
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-REG-EOF           TO TRUE
           END-IF
           PERFORM 125-LOAD-ONE-GENERATION THRU 125-EXIT
                   UNTIL WS-REG-EOF OR SEVERE-ERROR NOT = ' '
           .
       120-EXIT.
           EXIT.
      *
      *
       125-LOAD-ONE-GENERATION.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90K-FUNCTION-CODE
           MOVE SPACES                    TO PIIK-RECORD
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90K-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-REG-EOF          TO TRUE
                  GO TO 125-EXIT
             WHEN TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPIIRK DD: PIIKEYS, GVBTP90 FAILED, '
                          'RET CD = ' TP90K-RETURN-CODE
                  MOVE 'Y'                 TO SEVERE-ERROR
                  GO TO 125-EXIT
           END-EVALUATE
      *
           IF   PIIK-GENERATION > WS-HIGH-GEN
                MOVE PIIK-GENERATION      TO WS-HIGH-GEN
           END-IF
           EVALUATE TRUE
             WHEN PIIK-STATE-ACTIVE
                  MOVE PIIK-GENERATION     TO WS-OLD-GEN
             WHEN PIIK-STATE-ROTATING
                  SET  WS-RESUMING         TO TRUE
                  MOVE PIIK-GENERATION     TO WS-NEW-GEN
                  MOVE PIIK-KEY-LABEL      TO WS-NEW-LABEL
           END-EVALUATE
           .
       125-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WITH THE ENQUEUE HELD: A NEW ROTATION REGISTERS ITS
      *  GENERATION AS ROTATING, STAMPED NOW - EVERY JOURNAL IMAGE
      *  FROM HERE ON IS UNDER IT.  THE REGISTRY IS CLOSED AND
      *  REOPENED SO THE NEW RECORD IS ON DISK BEFORE MBRPIICR READS
      *  THE REGISTRY FOR ITSELF.  A RESUMED ONE PICKS UP ITS
      *  CHECKPOINT.
      ***************************************************************
       200-START-GENERATION.
      *
           IF   NOT WS-RESUMING
                ACCEPT WS-TODAY           FROM DATE YYYYMMDD
                ACCEPT WS-TIME-NOW        FROM TIME
                MOVE SPACES               TO PIIK-RECORD
                MOVE WS-NEW-GEN           TO PIIK-GENERATION
                MOVE WS-NEW-LABEL         TO PIIK-KEY-LABEL
                SET  PIIK-STATE-ROTATING  TO TRUE
                MOVE WS-TODAY             TO PIIK-START-DATE
                MOVE WS-NOW-HHMMSS        TO PIIK-START-TIME
                MOVE ZEROES               TO PIIK-ACTIVE-DATE
                                             PIIK-ACTIVE-TIME
                                             PIIK-SUPERSEDED-DATE
                                             PIIK-SUPERSEDED-TIME
                MOVE +0                   TO PIIK-REKEYED-CNT (1)
                                             PIIK-REKEYED-CNT (2)
                                             PIIK-REKEYED-CNT (3)
                                             PIIK-REKEYED-CNT (4)
                                             PIIK-REKEYED-CNT (5)
                MOVE PIIK-GENERATION      TO PIIK-RECORD-KEY
                MOVE TP90-VALUE-WRITE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      PIIK-RECORD,
                                      PIIK-RECORD-KEY
                IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     DISPLAY 'MBRPIIRK: ERROR REGISTERING GENERATION '
                             WS-NEW-GEN ' RC = ' TP90K-RETURN-CODE
                     MOVE 'Y'             TO SEVERE-ERROR
                     GO TO 200-EXIT
                END-IF
      *
                MOVE TP90-VALUE-CLOSE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      PIIK-RECORD,
                                      PIIK-RECORD-KEY
                MOVE TP90-VALUE-OPEN      TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      PIIK-RECORD,
                                      PIIK-RECORD-KEY
                IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     DISPLAY 'MBRPIIRK DD: PIIKEYS, GVBTP90 FAILED, '
                             'RET CD = ' TP90K-RETURN-CODE
                     SET  TP90K-ANCHOR    TO NULL
                     MOVE 'Y'             TO SEVERE-ERROR
                     GO TO 200-EXIT
                END-IF
           END-IF
      *
           MOVE WS-NEW-GEN                TO PIIK-RECORD-KEY
           PERFORM 210-READ-GENERATION    THRU 210-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 200-EXIT
           END-IF
           SET  WS-GEN-STARTED            TO TRUE
      *
           MOVE +1                        TO WS-RESUME-IDX
           IF   PIIK-HWM-CLUSTER NOT = SPACES
                MOVE +0                   TO WS-CLU-IDX
                PERFORM 220-FIND-RESUME-CLUSTER THRU 220-EXIT
                        UNTIL WS-CLU-IDX >= WS-CLU-COUNT
                DISPLAY 'MBRPIIRK: RESTART POINT ' PIIK-HWM-CLUSTER
                        ' KEY ' PIIK-HWM-KEY
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
       210-READ-GENERATION.
      *
           MOVE TP90-VALUE-READ           TO TP90K-FUNCTION-CODE
           MOVE LENGTH OF PIIK-RECORD     TO TP90K-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90K-RECFM
           MOVE SPACES                    TO PIIK-RECORD
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPIIRK: ERROR READING GENERATION '
                        PIIK-RECORD-KEY ' RC = ' TP90K-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           .
       210-EXIT.
           EXIT.
      *
      *
       220-FIND-RESUME-CLUSTER.
      *
           ADD  +1                        TO WS-CLU-IDX
           IF   WS-CLU-DDNAME (WS-CLU-IDX) = PIIK-HWM-CLUSTER
                MOVE WS-CLU-IDX           TO WS-RESUME-IDX
           END-IF
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RE-KEY ONE CLUSTER FROM ITS START, OR FROM THE CHECKPOINT
      *  WHEN IT IS THE CLUSTER A FAILED RUN STOPPED IN.  CLUSTERS
      *  BEFORE THAT ONE ARE ALREADY DONE.
      ***************************************************************
       300-ROTATE-ONE-CLUSTER.
      *
           ADD  +1                        TO WS-CLU-IDX
           IF   WS-CLU-IDX < WS-RESUME-IDX
                GO TO 300-EXIT
           END-IF
      *
           SET  TP90V-ANCHOR              TO NULL
           MOVE WS-CLU-DDNAME (WS-CLU-IDX) TO TP90V-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90V-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90V-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90V-FILE-MODE
           MOVE SPACES                    TO TP90V-RETURN-CODE
           MOVE +0                        TO TP90V-VSAM-RETURN-CODE
           MOVE +0                        TO TP90V-RECORD-LENGTH
           MOVE SPACES                    TO TP90V-RECFM
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 WS-ROT-RECORD,
                                 WS-ROT-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90V-ANCHOR         TO NULL
                IF   WS-CLU-REQUIRED (WS-CLU-IDX) = 'Y'
                     DISPLAY 'MBRPIIRK DD: ' TP90V-DDNAME
                             ', GVBTP90 FAILED, RET CD = '
                             TP90V-RETURN-CODE
                     MOVE 'Y'             TO SEVERE-ERROR
                ELSE
                     DISPLAY 'MBRPIIRK: ' TP90V-DDNAME
                             ' NOT ALLOCATED, NOT RE-KEYED'
                END-IF
                GO TO 300-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90V-DDNAME
      *
           MOVE 'N'                       TO WS-CHECK-INFLIGHT-SW
           IF   WS-CLU-IDX = WS-RESUME-IDX
           AND  PIIK-HWM-CLUSTER NOT = SPACES
                MOVE PIIK-HWM-KEY         TO WS-ROT-KEY
                SET  WS-CHECK-INFLIGHT    TO TRUE
           ELSE
                MOVE LOW-VALUES           TO WS-ROT-KEY
           END-IF
      *
           MOVE ' '                       TO EOF-FLAG
           MOVE TP90-VALUE-START-BROWSE   TO TP90V-FUNCTION-CODE
           MOVE WS-CLU-REC-LEN (WS-CLU-IDX) TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90V-RECFM
           MOVE SPACES                    TO WS-ROT-RECORD
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 WS-ROT-RECORD,
                                 WS-ROT-KEY
           EVALUATE TRUE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  PERFORM 350-ROTATE-ONE-RECORD THRU 350-EXIT
                          UNTIL EOF-FLAG = 'Y'
                             OR SEVERE-ERROR NOT = ' '
             WHEN TP90V-RETURN-CODE = TP90-VALUE-END-OF-FILE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'MBRPIIRK DD: ' TP90V-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90V-RETURN-CODE
                  MOVE 'Y'                 TO SEVERE-ERROR
           END-EVALUATE
      *
           MOVE PIIK-REKEYED-CNT (WS-CLU-IDX) TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPIIRK: ' WS-DISPLAY-MASK-1 ' '
                   TP90V-DDNAME ' RECORDS NOW UNDER GENERATION '
                   WS-NEW-GEN
      *
           MOVE TP90-VALUE-CLOSE          TO TP90V-FUNCTION-CODE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 WS-ROT-RECORD,
                                 WS-ROT-KEY
           SET  TP90V-ANCHOR              TO NULL
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE RECORD: CHECKPOINT IT AS IT STANDS, REWRITE IT UNDER THE
      *  NEW GENERATION, JOURNAL THE PAIR.  THE FIRST RECORD AFTER A
      *  RESTART IS THE ONE THE CHECKPOINT NAMES; IF IT NO LONGER
      *  MATCHES ITS CHECKPOINTED IMAGE ITS REWRITE LANDED, AND ONLY
      *  THE JOURNAL PAIR IS (RE)WRITTEN.
      ***************************************************************
       350-ROTATE-ONE-RECORD.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90V-FUNCTION-CODE
           MOVE SPACES                    TO WS-ROT-RECORD
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 WS-ROT-RECORD,
                                 WS-ROT-KEY
           EVALUATE TRUE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 350-EXIT
             WHEN TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRPIIRK DD: ' TP90V-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90V-RETURN-CODE
                  MOVE 'Y'                 TO SEVERE-ERROR
                  GO TO 350-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           IF   WS-CHECK-INFLIGHT
                MOVE 'N'                  TO WS-CHECK-INFLIGHT-SW
                IF   WS-ROT-KEY = PIIK-HWM-KEY
                AND  WS-ROT-IMAGE NOT = PIIK-INFLIGHT-IMAGE
                     PERFORM 380-JOURNAL-PAIR THRU 380-EXIT
                     GO TO 350-EXIT
                END-IF
           END-IF
      *
           MOVE WS-ROT-IMAGE              TO WS-OLD-IMAGE
           PERFORM 360-REKEY-IMAGE        THRU 360-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 350-EXIT
           END-IF
      *
           PERFORM 370-CHECKPOINT         THRU 370-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 350-EXIT
           END-IF
      *
           MOVE WS-NEW-IMAGE              TO WS-ROT-IMAGE
           MOVE TP90-VALUE-UPDATE         TO TP90V-FUNCTION-CODE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 WS-ROT-RECORD,
                                 WS-ROT-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPIIRK: ERROR UPDATING ' TP90V-DDNAME
                        ' KEY ' WS-ROT-KEY ' RC = '
                        TP90V-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 350-EXIT
           END-IF
      *
           PERFORM 380-JOURNAL-PAIR       THRU 380-EXIT
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLEAR TEXT UNDER THE OUTGOING GENERATION (NOTHING TO DO FOR
      *  GENERATION 000), THEN PROTECTED UNDER THE NEW ONE.
      ***************************************************************
       360-REKEY-IMAGE.
      *
           MOVE WS-OLD-IMAGE              TO WS-NEW-IMAGE
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           MOVE WS-CLU-IMAGE-TYPE (WS-CLU-IDX) TO PIIC-IMAGE-TYPE
           SET  PIIC-GEN-EXPLICIT         TO TRUE
           MOVE WS-OLD-GEN                TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS, WS-NEW-IMAGE
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRPIIRK: CANNOT REVEAL ' TP90V-DDNAME
                        ' KEY ' WS-ROT-KEY ' UNDER GENERATION '
                        WS-OLD-GEN ', RC = ' PIIC-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 360-EXIT
           END-IF
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-GEN-EXPLICIT         TO TRUE
           MOVE WS-NEW-GEN                TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS, WS-NEW-IMAGE
           IF   NOT PIIC-RET-OK
                DISPLAY 'MBRPIIRK: CANNOT PROTECT ' TP90V-DDNAME
                        ' KEY ' WS-ROT-KEY ' UNDER GENERATION '
                        WS-NEW-GEN ', RC = ' PIIC-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           .
       360-EXIT.
           EXIT.
      *
      *
       370-CHECKPOINT.
      *
           MOVE WS-CLU-DDNAME (WS-CLU-IDX) TO PIIK-HWM-CLUSTER
           MOVE WS-ROT-KEY                TO PIIK-HWM-KEY
           MOVE WS-OLD-IMAGE              TO PIIK-INFLIGHT-IMAGE
           MOVE WS-NEW-GEN                TO PIIK-RECORD-KEY
           MOVE TP90-VALUE-UPDATE         TO TP90K-FUNCTION-CODE
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPIIRK: ERROR CHECKPOINTING GENERATION '
                        WS-NEW-GEN ' RC = ' TP90K-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           .
       370-EXIT.
           EXIT.
      *
      *
       380-JOURNAL-PAIR.
      *
           ADD  +1                        TO WS-REKEYED-CNT
           ADD  +1                        TO PIIK-REKEYED-CNT
                                                  (WS-CLU-IDX)
           IF   WS-CLU-AUDIT-TYPE (WS-CLU-IDX) = SPACE
                GO TO 380-EXIT
           END-IF
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE WS-ROT-KEY (1:10)         TO AUDW-KEY-ID
           MOVE WS-CLU-AUDIT-TYPE (WS-CLU-IDX) TO AUDW-RECORD-TYPE
           MOVE WS-ROT-IMAGE              TO AUDW-BEFORE-IMAGE
                                             AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           IF   NOT AUDW-RET-OK
                DISPLAY 'MBRPIIRK: CUSTNAUD WRITE FAILED, KEY '
                        WS-ROT-KEY
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           .
       380-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EVERY CLUSTER IS DONE: THE NEW GENERATION BECOMES ACTIVE AND
      *  THE OLD ONE SUPERSEDED.  ITS LABEL STAYS IN THE CKDS - THE
      *  JOURNAL AND OLD UNLOADS ARE STILL UNDER IT.
      ***************************************************************
       400-COMPLETE-GENERATION.
      *
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW             FROM TIME
      *
           IF   WS-OLD-GEN NOT = 0
                MOVE WS-OLD-GEN           TO PIIK-RECORD-KEY
                PERFORM 210-READ-GENERATION THRU 210-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 400-EXIT
                END-IF
                SET  PIIK-STATE-SUPERSEDED TO TRUE
                MOVE WS-TODAY             TO PIIK-SUPERSEDED-DATE
                MOVE WS-NOW-HHMMSS        TO PIIK-SUPERSEDED-TIME
                PERFORM 410-REWRITE-GENERATION THRU 410-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 400-EXIT
                END-IF
           END-IF
      *
           MOVE WS-NEW-GEN                TO PIIK-RECORD-KEY
           PERFORM 210-READ-GENERATION    THRU 210-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 400-EXIT
           END-IF
           SET  PIIK-STATE-ACTIVE         TO TRUE
           MOVE WS-TODAY                  TO PIIK-ACTIVE-DATE
           MOVE WS-NOW-HHMMSS             TO PIIK-ACTIVE-TIME
           MOVE SPACES                    TO PIIK-HWM-CLUSTER
                                             PIIK-HWM-KEY
                                             PIIK-INFLIGHT-IMAGE
           PERFORM 410-REWRITE-GENERATION THRU 410-EXIT
           IF   SEVERE-ERROR = ' '
                DISPLAY 'MBRPIIRK: GENERATION ' WS-NEW-GEN
                        ' IS NOW ACTIVE'
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       410-REWRITE-GENERATION.
      *
           MOVE TP90-VALUE-UPDATE         TO TP90K-FUNCTION-CODE
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPIIRK: ERROR UPDATING GENERATION '
                        PIIK-RECORD-KEY ' RC = ' TP90K-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           .
       410-EXIT.
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
           IF   TP90V-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90V-FUNCTION-CODE
                CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                      WS-ROT-RECORD,
                                      WS-ROT-KEY
           END-IF
           IF   TP90K-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      PIIK-RECORD,
                                      PIIK-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPIIRK: ' WS-DISPLAY-MASK-1 ' RECORDS READ'
           MOVE WS-REKEYED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPIIRK: ' WS-DISPLAY-MASK-1
                   ' RECORDS RE-KEYED THIS RUN'
           IF   SEVERE-ERROR NOT = ' '
           AND  WS-GEN-STARTED
                DISPLAY 'MBRPIIRK: *** GENERATION ' WS-NEW-GEN
                        ' IS STILL ROTATING - RERUN TO FINISH IT ***'
           END-IF
           .
       9900-EXIT.
           EXIT.
