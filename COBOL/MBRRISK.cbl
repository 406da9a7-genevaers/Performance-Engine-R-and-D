       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRISK.
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
      ** DESCRIPTION: NIGHTLY BUILD OF THE CONSOLIDATED CUSTOMER RISK  *
      **              INDICATOR (RISKINDV, SEE GVBCRISK).  THE RISK    *
      **              SIGNALS LIVE IN SIX SEPARATE STORES - SANCTIONS  *
      **              SCREENING HITS, THE FRAUD-WATCH WORK ITEMS,      *
      **              DECEASED STATUS, UNDELIVERABLE ADDRESSES, LEGAL  *
      **              HOLDS AND PRIVACY RESTRICTIONS.  ONE CUSTNAMV    *
      **              BROWSE LOOKS EACH CUSTOMER UP IN ALL OF THEM,    *
      **              WEIGHS THE SIGNALS FOUND INTO ONE OVERALL LEVEL  *
      **              (NONE/LOW/MEDIUM/HIGH) AND KEEPS ONE RISKINDV    *
      **              RECORD PER CUSTOMER WITH ANY SIGNAL, CARRYING    *
      **              THE LEVEL AND THE INDIVIDUAL REASON FLAGS.  A    *
      **              CUSTOMER WHOSE SIGNALS HAVE ALL CLEARED LOSES    *
      **              ITS RECORD, AND A FINAL PASS REMOVES RECORDS FOR *
      **              CUSTOMERS NO LONGER ON CUSTNAMV.  THE ONLINE     *
      **              TRANSACTIONS, THE MQ SERVER AND THE OUTBOUND     *
      **              EXTRACTS READ THE RESULT THROUGH MBRRSKLK.       *
      **                                                               *
      **              EVERY SOURCE STORE IS REQUIRED - AN INDICATOR    *
      **              BUILT WITHOUT ONE OF THEM WOULD UNDERSTATE THE   *
      **              RISK, SO A MISSING DD FAILS THE RUN AND LEAVES   *
      **              THE PREVIOUS NIGHT'S INDICATORS IN PLACE.        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                SCREENING HITS              (DDNAME=SCRNHITV)  *
      **                STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                LEGAL-HOLD LIST             (DDNAME=HOLDLIST)  *
      **                PRIVACY REQUEST REGISTER    (DDNAME=PRIVREQ)   *
      **                                                               *
      ** I-O FILES:     RISK INDICATOR KSDS         (DDNAME=RISKINDV)  *
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
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE INDICATOR BEING BUILT FOR THE CURRENT CUSTOMER.
      *****************************************************************
       01  WS-NEW-LEVEL                PIC X(01)  VALUE '0'.
           88  WS-NEW-LEVEL-NONE                  VALUE '0'.
       01  WS-NEW-REASONS.
           05  WS-NEW-REASON-FLAG      PIC X(01)  OCCURS 6 TIMES.
       01  WS-NEW-REASON-CNT           PIC 9(01)  VALUE 0.
       01  WS-RT-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-LEVEL-IDX                PIC S9(04) COMP VALUE +0.
      *
       01  WS-CHILD-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-CHILD-EOF                       VALUE 'Y'.
       01  WS-ADDR-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-UNDELIV-CNT              PIC S9(04) COMP VALUE +0.
      *
      *****************************************************************
      *  CUSTOMERS WITH A PRIVACY RESTRICTION NOT WITHDRAWN.  PRIVREQ
      *  IS KEYED BY THE PRIVACY OFFICE'S REQUEST REFERENCE, NOT THE
      *  CUSTOMER, SO IT IS READ ONCE UP FRONT.
      *****************************************************************
       01  WS-PRIV-MAX                 PIC S9(04) COMP VALUE +2000.
       01  WS-PRIV-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-PRIV-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-PRIV-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-PRIV-FOUND                      VALUE 'Y'.
       01  WS-PRIV-TABLE.
           05  WS-PRIV-KEY-ID          PIC X(10)  OCCURS 2000 TIMES.
      *
      *****************************************************************
      *  INDICATORS LEFT BY CUSTOMERS NO LONGER ON CUSTNAMV, FOUND
      *  BY THE CLOSING SWEEP AND DELETED AFTER IT.
      *****************************************************************
       01  WS-STALE-MAX                PIC S9(04) COMP VALUE +500.
       01  WS-STALE-CNT                PIC S9(04) COMP VALUE +0.
       01  WS-STALE-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-STALE-TABLE.
           05  WS-STALE-KEY-ID         PIC X(10)  OCCURS 500 TIMES.
      *
      *****************************************************************
      *  RUN COUNTS.
      *****************************************************************
       01  WS-AT-RISK-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-NEW-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-CHANGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-CLEARED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-STALE-DELETED-CNT        PIC S9(08) COMP VALUE +0.
       01  WS-LEVEL-COUNTS.
           05  WS-LEVEL-CNT            PIC S9(08) COMP OCCURS 4 TIMES.
       01  WS-REASON-COUNTS.
           05  WS-REASON-CNT           PIC S9(08) COMP OCCURS 7 TIMES.
      *
       COPY GVBCRISK.
       COPY GVBCSCRN.
       COPY GVBCWORK.
       COPY GVBCCHLD.
       COPY GVBCHOLD.
       COPY GVBCPRIV.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90S-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90S-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90S-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90S-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90S-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90S-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90S-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90S-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90S-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90S-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90S-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90W-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90W-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90W-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90W-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90W-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90W-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90W-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90W-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90W-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90W-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90W-ESDS==.
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
                                ==TP90P-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90P-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90P-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90P-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90P-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90P-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90P-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90P-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90P-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90P-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90P-ESDS==.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRRISK '                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           INITIALIZE WS-LEVEL-COUNTS
                      WS-REASON-COUNTS
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 150-LOAD-RESTRICTIONS THRU 150-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 200-START-BROWSE      THRU 200-EXIT
                PERFORM 300-ASSESS-ONE-CUST   THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 700-SWEEP-STALE       THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRRISK '                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-AT-RISK-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE WS-ABEND-CD             TO RETURN-CODE
           ELSE
                MOVE 0                       TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN CUSTNAMV, THE SIX SOURCE STORES AND RISKINDV.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR              TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90S-ANCHOR              TO NULL
           MOVE 'SCRNHITV'                TO TP90S-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90S-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90S-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90S-FILE-MODE
           MOVE SPACES                    TO TP90S-RETURN-CODE
           MOVE +0                        TO TP90S-VSAM-RETURN-CODE
           MOVE +0                        TO TP90S-RECORD-LENGTH
           MOVE SPACES                    TO TP90S-RECFM
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: SCRNHITV, GVBTP90 FAILED, '
                        'RET CD = ' TP90S-RETURN-CODE
                SET  TP90S-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90S-DDNAME
      *
           SET  TP90W-ANCHOR              TO NULL
           MOVE 'WORKQV  '                TO TP90W-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90W-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90W-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90W-FILE-MODE
           MOVE SPACES                    TO TP90W-RETURN-CODE
           MOVE +0                        TO TP90W-VSAM-RETURN-CODE
           MOVE +0                        TO TP90W-RECORD-LENGTH
           MOVE SPACES                    TO TP90W-RECFM
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           IF   TP90W-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: WORKQV, GVBTP90 FAILED, '
                        'RET CD = ' TP90W-RETURN-CODE
                SET  TP90W-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90W-DDNAME
      *
           SET  TP90D-ANCHOR              TO NULL
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90D-FILE-MODE
           MOVE SPACES                    TO TP90D-RETURN-CODE
           MOVE +0                        TO TP90D-VSAM-RETURN-CODE
           MOVE +0                        TO TP90D-RECORD-LENGTH
           MOVE SPACES                    TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                SET  TP90D-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90D-DDNAME
      *
           SET  TP90K-ANCHOR              TO NULL
           MOVE 'HOLDLIST'                TO TP90K-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90K-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90K-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90K-FILE-MODE
           MOVE SPACES                    TO TP90K-RETURN-CODE
           MOVE +0                        TO TP90K-VSAM-RETURN-CODE
           MOVE +0                        TO TP90K-RECORD-LENGTH
           MOVE SPACES                    TO TP90K-RECFM
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: HOLDLIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90K-RETURN-CODE
                SET  TP90K-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90K-DDNAME
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'PRIVREQ '                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE +0                        TO TP90P-RECORD-LENGTH
           MOVE SPACES                    TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: PRIVREQ, GVBTP90 FAILED, '
                        'RET CD = ' TP90P-RETURN-CODE
                SET  TP90P-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90P-DDNAME
      *
           SET  TP90I-ANCHOR              TO NULL
           MOVE 'RISKINDV'                TO TP90I-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE +0                        TO TP90I-RECORD-LENGTH
           MOVE SPACES                    TO TP90I-RECFM
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 RISK-RECORD,
                                 RISK-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: RISKINDV, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                SET  TP90I-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90I-DDNAME
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD THE CUSTOMERS UNDER A RESTRICTION OF PROCESSING - ANY
      *  TYPE 'S' REQUEST NOT WITHDRAWN.  A FULFILLED RESTRICTION IS
      *  ONE IN FORCE, SO IT COUNTS AS MUCH AS ONE STILL OPEN.
      ***************************************************************
       150-LOAD-RESTRICTIONS.
      *
           MOVE 'N'                       TO WS-CHILD-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90P-FUNCTION-CODE
           MOVE LENGTH OF PRIV-RECORD     TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           MOVE LOW-VALUES                TO PRIV-RECORD-KEY
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CHILD-EOF         TO TRUE
           END-IF
      *
           PERFORM 160-LOAD-ONE-REQUEST   THRU 160-EXIT
                   UNTIL WS-CHILD-EOF
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE WS-PRIV-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRISK: ' WS-DISPLAY-MASK-1
                   ' CUSTOMERS UNDER A PRIVACY RESTRICTION'
           .
       150-EXIT.
           EXIT.
      *
      *
       160-LOAD-ONE-REQUEST.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CHILD-EOF         TO TRUE
                GO TO 160-EXIT
           END-IF
           IF   NOT PRIV-TYPE-RESTRICT
           OR   PRIV-WITHDRAWN
                GO TO 160-EXIT
           END-IF
      *
           MOVE PRIV-KEY-ID               TO RISK-KEY-ID
           PERFORM 350-FIND-RESTRICTION   THRU 350-EXIT
           IF   WS-PRIV-FOUND
                GO TO 160-EXIT
           END-IF
           IF   WS-PRIV-CNT >= WS-PRIV-MAX
                DISPLAY 'MBRRISK: PRIVACY RESTRICTION TABLE FULL AT '
                        WS-PRIV-MAX ' CUSTOMERS'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 160-EXIT
           END-IF
           ADD  +1                        TO WS-PRIV-CNT
           MOVE PRIV-KEY-ID               TO
                WS-PRIV-KEY-ID (WS-PRIV-CNT)
           .
       160-EXIT.
           EXIT.
      *
      *
       200-START-BROWSE.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'             TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRRISK DD: CUSTNAMV, GVBTP90 FAILED, '
                             'RET CD = ' TP90-RETURN-CODE
                     MOVE  'Y'            TO SEVERE-ERROR
                END-IF
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE CUSTOMER - GATHER THE SIGNALS, WEIGH THEM AND KEEP THE
      *  INDICATOR IN STEP.
      ***************************************************************
       300-ASSESS-ONE-CUST.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90-DDNAME
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRRISK DD: CUSTNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           MOVE SPACES                    TO WS-NEW-REASONS
           PERFORM 310-CHECK-SANCTIONS    THRU 310-EXIT
           PERFORM 320-CHECK-FRAUD        THRU 320-EXIT
           IF   TP90-CUST-STATUS = 'D'
                MOVE 'D'                  TO WS-NEW-REASON-FLAG (3)
           END-IF
           PERFORM 330-CHECK-ADDRESSES    THRU 330-EXIT
           PERFORM 340-CHECK-HOLD         THRU 340-EXIT
           MOVE TP90-CUST-KEY-ID          TO RISK-KEY-ID
           PERFORM 350-FIND-RESTRICTION   THRU 350-EXIT
           IF   WS-PRIV-FOUND
                MOVE 'R'                  TO WS-NEW-REASON-FLAG (6)
           END-IF
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           MOVE '0'                       TO WS-NEW-LEVEL
           MOVE 0                         TO WS-NEW-REASON-CNT
           PERFORM 360-WEIGH-ONE-REASON   THRU 360-EXIT
                   VARYING WS-RT-IDX FROM +1 BY +1
                   UNTIL   WS-RT-IDX > RISK-REASON-COUNT
           MOVE WS-NEW-LEVEL              TO WS-LEVEL-IDX
           ADD  +1                        TO WS-LEVEL-IDX
           ADD  +1                        TO WS-LEVEL-CNT (WS-LEVEL-IDX)
      *
           PERFORM 400-STORE-INDICATOR    THRU 400-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SANCTIONS - A CONFIRMED MATCH OUTRANKS A HIT STILL PENDING
      *  A COMPLIANCE DECISION; A FALSE POSITIVE IS NO SIGNAL.
      ***************************************************************
       310-CHECK-SANCTIONS.
      *
           MOVE 'N'                       TO WS-CHILD-EOF-SW
           MOVE LOW-VALUES                TO SCRH-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO SCRH-KEY-KEY-ID
           MOVE TP90-VALUE-START-BROWSE   TO TP90S-FUNCTION-CODE
           MOVE LENGTH OF SCRH-RECORD     TO TP90S-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90S-RECFM
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CHILD-EOF         TO TRUE
           END-IF
      *
           PERFORM 315-CHECK-ONE-HIT      THRU 315-EXIT
                   UNTIL WS-CHILD-EOF
           .
       310-EXIT.
           EXIT.
      *
      *
       315-CHECK-ONE-HIT.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90S-FUNCTION-CODE
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 SCRH-RECORD,
                                 SCRH-RECORD-KEY
           IF   TP90S-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   SCRH-KEY-ID NOT = TP90-CUST-KEY-ID
                SET  WS-CHILD-EOF         TO TRUE
                GO TO 315-EXIT
           END-IF
           EVALUATE TRUE
             WHEN SCRH-TRUE-MATCH
                  MOVE 'T'                TO WS-NEW-REASON-FLAG (1)
             WHEN SCRH-PENDING
             AND  WS-NEW-REASON-FLAG (1) = SPACE
                  MOVE 'P'                TO WS-NEW-REASON-FLAG (1)
           END-EVALUATE
           .
       315-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FRAUD - MBRFRWCH'S STANDING 'VELOCITY' ITEM, WHILE THE FRAUD
      *  TEAM HAS NOT CLOSED IT.
      ***************************************************************
       320-CHECK-FRAUD.
      *
           MOVE 'F'                       TO WORK-KEY-TYPE
           MOVE TP90-CUST-KEY-ID          TO WORK-KEY-KEY-ID
           MOVE 'VELOCITY'                TO WORK-KEY-ITEM-REF
           MOVE TP90-VALUE-LOCATE         TO TP90W-FUNCTION-CODE
           MOVE LENGTH OF WORK-RECORD     TO TP90W-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90W-RECFM
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                 WORK-RECORD,
                                 WORK-RECORD-KEY
           IF   TP90W-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  NOT WORK-CLOSED
                MOVE 'F'                  TO WS-NEW-REASON-FLAG (2)
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  UNDELIVERABLE - ONLY WHEN THE CUSTOMER HAS ADDRESSES AND
      *  EVERY ONE OF THEM IS MARKED UNDELIVERABLE.
      ***************************************************************
       330-CHECK-ADDRESSES.
      *
           MOVE 'N'                       TO WS-CHILD-EOF-SW
           MOVE +0                        TO WS-ADDR-CNT
                                             WS-UNDELIV-CNT
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'ADR'                     TO CUST-CHILD-RECORD-KEY(11:3)
           MOVE TP90-VALUE-START-BROWSE   TO TP90D-FUNCTION-CODE
           MOVE +96                       TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CHILD-EOF         TO TRUE
           END-IF
      *
           PERFORM 335-COUNT-ONE-ADDR     THRU 335-EXIT
                   UNTIL WS-CHILD-EOF
      *
           IF   WS-ADDR-CNT > +0
           AND  WS-UNDELIV-CNT = WS-ADDR-CNT
                MOVE 'U'                  TO WS-NEW-REASON-FLAG (4)
           END-IF
           .
       330-EXIT.
           EXIT.
      *
      *
       335-COUNT-ONE-ADDR.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CUST-CHILD-KEY-ID NOT = TP90-CUST-KEY-ID
           OR   NOT CUST-CHILD-ADDRESS
                SET  WS-CHILD-EOF         TO TRUE
                GO TO 335-EXIT
           END-IF
           ADD  +1                        TO WS-ADDR-CNT
           IF   CUST-ADDR-UNDELIVERABLE
                ADD  +1                   TO WS-UNDELIV-CNT
           END-IF
           .
       335-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LEGAL HOLD - IN FORCE UNLESS ITS NON-ZERO EXPIRY IS PAST
      *  (THE HOUSE RULE, SEE GVBCHOLD).
      ***************************************************************
       340-CHECK-HOLD.
      *
           MOVE TP90-CUST-KEY-ID          TO HOLD-RECORD-KEY
           MOVE TP90-VALUE-LOCATE         TO TP90K-FUNCTION-CODE
           MOVE LENGTH OF HOLD-RECORD     TO TP90K-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90K-RECFM
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY
           IF   TP90K-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND (HOLD-EXPIRY-DATE = ZEROES
            OR  HOLD-EXPIRY-DATE >= WS-RUN-DATE)
                MOVE 'H'                  TO WS-NEW-REASON-FLAG (5)
           END-IF
           .
       340-EXIT.
           EXIT.
      *
      *
      *      IS RISK-KEY-ID IN THE PRIVACY RESTRICTION TABLE?
       350-FIND-RESTRICTION.
      *
           MOVE 'N'                       TO WS-PRIV-FOUND-SW
           PERFORM 355-MATCH-ONE-RESTRICTION THRU 355-EXIT
                   VARYING WS-PRIV-IDX FROM +1 BY +1
                   UNTIL   WS-PRIV-IDX > WS-PRIV-CNT
                      OR   WS-PRIV-FOUND
           .
       350-EXIT.
           EXIT.
      *
      *
       355-MATCH-ONE-RESTRICTION.
      *
           IF   WS-PRIV-KEY-ID (WS-PRIV-IDX) = RISK-KEY-ID
                SET  WS-PRIV-FOUND        TO TRUE
           END-IF
           .
       355-EXIT.
           EXIT.
      *
      *
      *      ONE RISK-REASON-TABLE ENTRY - WHEN ITS FLAG IS SET, COUNT
      *      IT AND RAISE THE LEVEL TO ITS WEIGHT.
       360-WEIGH-ONE-REASON.
      *
           IF   WS-NEW-REASON-FLAG (RISK-RT-POSITION (WS-RT-IDX))
                NOT = RISK-RT-FLAG (WS-RT-IDX)
                GO TO 360-EXIT
           END-IF
           ADD  1                         TO WS-NEW-REASON-CNT
           ADD  +1                        TO WS-REASON-CNT (WS-RT-IDX)
           IF   RISK-RT-LEVEL (WS-RT-IDX) > WS-NEW-LEVEL
                MOVE RISK-RT-LEVEL (WS-RT-IDX) TO WS-NEW-LEVEL
           END-IF
           .
       360-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  KEEP RISKINDV IN STEP - WRITE A NEW INDICATOR, REFRESH AN
      *  EXISTING ONE (NOTING A CHANGE OF LEVEL), OR DELETE ONE
      *  WHOSE SIGNALS HAVE ALL CLEARED.
      ***************************************************************
       400-STORE-INDICATOR.
      *
           MOVE TP90-CUST-KEY-ID          TO RISK-RECORD-KEY
           MOVE TP90-VALUE-LOCATE         TO TP90I-FUNCTION-CODE
           MOVE LENGTH OF RISK-RECORD     TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM
           MOVE SPACES                    TO RISK-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 RISK-RECORD,
                                 RISK-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           AND  TP90I-RETURN-CODE NOT = TP90-VALUE-NOT-FOUND
                DISPLAY 'MBRRISK DD: RISKINDV, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 400-EXIT
           END-IF
      *
           IF   WS-NEW-LEVEL-NONE
                IF   TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     PERFORM 450-DELETE-INDICATOR THRU 450-EXIT
                     IF   SEVERE-ERROR = ' '
                          ADD  +1         TO WS-CLEARED-CNT
                     END-IF
                END-IF
                GO TO 400-EXIT
           END-IF
      *
           ADD  +1                        TO WS-AT-RISK-CNT
           IF   TP90I-RETURN-CODE = TP90-VALUE-NOT-FOUND
                MOVE SPACES               TO RISK-RECORD
                MOVE TP90-CUST-KEY-ID     TO RISK-KEY-ID
                MOVE '0'                  TO RISK-PREV-LEVEL
                MOVE WS-RUN-DATE          TO RISK-LEVEL-DATE
                MOVE WS-NEW-LEVEL         TO RISK-LEVEL
                MOVE TP90-VALUE-WRITE     TO TP90I-FUNCTION-CODE
                ADD  +1                   TO WS-NEW-CNT
           ELSE
                IF   RISK-LEVEL NOT = WS-NEW-LEVEL
                     MOVE RISK-LEVEL      TO RISK-PREV-LEVEL
                     MOVE WS-RUN-DATE     TO RISK-LEVEL-DATE
                     MOVE WS-NEW-LEVEL    TO RISK-LEVEL
                     ADD  +1              TO WS-CHANGED-CNT
                END-IF
                MOVE TP90-VALUE-UPDATE    TO TP90I-FUNCTION-CODE
           END-IF
           MOVE WS-NEW-REASONS            TO RISK-REASONS
           MOVE WS-NEW-REASON-CNT         TO RISK-REASON-CNT
           MOVE WS-RUN-DATE               TO RISK-BUILD-DATE
           MOVE TP90-CUST-KEY-ID          TO RISK-RECORD-KEY
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 RISK-RECORD,
                                 RISK-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: RISKINDV, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                        ' KEY ' TP90-CUST-KEY-ID
                MOVE  'Y'                 TO SEVERE-ERROR
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      *      DELETE THE INDICATOR AT RISK-RECORD-KEY.
       450-DELETE-INDICATOR.
      *
           MOVE TP90-VALUE-DELETE         TO TP90I-FUNCTION-CODE
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 RISK-RECORD,
                                 RISK-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRISK DD: RISKINDV, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                        ' KEY ' RISK-RECORD-KEY
                MOVE  'Y'                 TO SEVERE-ERROR
           END-IF
           .
       450-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EVERY CUSTOMER STILL ON CUSTNAMV HAS JUST BEEN STAMPED WITH
      *  TODAY'S BUILD DATE, SO AN INDICATOR WITH AN OLDER ONE
      *  BELONGS TO A CUSTOMER SINCE PURGED OR MERGED AWAY.  THEY
      *  ARE GATHERED FIRST AND DELETED AFTER THE BROWSE; ANY BEYOND
      *  THE TABLE ARE LEFT FOR THE NEXT NIGHT.
      ***************************************************************
       700-SWEEP-STALE.
      *
           MOVE 'N'                       TO WS-CHILD-EOF-SW
           MOVE LOW-VALUES                TO RISK-RECORD-KEY
           MOVE TP90-VALUE-START-BROWSE   TO TP90I-FUNCTION-CODE
           MOVE LENGTH OF RISK-RECORD     TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 RISK-RECORD,
                                 RISK-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CHILD-EOF         TO TRUE
           END-IF
      *
           PERFORM 710-CHECK-ONE-INDICATOR THRU 710-EXIT
                   UNTIL WS-CHILD-EOF
                      OR WS-STALE-CNT >= WS-STALE-MAX
           IF   NOT WS-CHILD-EOF
                DISPLAY 'MBRRISK: STALE INDICATOR TABLE FULL, THE '
                        'REST ARE LEFT FOR THE NEXT RUN'
           END-IF
      *
           PERFORM 720-DELETE-ONE-STALE   THRU 720-EXIT
                   VARYING WS-STALE-IDX FROM +1 BY +1
                   UNTIL   WS-STALE-IDX > WS-STALE-CNT
                      OR   SEVERE-ERROR NOT = ' '
           .
       700-EXIT.
           EXIT.
      *
      *
       710-CHECK-ONE-INDICATOR.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90I-FUNCTION-CODE
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 RISK-RECORD,
                                 RISK-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CHILD-EOF         TO TRUE
                GO TO 710-EXIT
           END-IF
           IF   RISK-BUILD-DATE < WS-RUN-DATE
                ADD  +1                   TO WS-STALE-CNT
                MOVE RISK-KEY-ID          TO
                     WS-STALE-KEY-ID (WS-STALE-CNT)
           END-IF
           .
       710-EXIT.
           EXIT.
      *
      *
       720-DELETE-ONE-STALE.
      *
           MOVE WS-STALE-KEY-ID (WS-STALE-IDX) TO RISK-RECORD-KEY
           PERFORM 450-DELETE-INDICATOR   THRU 450-EXIT
           IF   SEVERE-ERROR = ' '
                ADD  +1                   TO WS-STALE-DELETED-CNT
           END-IF
           .
       720-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90S-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90S-FUNCTION-CODE
                CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                      SCRH-RECORD,
                                      SCRH-RECORD-KEY
           END-IF
           IF   TP90W-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90W-FUNCTION-CODE
                CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                                      WORK-RECORD,
                                      WORK-RECORD-KEY
           END-IF
           IF   TP90D-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90K-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      HOLD-RECORD,
                                      HOLD-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      PRIV-RECORD,
                                      PRIV-RECORD-KEY
           END-IF
           IF   TP90I-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90I-FUNCTION-CODE
                CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                      RISK-RECORD,
                                      RISK-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRISK: ' WS-DISPLAY-MASK-1 ' CUSTOMERS ASSESSED'
           PERFORM 9910-DISPLAY-ONE-LEVEL THRU 9910-EXIT
                   VARYING WS-LEVEL-IDX FROM +2 BY +1
                   UNTIL   WS-LEVEL-IDX > +4
           PERFORM 9920-DISPLAY-ONE-REASON THRU 9920-EXIT
                   VARYING WS-RT-IDX FROM +1 BY +1
                   UNTIL   WS-RT-IDX > RISK-REASON-COUNT
           MOVE WS-NEW-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRISK: ' WS-DISPLAY-MASK-1 ' NEW INDICATORS'
           MOVE WS-CHANGED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRISK: ' WS-DISPLAY-MASK-1 ' LEVELS CHANGED'
           MOVE WS-CLEARED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRISK: ' WS-DISPLAY-MASK-1
                   ' INDICATORS CLEARED'
           MOVE WS-STALE-DELETED-CNT      TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRISK: ' WS-DISPLAY-MASK-1
                   ' INDICATORS REMOVED FOR CUSTOMERS GONE'
           .
       9900-EXIT.
           EXIT.
      *
      *
       9910-DISPLAY-ONE-LEVEL.
      *
           MOVE WS-LEVEL-CNT (WS-LEVEL-IDX) TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRISK: ' WS-DISPLAY-MASK-1 ' AT LEVEL '
                   RISK-LEVEL-NAME (WS-LEVEL-IDX)
           .
       9910-EXIT.
           EXIT.
      *
      *
       9920-DISPLAY-ONE-REASON.
      *
           MOVE WS-REASON-CNT (WS-RT-IDX) TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRISK: ' WS-DISPLAY-MASK-1 ' FLAGGED '
                   RISK-RT-NAME (WS-RT-IDX)
           .
       9920-EXIT.
           EXIT.
