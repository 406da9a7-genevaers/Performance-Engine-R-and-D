       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRTERR.
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
      ** DESCRIPTION: SALES TERRITORY AND SERVICING-BRANCH ASSIGNMENT. *
      **              LOADS THE TERRITORY TABLE (GVBCTERR - ZIP RANGES *
      **              AND STATES) AND BROWSES THE VERSION-2 CUSTOMER   *
      **              CLUSTER, DERIVING EACH CUSTOMER'S TERRITORY FROM *
      **              THE ZIP ON ITS FIRST CUSTADRV ADDRESS CHILD, OR  *
      **              THE STATE WHERE NO USABLE ZIP IS HELD (THE       *
      **              ADDRESS STATE, ELSE CUST-STATE).  THE RESULT IS  *
      **              STAMPED INTO THE V2 EXPANSION AREA (GVBCCUS2)    *
      **              WHENEVER IT DIFFERS FROM WHAT IS THERE, SO A     *
      **              RERUN AFTER ANY ADDRESS CHANGE OR TABLE          *
      **              REALIGNMENT BRINGS EVERY CUSTOMER CURRENT.       *
      **                                                               *
      **              THE ROSTER REPORT GIVES, PER TERRITORY AND       *
      **              BRANCH, THE CUSTOMERS NOW ASSIGNED, MOVED IN,    *
      **              MOVED OUT AND NEWLY ASSIGNED, THEN LISTS EVERY   *
      **              CUSTOMER MOVED SINCE THE LAST RUN GROUPED BY THE *
      **              TERRITORY AND BRANCH IT MOVED TO.                *
      **                                                               *
      **              THE UPDATE PASS RUNS UNDER THE EXCLUSIVE         *
      **              CUSTNAMV ENQ.  A BAD TABLE CARD STOPS THE STEP   *
      **              BEFORE ANY CUSTOMER IS TOUCHED.                  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ                             *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   TERRITORY TABLE             (DDNAME=TERRTBL)   *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                                                               *
      ** I-O FILES:     VERSION-2 CUSTOMER CLUSTER  (DDNAME=CUSTNMV2)  *
      **                                                               *
      ** OUTPUT FILES:  TERRITORY ROSTER REPORT     (DDNAME=TERRRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - VERSION-1 RECORDS SKIPPED OR MOVE LIST    *
      **                     TRUNCATED                                 *
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
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      THE NAME IS HELD PROTECTED (SEE GVBCPIIK) AND IS REVEALED
      *      UNDER THE ACTIVE KEY FOR THE ROSTER'S DETAIL SECTION.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-WARNING-SW               PIC X(01)  VALUE 'N'.
           88  WS-WARNING                         VALUE 'Y'.
       01  WS-ENQ-HELD-SW              PIC X(01)  VALUE 'N'.
           88  WS-ENQ-HELD                        VALUE 'Y'.
       01  WS-TBL-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-TBL-EOF                         VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-UPDATED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-MOVED-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-NEW-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-UNASSIGNED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-NOT-V2-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-CARD-CNT                 PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DUMMY-KEY                PIC X(10)  VALUE SPACES.
      *
      *****************************************************************
      *  THE TERRITORY RULES AS LOADED FROM TERRTBL.
      *****************************************************************
       01  WS-TR-MAX                   PIC S9(04) COMP VALUE +500.
       01  WS-TR-COUNT                 PIC S9(04) COMP VALUE +0.
       01  WS-TR-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-TR-IDX2                  PIC S9(04) COMP VALUE +0.
       01  WS-TR-TABLE.
           05  WS-TR-ENTRY             OCCURS 500 TIMES.
               10  WS-TR-TYPE          PIC X(01).
               10  WS-TR-ZIP-LO        PIC X(05).
               10  WS-TR-ZIP-HI        PIC X(05).
               10  WS-TR-STATE         PIC X(02).
               10  WS-TR-TERRITORY     PIC X(04).
               10  WS-TR-BRANCH        PIC X(04).
      *
      *****************************************************************
      *  EVERY TERRITORY/BRANCH PAIR SEEN - FROM THE TABLE, OR STILL
      *  STAMPED ON A CUSTOMER AFTER A REALIGNMENT RETIRED IT - WITH
      *  ITS ROSTER COUNTS.  ENTRY 1 IS THE UNASSIGNED PAIR.
      *****************************************************************
       01  WS-PR-MAX                   PIC S9(04) COMP VALUE +600.
       01  WS-PR-COUNT                 PIC S9(04) COMP VALUE +0.
       01  WS-PR-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-PR-FOUND-IDX             PIC S9(04) COMP VALUE +0.
       01  WS-PR-OLD-IDX               PIC S9(04) COMP VALUE +0.
       01  WS-PR-NEW-IDX               PIC S9(04) COMP VALUE +0.
       01  WS-PR-SEEK-TERRITORY        PIC X(04)  VALUE SPACES.
       01  WS-PR-SEEK-BRANCH           PIC X(04)  VALUE SPACES.
       01  WS-PR-SEEK-DESC             PIC X(30)  VALUE SPACES.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY             OCCURS 600 TIMES.
               10  WS-PR-TERRITORY     PIC X(04).
               10  WS-PR-BRANCH        PIC X(04).
               10  WS-PR-DESC          PIC X(30).
               10  WS-PR-CUST-CNT      PIC S9(08) COMP.
               10  WS-PR-IN-CNT        PIC S9(08) COMP.
               10  WS-PR-OUT-CNT       PIC S9(08) COMP.
               10  WS-PR-NEW-CNT       PIC S9(08) COMP.
      *
      *****************************************************************
      *  CUSTOMERS MOVED THIS RUN, IN KEY ORDER, FOR THE ROSTER'S
      *  DETAIL SECTION.
      *****************************************************************
       01  WS-MV-MAX                   PIC S9(08) COMP VALUE +5000.
       01  WS-MV-COUNT                 PIC S9(08) COMP VALUE +0.
       01  WS-MV-IDX                   PIC S9(08) COMP VALUE +0.
       01  WS-MV-OVERFLOW-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-MV-TABLE.
           05  WS-MV-ENTRY             OCCURS 5000 TIMES.
               10  WS-MV-KEY-ID        PIC X(10).
               10  WS-MV-NAME          PIC X(20).
               10  WS-MV-OLD-TERRITORY PIC X(04).
               10  WS-MV-OLD-BRANCH    PIC X(04).
               10  WS-MV-NEW-PR-IDX    PIC S9(04) COMP.
               10  WS-MV-BASIS         PIC X(01).
               10  WS-MV-LOCATOR       PIC X(05).
      *
      *****************************************************************
      *  ONE CUSTOMER'S DERIVATION.
      *****************************************************************
       01  WS-CUST-ZIP                 PIC X(05)  VALUE SPACES.
       01  WS-CUST-STATE               PIC X(02)  VALUE SPACES.
       01  WS-NEW-TERRITORY            PIC X(04)  VALUE SPACES.
       01  WS-NEW-BRANCH               PIC X(04)  VALUE SPACES.
       01  WS-NEW-BASIS                PIC X(01)  VALUE SPACES.
       01  WS-OLD-TERRITORY            PIC X(04)  VALUE SPACES.
       01  WS-OLD-BRANCH               PIC X(04)  VALUE SPACES.
       01  WS-RULE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RULE-FOUND                      VALUE 'Y'.
       01  WS-ADDR-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-ADDR-FOUND                      VALUE 'Y'.
      *
      *****************************************************************
      *  ROSTER REPORT, 100-BYTE LINES.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(100) VALUE SPACES.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(41)  VALUE
               'MBRTERR - TERRITORY AND BRANCH ROSTER'.
           05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
           05  WS-RPT-HDG-DATE         PIC 9(08).
           05  FILLER                  PIC X(42)  VALUE SPACES.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(05)  VALUE 'TERR'.
           05  FILLER                  PIC X(05)  VALUE 'BRCH'.
           05  FILLER                  PIC X(31)  VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(12)  VALUE '  CUSTOMERS'.
           05  FILLER                  PIC X(12)  VALUE '   MOVED IN'.
           05  FILLER                  PIC X(12)  VALUE '  MOVED OUT'.
           05  FILLER                  PIC X(12)  VALUE '  NEWLY ASG'.
           05  FILLER                  PIC X(11)  VALUE SPACES.
      *
       01  WS-RPT-PAIR-LINE.
           05  WS-RPT-PR-TERRITORY     PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-PR-BRANCH        PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-PR-DESC          PIC X(30).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-PR-CUST          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-PR-IN            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-PR-OUT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-PR-NEW           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(12)  VALUE SPACES.
      *
       01  WS-RPT-MOVE-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               'CUSTOMERS MOVED SINCE THE LAST RUN, TO '.
           05  WS-RPT-MH-TERRITORY     PIC X(04).
           05  FILLER                  PIC X(01)  VALUE '/'.
           05  WS-RPT-MH-BRANCH        PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-MH-DESC          PIC X(30).
           05  FILLER                  PIC X(20)  VALUE SPACES.
      *
       01  WS-RPT-MOVE-LINE.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-RPT-MV-KEY-ID        PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-MV-NAME          PIC X(20).
           05  FILLER                  PIC X(06)  VALUE ' FROM '.
           05  WS-RPT-MV-OLD-TERR      PIC X(04).
           05  FILLER                  PIC X(01)  VALUE '/'.
           05  WS-RPT-MV-OLD-BRANCH    PIC X(04).
           05  FILLER                  PIC X(07)  VALUE '  BY   '.
           05  WS-RPT-MV-BASIS         PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-MV-LOCATOR       PIC X(05).
           05  FILLER                  PIC X(32)  VALUE SPACES.
      *
       01  WS-RPT-TRAILER.
           05  FILLER                  PIC X(20)  VALUE
               'CUSTOMERS READ:     '.
           05  WS-RPT-TRL-READ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(10)  VALUE '   MOVED: '.
           05  WS-RPT-TRL-MOVED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(08)  VALUE '   NEW: '.
           05  WS-RPT-TRL-NEW          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(15)  VALUE
               '   UNASSIGNED: '.
           05  WS-RPT-TRL-UNASSIGNED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
      *
       COPY GVBCTERR.
       COPY GVBCCUS2.
       COPY GVBCCHLD.
       COPY GVBCRUNC.
      *
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
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRTERR '                TO RUNC-REG-RUN-ID
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
                MOVE 'ENQ'                TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                SET  WS-ENQ-HELD          TO TRUE
                DISPLAY 'MBRTERR: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
                PERFORM 200-START-BROWSE      THRU 200-EXIT
                PERFORM 300-ASSIGN-ONE-CUST   THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   WS-ENQ-HELD
                MOVE 'DEQ'                TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'N'                  TO WS-ENQ-HELD-SW
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 700-PRINT-ROSTER      THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRTERR '                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-UPDATED-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-NOT-V2-CNT             TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE WS-ABEND-CD             TO RETURN-CODE
           ELSE
                IF   WS-WARNING
                     MOVE 4                  TO RETURN-CODE
                END-IF
           END-IF
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN THE ROSTER, LOAD AND PROVE THE TERRITORY TABLE, THEN
      *  OPEN THE ADDRESS AND CUSTOMER CLUSTERS.
      ***************************************************************
       100-INIT.
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'TERRRPT '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTERR DD: TERRRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      THE UNASSIGNED PAIR ALWAYS TAKES ENTRY 1.
           MOVE SPACES                    TO WS-PR-SEEK-TERRITORY
                                             WS-PR-SEEK-BRANCH
           MOVE '*** UNASSIGNED ***'      TO WS-PR-SEEK-DESC
           PERFORM 180-FIND-PAIR          THRU 180-EXIT
      *
           PERFORM 150-LOAD-TERR-TABLE    THRU 150-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
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
                DISPLAY 'MBRTERR DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNMV2'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUS2-RECORD,
                                 CUS2-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTERR DD: CUSTNMV2, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD TERRTBL INTO WS-TR-TABLE.  ANY BAD CARD, AN EMPTY
      *  TABLE, A REPEATED STATE OR TWO OVERLAPPING ZIP RANGES
      *  REFUSES THE WHOLE TABLE.
      ***************************************************************
       150-LOAD-TERR-TABLE.
      *
           SET  TP90T-ANCHOR              TO NULL
           MOVE 'TERRTBL '                TO TP90T-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90T-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90T-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90T-FILE-MODE
           MOVE SPACES                    TO TP90T-RETURN-CODE
           MOVE +0                        TO TP90T-VSAM-RETURN-CODE
           MOVE LENGTH OF TERR-TABLE-CARD TO TP90T-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90T-RECFM
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 TERR-TABLE-CARD,
                                 WS-DUMMY-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTERR DD: TERRTBL, GVBTP90 FAILED, '
                        'RET CD = ' TP90T-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-TBL-EOF-SW
           PERFORM 155-LOAD-ONE-CARD      THRU 155-EXIT
                   UNTIL WS-TBL-EOF OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90T-FUNCTION-CODE
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 TERR-TABLE-CARD,
                                 WS-DUMMY-KEY
           SET  TP90T-ANCHOR              TO NULL
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 150-EXIT
           END-IF
      *
           IF   WS-TR-COUNT = +0
                DISPLAY 'MBRTERR: *** TERRTBL HOLDS NO TERRITORY '
                        'RULES ***'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           MOVE +0                        TO WS-TR-IDX
           PERFORM 160-CHECK-ONE-RANGE    THRU 160-EXIT
                   UNTIL WS-TR-IDX >= WS-TR-COUNT
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE WS-TR-COUNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTERR: ' WS-DISPLAY-MASK-1
                   ' TERRITORY RULES LOADED'
           .
       150-EXIT.
           EXIT.
      *
      *
       155-LOAD-ONE-CARD.
      *
           MOVE TP90-VALUE-READ           TO TP90T-FUNCTION-CODE
           MOVE SPACES                    TO TERR-TABLE-CARD
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 TERR-TABLE-CARD,
                                 WS-DUMMY-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-TBL-EOF           TO TRUE
                GO TO 155-EXIT
           END-IF
      *
           ADD  +1                        TO WS-CARD-CNT
           IF   TERR-CARD-COMMENT
           OR   TERR-TABLE-CARD = SPACES
                GO TO 155-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN TERR-TERRITORY-CD = SPACES
             OR   TERR-BRANCH-CD = SPACES
                  DISPLAY 'MBRTERR: *** NO TERRITORY/BRANCH ON '
                          'CARD ' WS-CARD-CNT ' ***'
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN TERR-CARD-ZIP-RANGE
                  IF   TERR-ZIP-LO NOT NUMERIC
                  OR   TERR-ZIP-HI NOT NUMERIC
                  OR   TERR-ZIP-LO > TERR-ZIP-HI
                       DISPLAY 'MBRTERR: *** BAD ZIP RANGE ON CARD '
                               WS-CARD-CNT ' ***'
                       MOVE 'Y'           TO SEVERE-ERROR
                  END-IF
             WHEN TERR-CARD-STATE
                  IF   TERR-STATE = SPACES
                       DISPLAY 'MBRTERR: *** NO STATE ON CARD '
                               WS-CARD-CNT ' ***'
                       MOVE 'Y'           TO SEVERE-ERROR
                  ELSE
                       MOVE 'N'           TO WS-RULE-FOUND-SW
                       MOVE +0            TO WS-TR-IDX
                       PERFORM 157-CHECK-DUP-STATE THRU 157-EXIT
                               UNTIL WS-TR-IDX >= WS-TR-COUNT
                                  OR WS-RULE-FOUND
                       IF   WS-RULE-FOUND
                            DISPLAY 'MBRTERR: *** STATE '
                                    TERR-STATE ' REPEATED ON CARD '
                                    WS-CARD-CNT ' ***'
                            MOVE 'Y'      TO SEVERE-ERROR
                       END-IF
                  END-IF
             WHEN OTHER
                  DISPLAY 'MBRTERR: *** UNKNOWN CARD TYPE '
                          TERR-CARD-TYPE ' ON CARD ' WS-CARD-CNT
                          ' ***'
                  MOVE 'Y'                TO SEVERE-ERROR
           END-EVALUATE
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 155-EXIT
           END-IF
      *
           IF   WS-TR-COUNT >= WS-TR-MAX
                DISPLAY 'MBRTERR: *** TERRITORY TABLE FULL AT '
                        WS-TR-MAX ' RULES ***'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 155-EXIT
           END-IF
      *
           ADD  +1                        TO WS-TR-COUNT
           MOVE TERR-CARD-TYPE            TO WS-TR-TYPE (WS-TR-COUNT)
           MOVE TERR-ZIP-LO               TO WS-TR-ZIP-LO (WS-TR-COUNT)
           MOVE TERR-ZIP-HI               TO WS-TR-ZIP-HI (WS-TR-COUNT)
           MOVE TERR-STATE                TO WS-TR-STATE (WS-TR-COUNT)
           MOVE TERR-TERRITORY-CD
                                   TO WS-TR-TERRITORY (WS-TR-COUNT)
           MOVE TERR-BRANCH-CD            TO WS-TR-BRANCH (WS-TR-COUNT)
      *
           MOVE TERR-TERRITORY-CD         TO WS-PR-SEEK-TERRITORY
           MOVE TERR-BRANCH-CD            TO WS-PR-SEEK-BRANCH
           MOVE TERR-DESCRIPTION          TO WS-PR-SEEK-DESC
           PERFORM 180-FIND-PAIR          THRU 180-EXIT
           .
       155-EXIT.
           EXIT.
      *
      *
       157-CHECK-DUP-STATE.
      *
           ADD  +1                        TO WS-TR-IDX
           IF   WS-TR-TYPE (WS-TR-IDX) = 'S'
           AND  WS-TR-STATE (WS-TR-IDX) = TERR-STATE
                SET  WS-RULE-FOUND        TO TRUE
           END-IF
           .
       157-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PROVE ONE ZIP RANGE AGAINST EVERY LATER ONE - TWO RANGES
      *  OVERLAP WHEN EACH STARTS NO LATER THAN THE OTHER ENDS.
      ***************************************************************
       160-CHECK-ONE-RANGE.
      *
           ADD  +1                        TO WS-TR-IDX
           IF   WS-TR-TYPE (WS-TR-IDX) = 'Z'
                MOVE WS-TR-IDX            TO WS-TR-IDX2
                PERFORM 165-COMPARE-RANGES THRU 165-EXIT
                        UNTIL WS-TR-IDX2 >= WS-TR-COUNT
                           OR SEVERE-ERROR NOT = ' '
           END-IF
           .
       160-EXIT.
           EXIT.
      *
      *
       165-COMPARE-RANGES.
      *
           ADD  +1                        TO WS-TR-IDX2
           IF   WS-TR-TYPE (WS-TR-IDX2) = 'Z'
           AND  WS-TR-ZIP-LO (WS-TR-IDX) NOT > WS-TR-ZIP-HI (WS-TR-IDX2)
           AND  WS-TR-ZIP-LO (WS-TR-IDX2) NOT > WS-TR-ZIP-HI (WS-TR-IDX)
                DISPLAY 'MBRTERR: *** ZIP RANGES '
                        WS-TR-ZIP-LO (WS-TR-IDX) '-'
                        WS-TR-ZIP-HI (WS-TR-IDX) ' AND '
                        WS-TR-ZIP-LO (WS-TR-IDX2) '-'
                        WS-TR-ZIP-HI (WS-TR-IDX2) ' OVERLAP ***'
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           .
       165-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOCATE THE PAIR WS-PR-SEEK-TERRITORY/BRANCH, ADDING IT WITH
      *  ZERO COUNTS IF IT IS NOT YET KNOWN.  THE ENTRY COMES BACK
      *  IN WS-PR-FOUND-IDX (ZERO ONLY IF THE PAIR TABLE IS FULL).
      ***************************************************************
       180-FIND-PAIR.
      *
           MOVE +0                        TO WS-PR-FOUND-IDX
                                             WS-PR-IDX
           PERFORM 185-MATCH-ONE-PAIR     THRU 185-EXIT
                   UNTIL WS-PR-IDX >= WS-PR-COUNT
                      OR WS-PR-FOUND-IDX > +0
      *
           IF   WS-PR-FOUND-IDX > +0
                IF   WS-PR-DESC (WS-PR-FOUND-IDX) = SPACES
                     MOVE WS-PR-SEEK-DESC
                                  TO WS-PR-DESC (WS-PR-FOUND-IDX)
                END-IF
                GO TO 180-EXIT
           END-IF
      *
           IF   WS-PR-COUNT >= WS-PR-MAX
                DISPLAY 'MBRTERR: TERRITORY/BRANCH PAIR TABLE FULL, '
                        WS-PR-SEEK-TERRITORY '/' WS-PR-SEEK-BRANCH
                        ' NOT ROSTERED'
                SET  WS-WARNING           TO TRUE
                GO TO 180-EXIT
           END-IF
      *
           ADD  +1                        TO WS-PR-COUNT
           MOVE WS-PR-COUNT               TO WS-PR-FOUND-IDX
           MOVE WS-PR-SEEK-TERRITORY  TO WS-PR-TERRITORY (WS-PR-COUNT)
           MOVE WS-PR-SEEK-BRANCH         TO WS-PR-BRANCH (WS-PR-COUNT)
           MOVE WS-PR-SEEK-DESC           TO WS-PR-DESC (WS-PR-COUNT)
           MOVE +0            TO WS-PR-CUST-CNT (WS-PR-COUNT)
                                 WS-PR-IN-CNT (WS-PR-COUNT)
                                 WS-PR-OUT-CNT (WS-PR-COUNT)
                                 WS-PR-NEW-CNT (WS-PR-COUNT)
           .
       180-EXIT.
           EXIT.
      *
      *
       185-MATCH-ONE-PAIR.
      *
           ADD  +1                        TO WS-PR-IDX
           IF   WS-PR-TERRITORY (WS-PR-IDX) = WS-PR-SEEK-TERRITORY
           AND  WS-PR-BRANCH (WS-PR-IDX) = WS-PR-SEEK-BRANCH
                MOVE WS-PR-IDX            TO WS-PR-FOUND-IDX
           END-IF
           .
       185-EXIT.
           EXIT.
      *
      *
       200-START-BROWSE.
      *
           MOVE 'CUSTNMV2'                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF CUS2-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO CUS2-RECORD-KEY
           MOVE SPACES                    TO CUS2-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUS2-RECORD,
                                 CUS2-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y' TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRTERR DD: CUSTNMV2, GVBTP90 FAILED, '
                             'RET CD = ' TP90-RETURN-CODE
                     MOVE  'Y'                  TO SEVERE-ERROR
                END-IF
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE CUSTOMER: DERIVE ITS TERRITORY, TALLY IT, AND REWRITE
      *  THE STAMP WHEN IT HAS CHANGED.  A MOVE IS A CHANGE OF
      *  TERRITORY OR BRANCH FROM A PREVIOUS ASSIGNMENT; A FIRST
      *  ASSIGNMENT IS COUNTED AS NEW, NOT MOVED.
      ***************************************************************
       300-ASSIGN-ONE-CUST.
      *
           MOVE 'CUSTNMV2'                TO TP90-DDNAME
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO CUS2-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUS2-RECORD,
                                 CUS2-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRTERR DD: CUSTNMV2, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 300-EXIT
             WHEN OTHER
                  ADD  +1                 TO RECORD-CNT
           END-EVALUATE
      *
      *      ONLY A VERSION-2 RECORD HAS AN EXPANSION AREA TO STAMP.
           IF   NOT CUS2-IS-V2
                ADD  +1                   TO WS-NOT-V2-CNT
                SET  WS-WARNING           TO TRUE
                GO TO 300-EXIT
           END-IF
      *
           MOVE CUS2-V1-IMAGE             TO TP90-RECORD-AREA
           PERFORM 400-DERIVE-LOCATOR     THRU 400-EXIT
           PERFORM 450-LOOKUP-TERRITORY   THRU 450-EXIT
      *
           MOVE CUS2-TERRITORY-CD         TO WS-OLD-TERRITORY
           MOVE CUS2-BRANCH-CD            TO WS-OLD-BRANCH
      *
           MOVE WS-NEW-TERRITORY          TO WS-PR-SEEK-TERRITORY
           MOVE WS-NEW-BRANCH             TO WS-PR-SEEK-BRANCH
           MOVE SPACES                    TO WS-PR-SEEK-DESC
           PERFORM 180-FIND-PAIR          THRU 180-EXIT
           MOVE WS-PR-FOUND-IDX           TO WS-PR-NEW-IDX
           IF   WS-PR-NEW-IDX > +0
                ADD  +1        TO WS-PR-CUST-CNT (WS-PR-NEW-IDX)
           END-IF
           IF   WS-NEW-BASIS = 'U'
                ADD  +1                   TO WS-UNASSIGNED-CNT
           END-IF
      *
      *      NOTHING TO DO WHEN THE STAMP ALREADY SAYS THIS.
           IF   WS-NEW-TERRITORY = WS-OLD-TERRITORY
           AND  WS-NEW-BRANCH = WS-OLD-BRANCH
           AND  WS-NEW-BASIS = CUS2-TERR-BASIS
                GO TO 300-EXIT
           END-IF
      *
           IF   WS-NEW-TERRITORY NOT = WS-OLD-TERRITORY
           OR   WS-NEW-BRANCH NOT = WS-OLD-BRANCH
                MOVE WS-RUN-DATE          TO CUS2-TERR-CHANGE-DATE
                IF   CUS2-TERR-BASIS = SPACES
                     ADD  +1              TO WS-NEW-CNT
                     IF   WS-PR-NEW-IDX > +0
                          ADD  +1  TO WS-PR-NEW-CNT (WS-PR-NEW-IDX)
                     END-IF
                ELSE
                     PERFORM 350-RECORD-MOVE THRU 350-EXIT
                     IF   SEVERE-ERROR NOT = ' '
                          GO TO 300-EXIT
                     END-IF
                END-IF
           END-IF
      *
           MOVE WS-NEW-TERRITORY          TO CUS2-TERRITORY-CD
           MOVE WS-NEW-BRANCH             TO CUS2-BRANCH-CD
           MOVE WS-NEW-BASIS              TO CUS2-TERR-BASIS
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUS2-RECORD,
                                 CUS2-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTERR: ERROR UPDATING CUSTNMV2 KEY '
                        CUS2-RECORD-KEY ' RC = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-UPDATED-CNT
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A CUSTOMER MOVED FROM ONE ASSIGNED TERRITORY/BRANCH TO
      *  ANOTHER: COUNT IT OUT OF THE OLD PAIR AND INTO THE NEW ONE
      *  AND KEEP IT FOR THE ROSTER'S DETAIL SECTION.
      ***************************************************************
       350-RECORD-MOVE.
      *
           ADD  +1                        TO WS-MOVED-CNT
      *
           MOVE WS-OLD-TERRITORY          TO WS-PR-SEEK-TERRITORY
           MOVE WS-OLD-BRANCH             TO WS-PR-SEEK-BRANCH
           MOVE SPACES                    TO WS-PR-SEEK-DESC
           PERFORM 180-FIND-PAIR          THRU 180-EXIT
           MOVE WS-PR-FOUND-IDX           TO WS-PR-OLD-IDX
           IF   WS-PR-OLD-IDX > +0
                ADD  +1        TO WS-PR-OUT-CNT (WS-PR-OLD-IDX)
           END-IF
           IF   WS-PR-NEW-IDX > +0
                ADD  +1        TO WS-PR-IN-CNT (WS-PR-NEW-IDX)
           END-IF
      *
           IF   WS-MV-COUNT >= WS-MV-MAX
           OR   WS-PR-NEW-IDX = +0
                ADD  +1                   TO WS-MV-OVERFLOW-CNT
                SET  WS-WARNING           TO TRUE
                GO TO 350-EXIT
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRTERR: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 350-EXIT
           END-IF
      *
           ADD  +1                        TO WS-MV-COUNT
           MOVE TP90-CUST-KEY-ID          TO WS-MV-KEY-ID (WS-MV-COUNT)
           MOVE TP90-CUST-NAME            TO WS-MV-NAME (WS-MV-COUNT)
           MOVE WS-OLD-TERRITORY
                                  TO WS-MV-OLD-TERRITORY (WS-MV-COUNT)
           MOVE WS-OLD-BRANCH     TO WS-MV-OLD-BRANCH (WS-MV-COUNT)
           MOVE WS-PR-NEW-IDX     TO WS-MV-NEW-PR-IDX (WS-MV-COUNT)
           MOVE WS-NEW-BASIS      TO WS-MV-BASIS (WS-MV-COUNT)
           IF   WS-NEW-BASIS = 'Z'
                MOVE WS-CUST-ZIP  TO WS-MV-LOCATOR (WS-MV-COUNT)
           ELSE
                MOVE WS-CUST-STATE TO WS-MV-LOCATOR (WS-MV-COUNT)
           END-IF
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE ZIP AND STATE TO ASSIGN BY.  THE FIRST ADDRESS CHILD
      *  ON CUSTADRV IS THE CUSTOMER'S PRIMARY ADDRESS; ITS FIRST
      *  FIVE POSTAL-CODE DIGITS ARE THE ZIP WHEN NUMERIC, AND ITS
      *  STATE IS USED WHEN PRESENT.  WITH NO ADDRESS CHILD THE
      *  CUSTOMER'S OWN CUST-STATE IS ALL THERE IS.
      ***************************************************************
       400-DERIVE-LOCATOR.
      *
           MOVE SPACES                    TO WS-CUST-ZIP
           MOVE TP90-CUST-STATE           TO WS-CUST-STATE
           MOVE 'N'                       TO WS-ADDR-FOUND-SW
      *
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'ADR'                     TO CUST-CHILD-RECORD-KEY(11:3)
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90D-FUNCTION-CODE
           MOVE +96                       TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 400-EXIT
           END-IF
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  CUST-CHILD-KEY-ID = TP90-CUST-KEY-ID
           AND  CUST-CHILD-ADDRESS
                SET  WS-ADDR-FOUND        TO TRUE
                IF   CUST-ADDR-POSTAL-CD (1:5) NUMERIC
                     MOVE CUST-ADDR-POSTAL-CD (1:5) TO WS-CUST-ZIP
                END-IF
                IF   CUST-ADDR-STATE NOT = SPACES
                     MOVE CUST-ADDR-STATE TO WS-CUST-STATE
                END-IF
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A ZIP RANGE WINS; FAILING THAT THE STATE ROW; FAILING BOTH
      *  THE CUSTOMER IS UNASSIGNED.
      ***************************************************************
       450-LOOKUP-TERRITORY.
      *
           MOVE SPACES                    TO WS-NEW-TERRITORY
                                             WS-NEW-BRANCH
           MOVE 'U'                       TO WS-NEW-BASIS
           MOVE 'N'                       TO WS-RULE-FOUND-SW
      *
           IF   WS-CUST-ZIP NOT = SPACES
                MOVE +0                   TO WS-TR-IDX
                PERFORM 460-MATCH-ZIP-RULE THRU 460-EXIT
                        UNTIL WS-TR-IDX >= WS-TR-COUNT
                           OR WS-RULE-FOUND
                IF   WS-RULE-FOUND
                     MOVE 'Z'             TO WS-NEW-BASIS
                     GO TO 450-EXIT
                END-IF
           END-IF
      *
           IF   WS-CUST-STATE NOT = SPACES
                MOVE +0                   TO WS-TR-IDX
                PERFORM 470-MATCH-STATE-RULE THRU 470-EXIT
                        UNTIL WS-TR-IDX >= WS-TR-COUNT
                           OR WS-RULE-FOUND
                IF   WS-RULE-FOUND
                     MOVE 'S'             TO WS-NEW-BASIS
                END-IF
           END-IF
           .
       450-EXIT.
           EXIT.
      *
      *
       460-MATCH-ZIP-RULE.
      *
           ADD  +1                        TO WS-TR-IDX
           IF   WS-TR-TYPE (WS-TR-IDX) = 'Z'
           AND  WS-CUST-ZIP NOT < WS-TR-ZIP-LO (WS-TR-IDX)
           AND  WS-CUST-ZIP NOT > WS-TR-ZIP-HI (WS-TR-IDX)
                SET  WS-RULE-FOUND        TO TRUE
                MOVE WS-TR-TERRITORY (WS-TR-IDX) TO WS-NEW-TERRITORY
                MOVE WS-TR-BRANCH (WS-TR-IDX)    TO WS-NEW-BRANCH
           END-IF
           .
       460-EXIT.
           EXIT.
      *
      *
       470-MATCH-STATE-RULE.
      *
           ADD  +1                        TO WS-TR-IDX
           IF   WS-TR-TYPE (WS-TR-IDX) = 'S'
           AND  WS-TR-STATE (WS-TR-IDX) = WS-CUST-STATE
                SET  WS-RULE-FOUND        TO TRUE
                MOVE WS-TR-TERRITORY (WS-TR-IDX) TO WS-NEW-TERRITORY
                MOVE WS-TR-BRANCH (WS-TR-IDX)    TO WS-NEW-BRANCH
           END-IF
           .
       470-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE ROSTER: ONE COUNTS LINE PER TERRITORY/BRANCH, THEN THE
      *  MOVED CUSTOMERS UNDER THE PAIR EACH MOVED TO (KEY ORDER
      *  WITHIN A PAIR, AS THE BROWSE FOUND THEM), THEN TOTALS.
      ***************************************************************
       700-PRINT-ROSTER.
      *
           MOVE WS-RUN-DATE               TO WS-RPT-HDG-DATE
           MOVE WS-RPT-HEADING-1          TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
           MOVE WS-RPT-HEADING-2          TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
      *
           MOVE +0                        TO WS-PR-IDX
           PERFORM 710-PRINT-ONE-PAIR     THRU 710-EXIT
                   UNTIL WS-PR-IDX >= WS-PR-COUNT
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE +0                        TO WS-PR-IDX
           PERFORM 720-PRINT-PAIR-MOVES   THRU 720-EXIT
                   UNTIL WS-PR-IDX >= WS-PR-COUNT
                      OR SEVERE-ERROR NOT = ' '
      *
           IF   WS-MV-OVERFLOW-CNT > +0
                MOVE SPACES               TO WS-RPT-LINE
                PERFORM 800-WRITE-RPT-LINE THRU 800-EXIT
                MOVE WS-MV-OVERFLOW-CNT   TO WS-DISPLAY-MASK-1
                STRING '*** ' WS-DISPLAY-MASK-1
                       ' FURTHER MOVES NOT LISTED - MOVE LIST FULL ***'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                END-STRING
                PERFORM 800-WRITE-RPT-LINE THRU 800-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
           MOVE RECORD-CNT                TO WS-RPT-TRL-READ
           MOVE WS-MOVED-CNT              TO WS-RPT-TRL-MOVED
           MOVE WS-NEW-CNT                TO WS-RPT-TRL-NEW
           MOVE WS-UNASSIGNED-CNT         TO WS-RPT-TRL-UNASSIGNED
           MOVE WS-RPT-TRAILER            TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
           .
       700-EXIT.
           EXIT.
      *
      *
      *      THE UNASSIGNED LINE IS LEFT OFF WHEN NOBODY IS, OR WAS,
      *      UNASSIGNED.
       710-PRINT-ONE-PAIR.
      *
           ADD  +1                        TO WS-PR-IDX
           IF   WS-PR-CUST-CNT (WS-PR-IDX) = +0
           AND  WS-PR-OUT-CNT (WS-PR-IDX) = +0
           AND  WS-PR-IDX = +1
                GO TO 710-EXIT
           END-IF
      *
           MOVE WS-PR-TERRITORY (WS-PR-IDX) TO WS-RPT-PR-TERRITORY
           MOVE WS-PR-BRANCH (WS-PR-IDX)    TO WS-RPT-PR-BRANCH
           MOVE WS-PR-DESC (WS-PR-IDX)      TO WS-RPT-PR-DESC
           MOVE WS-PR-CUST-CNT (WS-PR-IDX)  TO WS-RPT-PR-CUST
           MOVE WS-PR-IN-CNT (WS-PR-IDX)    TO WS-RPT-PR-IN
           MOVE WS-PR-OUT-CNT (WS-PR-IDX)   TO WS-RPT-PR-OUT
           MOVE WS-PR-NEW-CNT (WS-PR-IDX)   TO WS-RPT-PR-NEW
           MOVE WS-RPT-PAIR-LINE            TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE       THRU 800-EXIT
           .
       710-EXIT.
           EXIT.
      *
      *
       720-PRINT-PAIR-MOVES.
      *
           ADD  +1                        TO WS-PR-IDX
           IF   WS-PR-IN-CNT (WS-PR-IDX) = +0
                GO TO 720-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
           MOVE WS-PR-TERRITORY (WS-PR-IDX) TO WS-RPT-MH-TERRITORY
           MOVE WS-PR-BRANCH (WS-PR-IDX)    TO WS-RPT-MH-BRANCH
           MOVE WS-PR-DESC (WS-PR-IDX)      TO WS-RPT-MH-DESC
           MOVE WS-RPT-MOVE-HEADING         TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE       THRU 800-EXIT
      *
           MOVE +0                        TO WS-MV-IDX
           PERFORM 725-PRINT-ONE-MOVE     THRU 725-EXIT
                   UNTIL WS-MV-IDX >= WS-MV-COUNT
                      OR SEVERE-ERROR NOT = ' '
           .
       720-EXIT.
           EXIT.
      *
      *
       725-PRINT-ONE-MOVE.
      *
           ADD  +1                        TO WS-MV-IDX
           IF   WS-MV-NEW-PR-IDX (WS-MV-IDX) NOT = WS-PR-IDX
                GO TO 725-EXIT
           END-IF
      *
           MOVE WS-MV-KEY-ID (WS-MV-IDX)  TO WS-RPT-MV-KEY-ID
           MOVE WS-MV-NAME (WS-MV-IDX)    TO WS-RPT-MV-NAME
           MOVE WS-MV-OLD-TERRITORY (WS-MV-IDX)
                                          TO WS-RPT-MV-OLD-TERR
           MOVE WS-MV-OLD-BRANCH (WS-MV-IDX)
                                          TO WS-RPT-MV-OLD-BRANCH
           EVALUATE WS-MV-BASIS (WS-MV-IDX)
             WHEN 'Z'
                  MOVE 'ZIP'              TO WS-RPT-MV-BASIS
             WHEN 'S'
                  MOVE 'STATE'            TO WS-RPT-MV-BASIS
             WHEN OTHER
                  MOVE 'NONE'             TO WS-RPT-MV-BASIS
           END-EVALUATE
           MOVE WS-MV-LOCATOR (WS-MV-IDX) TO WS-RPT-MV-LOCATOR
           MOVE WS-RPT-MOVE-LINE          TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
           .
       725-EXIT.
           EXIT.
      *
      *
       800-WRITE-RPT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRTERR: ERROR WRITING TERRRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           MOVE SPACES                    TO WS-RPT-LINE
           .
       800-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CUS2-RECORD,
                                      CUS2-RECORD-KEY
           END-IF
           IF   TP90D-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      WS-DUMMY-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTERR: ' WS-DISPLAY-MASK-1 ' CUSTOMERS READ'
           MOVE WS-UPDATED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTERR: ' WS-DISPLAY-MASK-1
                   ' TERRITORY STAMPS UPDATED'
           MOVE WS-MOVED-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTERR: ' WS-DISPLAY-MASK-1 ' CUSTOMERS MOVED'
           MOVE WS-NEW-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTERR: ' WS-DISPLAY-MASK-1
                   ' CUSTOMERS NEWLY ASSIGNED'
           MOVE WS-UNASSIGNED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRTERR: ' WS-DISPLAY-MASK-1
                   ' CUSTOMERS WITH NO TERRITORY'
           IF   WS-NOT-V2-CNT > +0
                MOVE WS-NOT-V2-CNT        TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRTERR: ' WS-DISPLAY-MASK-1
                        ' VERSION-1 RECORDS SKIPPED'
           END-IF
           .
       9900-EXIT.
           EXIT.
