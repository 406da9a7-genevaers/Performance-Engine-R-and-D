       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRDRIFT.
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
      ** DESCRIPTION: WEEKLY REPLICA DRIFT CHECK.  WALKS CUSTNAMV IN   *
      **              KEY ORDER ALONGSIDE THE TWO COPIES THE GVBXC6    *
      **              CDC FEED KEEPS CURRENT - THE CUSTREPL DB2 TABLE  *
      **              (MBRDB2AP, READ THROUGH THE GVBCUR30 SQL         *
      **              INTERFACE IN CUST_KEY ORDER) AND THE REPLICA     *
      **              CLUSTER (MBRCDCAP) - AND COMPARES THEM KEY BY    *
      **              KEY AND FIELD BY FIELD.  EVERY KEY MISSING FROM  *
      **              A COPY, EXTRA IN A COPY, OR DIVERGENT IN ANY     *
      **              FIELD IS LISTED ON DRFTRPT WITH THE FIELDS THAT  *
      **              DISAGREE.                                        *
      **                                                               *
      **              EACH KEY NEEDING REPAIR IN EITHER COPY GETS ONE  *
      **              DELTA ON DRFTFEED, IN THE CDCFEED LAYOUT:        *
      **                ADDED   - PRIMARY RECORD MISSING FROM BOTH     *
      **                CHANGED - PRIMARY RECORD MISSING FROM OR       *
      **                          DIVERGENT IN ONE COPY                *
      **                DELETED - KEY NO LONGER ON THE PRIMARY         *
      **              BOTH APPLIERS CONVERGE ON THESE (MBRDB2AP        *
      **              DELETES THEN INSERTS, MBRCDCAP FALLS BACK        *
      **              BETWEEN WRITE AND UPDATE), SO THE ONE FILE IS    *
      **              REPLAYED AS CDCFEED TO EACH APPLIER IN TURN.     *
      **                                                               *
      **              CONTROL CARD (CTLCARD, MBRKWRD FORMAT):          *
      **                TARGETS=BOTH|DB2|VSAM - COPIES TO CHECK        *
      **                                        (DEFAULT BOTH)         *
      **                SQLCONN=<CONNECTION>  - DBMS CONNECTION        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR30 - DB2 SQL INTERFACE                   *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE (PRIMARY)(DDNAME=CUSTNAMV)  *
      **                VSAM CUSTNAME REPLICA       (DDNAME=CUSTREPV)  *
      **                DB2 TABLE CUSTREPL (VIA GVBUR30)               *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  DRIFT REPORT                (DDNAME=DRFTRPT)   *
      **                REPAIR DELTA FEED           (DDNAME=DRFTFEED)  *
      **                                                               *
      ** RETURN CDS:  0000 - COPIES AGREE WITH THE PRIMARY             *
      **              0004 - DRIFT FOUND, REPAIR DELTAS WRITTEN        *
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
       01  WS-GVBUR30                  PIC X(08)  VALUE 'GVBUR30 '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      CUSTNAMV HOLDS THE NAME AND ADDRESS PROTECTED (SEE
      *      GVBCPIIK); BOTH COPIES ARE FED THE CLEAR EXTRACT TEXT.
      *      EACH PRIMARY RECORD IS REVEALED UNDER THE ACTIVE KEY AS
      *      IT IS READ, SO IT COMPARES - AND REPAIRS - LIKE FOR LIKE.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-PRIMARY-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-REPLICA-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-TABLE-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-VSAM-MISSING-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-VSAM-EXTRA-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-VSAM-DIVERGENT-CNT       PIC S9(08) COMP VALUE +0.
       01  WS-DB2-MISSING-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-DB2-EXTRA-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-DB2-DIVERGENT-CNT        PIC S9(08) COMP VALUE +0.
       01  WS-REPAIR-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-TARGETS              PIC X(04)  VALUE 'BOTH'.
           88  WS-CHECK-VSAM                      VALUE 'BOTH' 'VSAM'.
           88  WS-CHECK-DB2                       VALUE 'BOTH' 'DB2 '.
       01  WS-CTL-CONNECTION           PIC X(48)  VALUE SPACES.
      *
       01  WS-RUN-DATE                 PIC X(08)  VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(08)  VALUE SPACES.
      *
      *****************************************************************
      *  THE THREE STREAMS' CURRENT KEYS.  AN EXHAUSTED (OR UNCHECKED)
      *  STREAM HOLDS HIGH-VALUES, SO THE MERGE NEEDS NO SEPARATE
      *  END TEST PER STREAM.
      *****************************************************************
       01  WS-PRIMARY-KEY              PIC X(10)  VALUE LOW-VALUES.
       01  WS-REPLICA-KEY              PIC X(10)  VALUE HIGH-VALUES.
       01  WS-TABLE-KEY                PIC X(10)  VALUE HIGH-VALUES.
       01  WS-LOW-KEY                  PIC X(10)  VALUE LOW-VALUES.
      *
       01  WS-IN-PRIMARY-SW            PIC X(01)  VALUE 'N'.
           88  WS-IN-PRIMARY                      VALUE 'Y'.
       01  WS-IN-REPLICA-SW            PIC X(01)  VALUE 'N'.
           88  WS-IN-REPLICA                      VALUE 'Y'.
       01  WS-IN-TABLE-SW              PIC X(01)  VALUE 'N'.
           88  WS-IN-TABLE                        VALUE 'Y'.
       01  WS-REPLICA-BAD-SW           PIC X(01)  VALUE 'N'.
           88  WS-REPLICA-BAD                     VALUE 'Y'.
       01  WS-TABLE-BAD-SW             PIC X(01)  VALUE 'N'.
           88  WS-TABLE-BAD                       VALUE 'Y'.
       01  WS-TABLE-OPEN-SW            PIC X(01)  VALUE 'N'.
           88  WS-TABLE-IS-OPEN                   VALUE 'Y'.
      *
      *****************************************************************
      *  THE REPLICA CLUSTER'S RECORD, WITH THE SAME FIELD VIEW AS
      *  THE PRIMARY.
      *****************************************************************
       01  RPV-RECORD-KEY              PIC X(10)  VALUE SPACES.
       01  RPV-RECORD-AREA.
           05  RPV-FB-RECORD-AREA      PIC X(96)  VALUE SPACES.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==RPV==.
      *
      *****************************************************************
      *  ONE CUSTREPL ROW AS THE SELECT BELOW RETURNS IT, AND THE
      *  PRIMARY RECORD PROJECTED INTO THE SAME SHAPE THE WAY
      *  MBRDB2AP LOADS IT (AGREEMENT AS 11 DIGITS, APOSTROPHES IN
      *  THE TEXT COLUMNS BLANKED), SO THE TWO COMPARE DIRECTLY.
      *****************************************************************
       01  WS-SQL-TEXT                 PIC X(400) VALUE SPACES.
       01  WS-APOST-IN                 PIC X(01)  VALUE ''''.
       01  WS-APOST-OUT                PIC X(01)  VALUE ' '.
      *
       01  WS-TABLE-ROW.
           05  WS-ROW-KEY              PIC X(10).
           05  WS-ROW-TERM-EFF-DT      PIC X(08).
           05  WS-ROW-AGRE-ID          PIC X(11).
           05  WS-ROW-NAME             PIC X(20).
           05  WS-ROW-ADDR-LINE        PIC X(20).
           05  WS-ROW-CITY             PIC X(13).
           05  WS-ROW-STATE            PIC X(02).
           05  WS-ROW-STATUS           PIC X(01).
           05  WS-ROW-SRC-SYS          PIC X(01).
      *
       01  WS-PRIMARY-ROW.
           05  WS-PRJ-KEY              PIC X(10).
           05  WS-PRJ-TERM-EFF-DT      PIC X(08).
           05  WS-PRJ-AGRE-ID          PIC 9(11).
           05  WS-PRJ-NAME             PIC X(20).
           05  WS-PRJ-ADDR-LINE        PIC X(20).
           05  WS-PRJ-CITY             PIC X(13).
           05  WS-PRJ-STATE            PIC X(02).
           05  WS-PRJ-STATUS           PIC X(01).
           05  WS-PRJ-SRC-SYS          PIC X(01).
      *
      *****************************************************************
      *  FIELD MAPS FOR THE FIELD-BY-FIELD COMPARE - NAME, OFFSET
      *  AND LENGTH OF EACH FIELD AFTER THE KEY.  THE CLUSTER MAP
      *  FOLLOWS GVBCCUST (THE MAINTENANCE STAMPS INCLUDED - A
      *  REPLICA IS AN EXACT COPY); THE TABLE MAP FOLLOWS THE ROW
      *  ABOVE.
      *****************************************************************
       01  WS-VSAM-FIELD-DATA.
           05  FILLER   PIC X(12)  VALUE 'EFFDT 011008'.
           05  FILLER   PIC X(12)  VALUE 'AGRE  019006'.
           05  FILLER   PIC X(12)  VALUE 'NAME  025020'.
           05  FILLER   PIC X(12)  VALUE 'ADDR  045020'.
           05  FILLER   PIC X(12)  VALUE 'CITY  065013'.
           05  FILLER   PIC X(12)  VALUE 'STATE 078002'.
           05  FILLER   PIC X(12)  VALUE 'STATUS080001'.
           05  FILLER   PIC X(12)  VALUE 'UPDDT 081005'.
           05  FILLER   PIC X(12)  VALUE 'UPDTM 086004'.
           05  FILLER   PIC X(12)  VALUE 'UPDID 090004'.
           05  FILLER   PIC X(12)  VALUE 'UPDSEQ094002'.
           05  FILLER   PIC X(12)  VALUE 'SRCSYS096001'.
       01  WS-VSAM-FIELD-TABLE REDEFINES WS-VSAM-FIELD-DATA.
           05  WS-VFLD-ENTRY           OCCURS 12 TIMES.
               10  WS-VFLD-NAME        PIC X(06).
               10  WS-VFLD-OFFSET      PIC 9(03).
               10  WS-VFLD-LENGTH      PIC 9(03).
       01  WS-VFLD-MAX                 PIC S9(04) COMP VALUE +12.
      *
       01  WS-DB2-FIELD-DATA.
           05  FILLER   PIC X(12)  VALUE 'EFFDT 011008'.
           05  FILLER   PIC X(12)  VALUE 'AGRE  019011'.
           05  FILLER   PIC X(12)  VALUE 'NAME  030020'.
           05  FILLER   PIC X(12)  VALUE 'ADDR  050020'.
           05  FILLER   PIC X(12)  VALUE 'CITY  070013'.
           05  FILLER   PIC X(12)  VALUE 'STATE 083002'.
           05  FILLER   PIC X(12)  VALUE 'STATUS085001'.
           05  FILLER   PIC X(12)  VALUE 'SRCSYS086001'.
       01  WS-DB2-FIELD-TABLE REDEFINES WS-DB2-FIELD-DATA.
           05  WS-DFLD-ENTRY           OCCURS 8 TIMES.
               10  WS-DFLD-NAME        PIC X(06).
               10  WS-DFLD-OFFSET      PIC 9(03).
               10  WS-DFLD-LENGTH      PIC 9(03).
       01  WS-DFLD-MAX                 PIC S9(04) COMP VALUE +8.
      *
       01  WS-FLD-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-FLD-PTR                  PIC S9(04) COMP VALUE +1.
       01  WS-DIFF-FIELDS              PIC X(84)  VALUE SPACES.
      *
      *****************************************************************
      *  REPORT LINE.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)  VALUE 'KEY '.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-TARGET           PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-CONDITION        PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-FIELDS           PIC X(84).
           05  FILLER                  PIC X(18)  VALUE SPACES.
      *
      *****************************************************************
      *  ONE REPAIR DELTA, THE SHAPE GVBXC6 WRITES TO CDCFEED.
      *****************************************************************
       01  WS-CDC-FEED-RECORD.
           05  WS-FEED-REC-RUN-DATE         PIC X(08).
           05  WS-FEED-REC-RUN-TIME         PIC X(08).
           05  WS-FEED-REC-CHANGE-TYPE      PIC X(07).
               88  WS-FEED-REC-ADDED            VALUE 'ADDED  '.
               88  WS-FEED-REC-CHANGED          VALUE 'CHANGED'.
               88  WS-FEED-REC-DELETED          VALUE 'DELETED'.
           05  WS-FEED-REC-KEY              PIC X(10).
           05  WS-FEED-REC-IMAGE            PIC X(96).
      *
       COPY GVBCKWRD.
       COPY GVBCRUNC.
       COPY GVBCUR30.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
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
                                ==TP90F-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90F-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90F-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90F-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90F-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90F-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90F-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90F-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90F-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90F-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90F-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRDRIFT'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-READ-PRIMARY      THRU 200-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
           AND  WS-CHECK-VSAM
                PERFORM 210-READ-REPLICA      THRU 210-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
           AND  WS-CHECK-DB2
                PERFORM 220-READ-TABLE        THRU 220-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-COMPARE-ONE-KEY   THRU 300-EXIT
                     UNTIL SEVERE-ERROR NOT = ' '
                        OR (WS-PRIMARY-KEY = HIGH-VALUES
                       AND  WS-REPLICA-KEY = HIGH-VALUES
                       AND  WS-TABLE-KEY   = HIGH-VALUES)
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRDRIFT'                TO RUNC-REG-RUN-ID
           MOVE WS-PRIMARY-CNT            TO RUNC-REG-RCRDS-READ
           MOVE WS-REPAIR-CNT             TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-REPAIR-CNT > ZERO
                  DISPLAY 'MBRDRIFT: *** REPLICA DRIFT FOUND - REPLAY '
                          'DRFTFEED THROUGH THE APPLIERS ***'
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
      *  READ THE CONTROL CARD AND OPEN EVERYTHING THE RUN NEEDS.
      *  A COPY THE CARD ASKS FOR THAT CANNOT BE OPENED FAILS THE
      *  RUN - A CHECK THAT QUIETLY SKIPS A COPY PROVES NOTHING.
      ***************************************************************
       100-INIT.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME             FROM TIME
      *
           MOVE 'MBRDRIFT'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +2                     TO KWRD-ENTRY-COUNT
           MOVE 'TARGETS'              TO KWRD-NAME (1)
           MOVE 'BOTH'                 TO KWRD-VALUE (1)
           MOVE 'BOTH DB2 VSAM'        TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'SQLCONN'              TO KWRD-NAME (2)
           MOVE SPACES                 TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:4)      TO WS-CTL-TARGETS
           MOVE KWRD-VALUE (2) (1:48)     TO WS-CTL-CONNECTION
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
                DISPLAY 'MBRDRIFT DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE HIGH-VALUES           TO WS-PRIMARY-KEY
           END-IF
      *
           IF   WS-CHECK-VSAM
                PERFORM 110-OPEN-REPLICA  THRU 110-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 100-EXIT
                END-IF
           END-IF
      *
           IF   WS-CHECK-DB2
                PERFORM 120-OPEN-TABLE    THRU 120-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 100-EXIT
                END-IF
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'DRFTRPT '                TO TP90R-DDNAME
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
                DISPLAY 'MBRDRIFT DD: DRFTRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90F-ANCHOR              TO NULL
           MOVE 'DRFTFEED'                TO TP90F-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90F-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90F-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90F-FILE-MODE
           MOVE SPACES                    TO TP90F-RETURN-CODE
           MOVE +0                        TO TP90F-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-CDC-FEED-RECORD
                                          TO TP90F-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90F-RECFM
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 WS-CDC-FEED-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDRIFT DD: DRFTFEED, GVBTP90 FAILED, '
                        'RET CD = ' TP90F-RETURN-CODE
                SET  TP90F-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       110-OPEN-REPLICA.
      *
           SET  TP90V-ANCHOR              TO NULL
           MOVE 'CUSTREPV'                TO TP90V-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90V-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90V-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90V-FILE-MODE
           MOVE SPACES                    TO TP90V-RETURN-CODE
           MOVE +0                        TO TP90V-VSAM-RETURN-CODE
           MOVE +0                        TO TP90V-RECORD-LENGTH
           MOVE SPACES                    TO TP90V-RECFM
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 RPV-RECORD-AREA,
                                 RPV-RECORD-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDRIFT DD: CUSTREPV, GVBTP90 FAILED, '
                        'RET CD = ' TP90V-RETURN-CODE
                SET  TP90V-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 110-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90V-DDNAME
      *
           MOVE LOW-VALUES                TO WS-REPLICA-KEY
           MOVE TP90-VALUE-START-BROWSE   TO TP90V-FUNCTION-CODE
           MOVE +96                       TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90V-RECFM
           MOVE LOW-VALUES                TO RPV-RECORD-KEY
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 RPV-RECORD-AREA,
                                 RPV-RECORD-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE HIGH-VALUES           TO WS-REPLICA-KEY
           END-IF
           .
       110-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN A CURSOR OVER CUSTREPL IN KEY ORDER.  THE AGREEMENT
      *  COLUMN COMES BACK THROUGH DIGITS() SO IT LINES UP WITH THE
      *  11-DIGIT VALUE MBRDB2AP INSERTED.
      ***************************************************************
       120-OPEN-TABLE.
      *
           MOVE SPACES                    TO WS-SQL-TEXT
           STRING 'SELECT CUST_KEY, TERM_EFF_DT, DIGITS(AGRE_ID), '
                  'CUST_NAME, ADDR_LINE, CITY, STATE, STATUS, '
                  'SRC_SYS FROM CUSTREPL ORDER BY CUST_KEY'
                                          DELIMITED BY SIZE
                  INTO WS-SQL-TEXT
           MOVE SPACES                    TO UR30-SQL
           MOVE WS-SQL-TEXT               TO UR30-SQL (1:400)
           MOVE +400                      TO UR30-SQL-LENGTH
           MOVE WS-CTL-CONNECTION         TO UR30-DBMS-CONNECTION
           SET  UR30-88-INPUT-SQL-MODE    TO TRUE
           SET  UR30-88-SQL-FORMATTED     TO TRUE
           MOVE LENGTH OF WS-TABLE-ROW    TO UR30-RECORD-LENGTH
           SET  UR30-RECORD-AREA-ADDRESS  TO
                                    ADDRESS OF WS-TABLE-ROW
      *
           SET  UR30-88-FUNCTION-OPEN     TO TRUE
           CALL WS-GVBUR30  USING UR30-PARAMETER-AREA
                                   UR30-SQL-LENGTH
                                   UR30-SQL
                                   UR30-DBMS-CONNECTION
           IF   NOT UR30-88-SUCCESSFUL
           AND  NOT UR30-88-SUCCESSFUL-WARNING
                DISPLAY 'MBRDRIFT: GVBUR30 OPEN OF CUSTREPL FAILED, '
                        'RET CD = ' UR30-RETURN-CODE ' ERR CD = '
                        UR30-ERROR-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 120-EXIT
           END-IF
           SET  WS-TABLE-IS-OPEN          TO TRUE
           MOVE LOW-VALUES                TO WS-TABLE-KEY
           DISPLAY 'MBRDRIFT: CUSTREPL OPENED, CONNECTION = '
                   WS-CTL-CONNECTION
           .
       120-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ADVANCE EACH STREAM.  END OF STREAM SETS ITS KEY TO
      *  HIGH-VALUES.
      ***************************************************************
       200-READ-PRIMARY.
      *
           IF   WS-PRIMARY-KEY = HIGH-VALUES
                GO TO 200-EXIT
           END-IF
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO WS-PRIMARY-CNT
                  MOVE TP90-CUST-KEY-ID   TO WS-PRIMARY-KEY
                  SET  PIIC-FCN-REVEAL    TO TRUE
                  SET  PIIC-IMAGE-PARENT  TO TRUE
                  SET  PIIC-GEN-ACTIVE    TO TRUE
                  CALL WS-MBRPIICR USING PIIC-PARMS,
                                         TP90-FB-RECORD-AREA
                  IF   NOT PIIC-RET-USABLE
                       DISPLAY 'MBRDRIFT: PERSONAL DATA KEY ERROR, '
                               'KEY ' TP90-CUST-KEY-ID
                               ' MBRPIICR RC = ' PIIC-RETURN-CODE
                       MOVE 'Y'           TO SEVERE-ERROR
                  END-IF
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE HIGH-VALUES        TO WS-PRIMARY-KEY
             WHEN OTHER
                  DISPLAY 'MBRDRIFT DD: CUSTNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       200-EXIT.
           EXIT.
      *
      *
       210-READ-REPLICA.
      *
           IF   WS-REPLICA-KEY = HIGH-VALUES
                GO TO 210-EXIT
           END-IF
      *
           MOVE TP90-VALUE-READNEXT       TO TP90V-FUNCTION-CODE
           MOVE SPACES                    TO RPV-FB-RECORD-AREA
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 RPV-RECORD-AREA,
                                 RPV-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO WS-REPLICA-CNT
                  MOVE RPV-CUST-KEY-ID    TO WS-REPLICA-KEY
             WHEN TP90V-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE HIGH-VALUES        TO WS-REPLICA-KEY
             WHEN OTHER
                  DISPLAY 'MBRDRIFT DD: CUSTREPV, GVBTP90 FAILED, '
                          'RET CD = ' TP90V-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       210-EXIT.
           EXIT.
      *
      *
       220-READ-TABLE.
      *
           IF   WS-TABLE-KEY = HIGH-VALUES
                GO TO 220-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-TABLE-ROW
           SET  UR30-88-FUNCTION-READ-SEQ TO TRUE
           CALL WS-GVBUR30  USING UR30-PARAMETER-AREA
                                   UR30-SQL-LENGTH
                                   UR30-SQL
                                   UR30-DBMS-CONNECTION
           EVALUATE TRUE
             WHEN UR30-88-SUCCESSFUL
             WHEN UR30-88-SUCCESSFUL-WARNING
                  ADD  +1                 TO WS-TABLE-CNT
                  MOVE WS-ROW-KEY         TO WS-TABLE-KEY
             WHEN UR30-88-END-OF-TABLE
                  MOVE HIGH-VALUES        TO WS-TABLE-KEY
             WHEN OTHER
                  DISPLAY 'MBRDRIFT: GVBUR30 READ OF CUSTREPL FAILED, '
                          'RET CD = ' UR30-RETURN-CODE ' ERR CD = '
                          UR30-ERROR-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TAKE THE LOWEST KEY OF THE THREE STREAMS, SEE WHICH COPIES
      *  HOLD IT, COMPARE, WRITE AT MOST ONE REPAIR DELTA FOR THE
      *  KEY, AND ADVANCE EVERY STREAM THAT WAS ON IT.
      ***************************************************************
       300-COMPARE-ONE-KEY.
      *
           MOVE WS-PRIMARY-KEY            TO WS-LOW-KEY
           IF   WS-REPLICA-KEY < WS-LOW-KEY
                MOVE WS-REPLICA-KEY       TO WS-LOW-KEY
           END-IF
           IF   WS-TABLE-KEY < WS-LOW-KEY
                MOVE WS-TABLE-KEY         TO WS-LOW-KEY
           END-IF
      *
           MOVE 'N'                       TO WS-IN-PRIMARY-SW
                                             WS-IN-REPLICA-SW
                                             WS-IN-TABLE-SW
                                             WS-REPLICA-BAD-SW
                                             WS-TABLE-BAD-SW
           IF   WS-PRIMARY-KEY = WS-LOW-KEY
                SET  WS-IN-PRIMARY        TO TRUE
           END-IF
           IF   WS-REPLICA-KEY = WS-LOW-KEY
                SET  WS-IN-REPLICA        TO TRUE
           END-IF
           IF   WS-TABLE-KEY = WS-LOW-KEY
                SET  WS-IN-TABLE          TO TRUE
           END-IF
      *
           IF   WS-CHECK-VSAM
                PERFORM 400-CHECK-REPLICA THRU 400-EXIT
           END-IF
           IF   WS-CHECK-DB2
           AND  SEVERE-ERROR = ' '
                PERFORM 450-CHECK-TABLE   THRU 450-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
           AND (WS-REPLICA-BAD OR WS-TABLE-BAD)
                PERFORM 500-WRITE-REPAIR  THRU 500-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-IN-PRIMARY
                PERFORM 200-READ-PRIMARY  THRU 200-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
           AND  WS-IN-REPLICA
                PERFORM 210-READ-REPLICA  THRU 210-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
           AND  WS-IN-TABLE
                PERFORM 220-READ-TABLE    THRU 220-EXIT
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRIMARY AGAINST THE REPLICA CLUSTER - THE V1 IMAGE IS
      *  COMPARED WHOLE, AND ONLY A MISMATCH IS BROKEN DOWN BY
      *  FIELD FOR THE REPORT.
      ***************************************************************
       400-CHECK-REPLICA.
      *
           MOVE 'VSAM'                    TO WS-RPT-TARGET
           EVALUATE TRUE
             WHEN WS-IN-PRIMARY AND NOT WS-IN-REPLICA
                  SET  WS-REPLICA-BAD     TO TRUE
                  ADD  +1                 TO WS-VSAM-MISSING-CNT
                  MOVE 'MISSING  '        TO WS-RPT-CONDITION
                  MOVE SPACES             TO WS-RPT-FIELDS
                  PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
             WHEN WS-IN-REPLICA AND NOT WS-IN-PRIMARY
                  SET  WS-REPLICA-BAD     TO TRUE
                  ADD  +1                 TO WS-VSAM-EXTRA-CNT
                  MOVE 'EXTRA    '        TO WS-RPT-CONDITION
                  MOVE SPACES             TO WS-RPT-FIELDS
                  PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
             WHEN WS-IN-REPLICA AND WS-IN-PRIMARY
              AND  RPV-FB-RECORD-AREA NOT = TP90-FB-RECORD-AREA
                  SET  WS-REPLICA-BAD     TO TRUE
                  ADD  +1                 TO WS-VSAM-DIVERGENT-CNT
                  MOVE SPACES             TO WS-DIFF-FIELDS
                  MOVE +1                 TO WS-FLD-PTR
                  MOVE +0                 TO WS-FLD-IDX
                  PERFORM 410-COMPARE-VSAM-FIELD THRU 410-EXIT
                          UNTIL WS-FLD-IDX >= WS-VFLD-MAX
                  MOVE 'DIVERGENT'        TO WS-RPT-CONDITION
                  MOVE WS-DIFF-FIELDS     TO WS-RPT-FIELDS
                  PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       400-EXIT.
           EXIT.
      *
      *
       410-COMPARE-VSAM-FIELD.
      *
           ADD  +1                        TO WS-FLD-IDX
           IF   TP90-FB-RECORD-AREA (WS-VFLD-OFFSET (WS-FLD-IDX):
                                     WS-VFLD-LENGTH (WS-FLD-IDX))
           NOT = RPV-FB-RECORD-AREA (WS-VFLD-OFFSET (WS-FLD-IDX):
                                     WS-VFLD-LENGTH (WS-FLD-IDX))
                STRING WS-VFLD-NAME (WS-FLD-IDX) DELIMITED BY SPACE
                       ' '                DELIMITED BY SIZE
                       INTO WS-DIFF-FIELDS
                       WITH POINTER WS-FLD-PTR
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRIMARY AGAINST CUSTREPL - THE PRIMARY IS PROJECTED INTO
      *  THE ROW SHAPE MBRDB2AP WOULD HAVE LOADED, THEN COMPARED.
      ***************************************************************
       450-CHECK-TABLE.
      *
           MOVE 'DB2 '                    TO WS-RPT-TARGET
           EVALUATE TRUE
             WHEN WS-IN-PRIMARY AND NOT WS-IN-TABLE
                  SET  WS-TABLE-BAD       TO TRUE
                  ADD  +1                 TO WS-DB2-MISSING-CNT
                  MOVE 'MISSING  '        TO WS-RPT-CONDITION
                  MOVE SPACES             TO WS-RPT-FIELDS
                  PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
             WHEN WS-IN-TABLE AND NOT WS-IN-PRIMARY
                  SET  WS-TABLE-BAD       TO TRUE
                  ADD  +1                 TO WS-DB2-EXTRA-CNT
                  MOVE 'EXTRA    '        TO WS-RPT-CONDITION
                  MOVE SPACES             TO WS-RPT-FIELDS
                  PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
             WHEN WS-IN-TABLE AND WS-IN-PRIMARY
                  PERFORM 460-PROJECT-PRIMARY THRU 460-EXIT
                  IF   WS-PRIMARY-ROW NOT = WS-TABLE-ROW
                       SET  WS-TABLE-BAD  TO TRUE
                       ADD  +1            TO WS-DB2-DIVERGENT-CNT
                       MOVE SPACES        TO WS-DIFF-FIELDS
                       MOVE +1            TO WS-FLD-PTR
                       MOVE +0            TO WS-FLD-IDX
                       PERFORM 470-COMPARE-DB2-FIELD THRU 470-EXIT
                               UNTIL WS-FLD-IDX >= WS-DFLD-MAX
                       MOVE 'DIVERGENT'   TO WS-RPT-CONDITION
                       MOVE WS-DIFF-FIELDS TO WS-RPT-FIELDS
                       PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       450-EXIT.
           EXIT.
      *
      *
       460-PROJECT-PRIMARY.
      *
           MOVE TP90-CUST-KEY-ID          TO WS-PRJ-KEY
           MOVE TP90-CUST-PLCY-TERM-EFF-DT TO WS-PRJ-TERM-EFF-DT
           IF   TP90-CUST-AGRE-BUSN-ID NUMERIC
                MOVE TP90-CUST-AGRE-BUSN-ID TO WS-PRJ-AGRE-ID
           ELSE
                MOVE ZEROES               TO WS-PRJ-AGRE-ID
           END-IF
           MOVE TP90-CUST-NAME            TO WS-PRJ-NAME
           MOVE TP90-CUST-ADDR-LINE       TO WS-PRJ-ADDR-LINE
           MOVE TP90-CUST-CITY            TO WS-PRJ-CITY
           INSPECT WS-PRJ-NAME
                   CONVERTING WS-APOST-IN TO WS-APOST-OUT
           INSPECT WS-PRJ-ADDR-LINE
                   CONVERTING WS-APOST-IN TO WS-APOST-OUT
           INSPECT WS-PRJ-CITY
                   CONVERTING WS-APOST-IN TO WS-APOST-OUT
           MOVE TP90-CUST-STATE           TO WS-PRJ-STATE
           MOVE TP90-CUST-STATUS          TO WS-PRJ-STATUS
           MOVE TP90-CUST-SRC-SYS-CODE    TO WS-PRJ-SRC-SYS
           .
       460-EXIT.
           EXIT.
      *
      *
       470-COMPARE-DB2-FIELD.
      *
           ADD  +1                        TO WS-FLD-IDX
           IF   WS-PRIMARY-ROW (WS-DFLD-OFFSET (WS-FLD-IDX):
                                WS-DFLD-LENGTH (WS-FLD-IDX))
           NOT = WS-TABLE-ROW  (WS-DFLD-OFFSET (WS-FLD-IDX):
                                WS-DFLD-LENGTH (WS-FLD-IDX))
                STRING WS-DFLD-NAME (WS-FLD-IDX) DELIMITED BY SPACE
                       ' '                DELIMITED BY SIZE
                       INTO WS-DIFF-FIELDS
                       WITH POINTER WS-FLD-PTR
           END-IF
           .
       470-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REPAIR DELTA FOR THE KEY.  THE PRIMARY'S IMAGE IS THE
      *  TRUTH; A KEY IT NO LONGER HOLDS IS DELETED.
      ***************************************************************
       500-WRITE-REPAIR.
      *
           MOVE WS-RUN-DATE               TO WS-FEED-REC-RUN-DATE
           MOVE WS-RUN-TIME               TO WS-FEED-REC-RUN-TIME
           MOVE WS-LOW-KEY                TO WS-FEED-REC-KEY
      *
           EVALUATE TRUE
             WHEN NOT WS-IN-PRIMARY
                  SET  WS-FEED-REC-DELETED TO TRUE
                  IF   WS-IN-REPLICA
                       MOVE RPV-FB-RECORD-AREA TO WS-FEED-REC-IMAGE
                  ELSE
                       MOVE SPACES         TO WS-FEED-REC-IMAGE
                  END-IF
             WHEN NOT WS-IN-REPLICA AND NOT WS-IN-TABLE
                  SET  WS-FEED-REC-ADDED  TO TRUE
                  MOVE TP90-FB-RECORD-AREA TO WS-FEED-REC-IMAGE
             WHEN OTHER
                  SET  WS-FEED-REC-CHANGED TO TRUE
                  MOVE TP90-FB-RECORD-AREA TO WS-FEED-REC-IMAGE
           END-EVALUATE
      *
           MOVE TP90-VALUE-WRITE          TO TP90F-FUNCTION-CODE
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 WS-CDC-FEED-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDRIFT DD: DRFTFEED, GVBTP90 FAILED, '
                        'RET CD = ' TP90F-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-REPAIR-CNT
           END-IF
           .
       500-EXIT.
           EXIT.
      *
      *
       600-WRITE-REPORT-LINE.
      *
           MOVE WS-LOW-KEY                TO WS-RPT-KEY-ID
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDRIFT DD: DRFTRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           END-IF
           .
       600-EXIT.
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
           IF   TP90V-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90V-FUNCTION-CODE
                CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                      RPV-RECORD-AREA,
                                      RPV-RECORD-KEY
           END-IF
           IF   WS-TABLE-IS-OPEN
                SET  UR30-88-FUNCTION-CLOSE TO TRUE
                CALL WS-GVBUR30  USING UR30-PARAMETER-AREA
                                        UR30-SQL-LENGTH
                                        UR30-SQL
                                        UR30-DBMS-CONNECTION
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90F-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90F-FUNCTION-CODE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      WS-CDC-FEED-RECORD,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE WS-PRIMARY-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                   ' PRIMARY RECORDS READ'
           IF   WS-CHECK-VSAM
                MOVE WS-REPLICA-CNT       TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                        ' REPLICA RECORDS READ'
                MOVE WS-VSAM-MISSING-CNT  TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                        ' MISSING FROM THE REPLICA'
                MOVE WS-VSAM-EXTRA-CNT    TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                        ' EXTRA IN THE REPLICA'
                MOVE WS-VSAM-DIVERGENT-CNT TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                        ' DIVERGENT IN THE REPLICA'
           END-IF
           IF   WS-CHECK-DB2
                MOVE WS-TABLE-CNT         TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                        ' CUSTREPL ROWS READ'
                MOVE WS-DB2-MISSING-CNT   TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                        ' MISSING FROM CUSTREPL'
                MOVE WS-DB2-EXTRA-CNT     TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                        ' EXTRA IN CUSTREPL'
                MOVE WS-DB2-DIVERGENT-CNT TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                        ' DIVERGENT IN CUSTREPL'
           END-IF
           MOVE WS-REPAIR-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDRIFT: ' WS-DISPLAY-MASK-1
                   ' REPAIR DELTAS WRITTEN TO DRFTFEED'
           .
       9900-EXIT.
           EXIT.
