       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRENTUR.
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
      ** DESCRIPTION: ENTITLEMENT USAGE RECONCILIATION (SEE GVBCENTL   *
      **              AND GVBCACCL).  RUN MONTHLY, IT HOLDS WHAT THE   *
      **              ONLINE OPERATORS ACTUALLY DID IN THE PERIOD      *
      **              AGAINST WHAT THE ENTITLE STORE SAYS THEY MAY DO: *
      **                - EVERY CINQLOG ACCESS IS JUDGED AGAINST THE   *
      **                  OPERATOR'S TRANSACTION LIST AND KEY RANGE,   *
      **                  AND AGAINST ANY REVOCATION DATE;             *
      **                - EVERY MCUP CHANGE IN CUSTNAUD MUST MATCH AN  *
      **                  MBRCUPD 'U' RECORD ON CINQLOG (SAME KEY,     *
      **                  SAME MAINTENANCE DATE AND TIME) THAT NAMES   *
      **                  THE OPERATOR, AND EVERY 'U' RECORD A PAIR;   *
      **                - EVERY OPERATOR'S USE IN THE PERIOD IS        *
      **                  COUNTED, AND AN ENTITLED OPERATOR WHO USED   *
      **                  NOTHING IS LISTED AS A REMOVAL CANDIDATE.    *
      **              THE REPORT IS THE USAGE EVIDENCE FOR THE         *
      **              QUARTERLY RECERTIFICATION OF THE MBRENTRP        *
      **              LISTING.  DENIALS ('D') ARE COUNTED BUT ARE NOT  *
      **              USE - NOTHING WAS SHOWN OR CHANGED.              *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CONTROL CARD                (DDNAME=CTLCARD)   *
      **                ENTITLEMENT KSDS            (DDNAME=ENTITLE)   *
      **                ONLINE ACCESS JOURNAL       (DDNAME=CINQLOG)   *
      **                BEFORE/AFTER AUDIT JOURNAL  (DDNAME=CUSTNAUD)  *
      **                                                               *
      ** OUTPUT FILES:  USAGE RECONCILIATION REPORT (DDNAME=ENTURPT)   *
      **                                                               *
      ** CONTROL CARD:  FROMDATE=CCYYMMDD  FIRST DAY OF THE PERIOD     *
      **                TODATE=CCYYMMDD    LAST DAY OF THE PERIOD      *
      **                                   BOTH DEFAULT TO THE         *
      **                                   PREVIOUS CALENDAR MONTH     *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY ACTION ENTITLED AND ATTRIBUTED, NO  *
      **                     UNUSED ENTITLEMENTS                       *
      **              0004 - EXCEPTIONS OR REMOVAL CANDIDATES LISTED   *
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
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-LOGS-READ-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-PAIRS-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-EXCEPTION-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-UNUSED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-RPT-LINES-CNT            PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
      *
      *****************************************************************
      *  THE RECONCILIATION PERIOD.  THE DEFAULT IS THE CALENDAR
      *  MONTH BEFORE THE RUN DATE; A TO-DATE OF DAY 31 SERVES FOR
      *  EVERY MONTH, SINCE IT IS ONLY EVER COMPARED.
      *****************************************************************
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       01  WS-FROM-DATE                PIC 9(08)  VALUE ZEROES.
       01  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
           05  WS-FROM-YEAR            PIC 9(04).
           05  WS-FROM-MONTH           PIC 9(02).
           05  WS-FROM-DAY             PIC 9(02).
       01  WS-TO-DATE                  PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  ONE SLOT PER OPERATOR - EVERY ENTITLE RECORD, THEN ANY
      *  OPERATOR FOUND ON CINQLOG WITHOUT ONE.
      *****************************************************************
       01  WS-OPR-TBL-MAX              PIC S9(04) COMP VALUE +1000.
       01  WS-OPR-COUNT                PIC S9(04) COMP VALUE +0.
       01  WS-OPR-OVERFLOW-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-OPR-TBL.
           05  WS-OPR-ENTRY            OCCURS 1000 TIMES.
               10  WS-OPR-ID           PIC X(08).
               10  WS-OPR-ON-FILE-SW   PIC X(01).
                   88  WS-OPR-ON-FILE             VALUE 'Y'.
               10  WS-OPR-TRAN-LIST.
                   15  WS-OPR-TRAN-ID  OCCURS 5 TIMES PIC X(04).
               10  WS-OPR-LOW-KEY      PIC X(10).
               10  WS-OPR-HIGH-KEY     PIC X(10).
               10  WS-OPR-REVOKED-DATE PIC X(08).
               10  WS-OPR-USE-CNT      PIC S9(08) COMP.
               10  WS-OPR-DENY-CNT     PIC S9(08) COMP.
               10  WS-OPR-EXCP-CNT     PIC S9(08) COMP.
       01  WS-OPR-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-OPR-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-OPR-MATCHED                     VALUE 'Y'.
       01  WS-TRAN-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-TRAN-MATCH-SW            PIC X(01)  VALUE 'N'.
           88  WS-TRAN-MATCHED                    VALUE 'Y'.
      *
      *****************************************************************
      *  THE MBRCUPD 'U' RECORDS OF THE PERIOD, MATCHED ONE FOR ONE
      *  TO THE MCUP PAIRS ON CUSTNAUD.  IF THE TABLE FILLS, THE
      *  ATTRIBUTION CHECK IS NOT MADE RATHER THAN MADE WRONGLY.
      *****************************************************************
       01  WS-UPD-TBL-MAX              PIC S9(08) COMP VALUE +5000.
       01  WS-UPD-COUNT                PIC S9(08) COMP VALUE +0.
       01  WS-UPD-OVERFLOW-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-UPD-TBL.
           05  WS-UPD-ENTRY            OCCURS 5000 TIMES.
               10  WS-UPD-KEY-ID       PIC X(10).
               10  WS-UPD-DATE         PIC 9(08).
               10  WS-UPD-TIME         PIC 9(06).
               10  WS-UPD-OPERATOR     PIC X(08).
               10  WS-UPD-MATCHED-SW   PIC X(01).
                   88  WS-UPD-MATCHED             VALUE 'Y'.
       01  WS-UPD-IDX                  PIC S9(08) COMP VALUE +0.
       01  WS-UPD-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-UPD-FOUND                       VALUE 'Y'.
      *
      *****************************************************************
      *  ONE CUSTNAUD PAIR (THE MBRAUDWR LAYOUT, CHAIN FIELDS LAST),
      *  WITH THE FIELD VIEW OF ITS AFTER IMAGE.
      *****************************************************************
       01  WS-AUDIT-RECORD.
           05  WS-AUDIT-REC-RUN-DATE       PIC 9(08).
           05  WS-AUDIT-REC-RUN-TIME       PIC 9(06).
           05  WS-AUDIT-REC-CHANGE-TYPE    PIC X(07).
           05  WS-AUDIT-REC-KEY            PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE    PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ      PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH     PIC 9(15).
      *
       01  AFT-RECORD-AREA.
           05  AFT-FB-RECORD-AREA      PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AFT==.
      *
      *****************************************************************
      *  REPORT LINES - ALL 100 BYTES.
      *****************************************************************
       01  WS-RPT-HEADER-LINE.
           05  WS-RPT-HDR-TITLE        PIC X(44).
           05  FILLER                  PIC X(08)  VALUE ' PERIOD '.
           05  WS-RPT-HDR-FROM         PIC 9(08).
           05  FILLER                  PIC X(06)  VALUE ' THRU '.
           05  WS-RPT-HDR-TO           PIC 9(08).
           05  FILLER                  PIC X(26)  VALUE SPACES.
      *
       01  WS-RPT-EXCEPTION-LINE.
           05  WS-RPT-EXC-OPERATOR     PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-EXC-DATE         PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-EXC-TIME         PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-EXC-TRAN-ID      PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-EXC-KEY-ID       PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-EXC-TEXT         PIC X(40).
           05  FILLER                  PIC X(19)  VALUE SPACES.
      *
       01  WS-RPT-USAGE-LINE.
           05  WS-RPT-USE-OPERATOR     PIC X(08).
           05  FILLER                  PIC X(06)  VALUE ' USES '.
           05  WS-RPT-USE-CNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08)  VALUE ' DENIED '.
           05  WS-RPT-USE-DENY-CNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)  VALUE
               ' EXCEPTIONS '.
           05  WS-RPT-USE-EXCP-CNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-USE-TEXT         PIC X(30).
           05  FILLER                  PIC X(14)  VALUE SPACES.
      *
       COPY GVBCENTL.
       COPY GVBCACCL.
       COPY GVBCKWRD.
       COPY GVBCRUNC.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - TP90 FOR ENTITLE, CINQLOG AND
      *  CUSTNAUD IN TURN, TP90R THE REPORT.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
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
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRENTUR'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-LOAD-ENTITLEMENTS THRU 200-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 300-SCAN-ACCESS-LOG   THRU 300-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 400-SCAN-AUDIT-PAIRS  THRU 400-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 700-REPORT-USAGE      THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRENTUR'                TO RUNC-REG-RUN-ID
           COMPUTE RUNC-REG-RCRDS-READ = WS-LOGS-READ-CNT
                                       + WS-PAIRS-READ-CNT
           MOVE WS-RPT-LINES-CNT          TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-EXCEPTION-CNT          TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-EXCEPTION-CNT > ZERO
             WHEN WS-UNUSED-CNT > ZERO
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
      *  SETTLE THE PERIOD FROM THE CONTROL CARD, OPEN THE REPORT
      *  AND HEAD IT.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           SET  TP90R-ANCHOR              TO NULL
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           IF   WS-RUN-MONTH = 1
                COMPUTE WS-FROM-YEAR = WS-RUN-YEAR - 1
                MOVE 12                   TO WS-FROM-MONTH
           ELSE
                MOVE WS-RUN-YEAR          TO WS-FROM-YEAR
                COMPUTE WS-FROM-MONTH = WS-RUN-MONTH - 1
           END-IF
           MOVE 1                         TO WS-FROM-DAY
           MOVE WS-FROM-DATE              TO WS-TO-DATE
           ADD  30                        TO WS-TO-DATE
      *
           MOVE 'MBRENTUR'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +2                     TO KWRD-ENTRY-COUNT
           MOVE 'FROMDATE'             TO KWRD-NAME (1)
           MOVE WS-FROM-DATE           TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'TODATE'               TO KWRD-NAME (2)
           MOVE WS-TO-DATE             TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
           OR   KWRD-VALUE (1) (1:8) NOT NUMERIC
           OR   KWRD-VALUE (1) (9:56) NOT = SPACES
           OR   KWRD-VALUE (2) (1:8) NOT NUMERIC
           OR   KWRD-VALUE (2) (9:56) NOT = SPACES
                DISPLAY 'MBRENTUR: FROMDATE AND TODATE MUST BE '
                        'CCYYMMDD'
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:8)   TO WS-FROM-DATE
           MOVE KWRD-VALUE (2) (1:8)   TO WS-TO-DATE
           IF   WS-FROM-DATE > WS-TO-DATE
                DISPLAY 'MBRENTUR: FROMDATE ' WS-FROM-DATE
                        ' IS AFTER TODATE ' WS-TO-DATE
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'MBRENTUR: PERIOD ' WS-FROM-DATE ' THRU '
                   WS-TO-DATE
      *
           MOVE  'ENTURPT '            TO TP90R-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90R-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90R-FILE-TYPE
           MOVE  TP90-VALUE-OUTPUT     TO TP90R-FILE-MODE
           MOVE  SPACES                TO TP90R-RETURN-CODE
           MOVE  +0                    TO TP90R-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-RPT-HEADER-LINE
                                       TO TP90R-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRENTUR DD: ENTURPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET   TP90R-ANCHOR         TO NULL
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE 'MBRENTUR - ENTITLEMENT USAGE EXCEPTIONS'
                                          TO WS-RPT-HDR-TITLE
           PERFORM 610-WRITE-HEADER-LINE  THRU 610-EXIT
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE SLOT PER ENTITLE RECORD.  WITHOUT THE STORE THERE IS
      *  NOTHING TO RECONCILE AGAINST, AND A STORE TOO BIG FOR THE
      *  TABLE WOULD BE RECONCILED WRONGLY - BOTH END THE RUN.
      ***************************************************************
       200-LOAD-ENTITLEMENTS.
      *
           MOVE 'ENTITLE '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ENTL-RECORD,
                                 ENTL-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRENTUR DD: ENTITLE, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET   TP90-ANCHOR          TO NULL
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
      *
           MOVE ' '                       TO EOF-FLAG
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF ENTL-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO ENTL-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ENTL-RECORD,
                                 ENTL-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO EOF-FLAG
           END-IF
           PERFORM 210-LOAD-ONE-OPERATOR  THRU 210-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ENTL-RECORD,
                                 ENTL-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           DISPLAY 'MBRENTUR: ' WS-OPR-COUNT ' ENTITLED OPERATORS'
           .
       200-EXIT.
           EXIT.
      *
      *
       210-LOAD-ONE-OPERATOR.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ENTL-RECORD,
                                 ENTL-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO EOF-FLAG
                GO TO 210-EXIT
           END-IF
      *
           IF   WS-OPR-COUNT >= WS-OPR-TBL-MAX
                DISPLAY 'MBRENTUR: MORE THAN ' WS-OPR-TBL-MAX
                        ' ENTITLE RECORDS - TABLE FULL'
                MOVE 'Y'                   TO SEVERE-ERROR
                GO TO 210-EXIT
           END-IF
      *
           ADD  +1                        TO WS-OPR-COUNT
           MOVE WS-OPR-COUNT              TO WS-OPR-IDX
           PERFORM 220-CLEAR-OPR-SLOT     THRU 220-EXIT
           MOVE ENTL-OPERATOR             TO WS-OPR-ID (WS-OPR-IDX)
           MOVE 'Y'                       TO WS-OPR-ON-FILE-SW
                                             (WS-OPR-IDX)
           MOVE ENTL-TRAN-ID (1)          TO WS-OPR-TRAN-ID
                                             (WS-OPR-IDX, 1)
           MOVE ENTL-TRAN-ID (2)          TO WS-OPR-TRAN-ID
                                             (WS-OPR-IDX, 2)
           MOVE ENTL-TRAN-ID (3)          TO WS-OPR-TRAN-ID
                                             (WS-OPR-IDX, 3)
           MOVE ENTL-TRAN-ID (4)          TO WS-OPR-TRAN-ID
                                             (WS-OPR-IDX, 4)
           MOVE ENTL-TRAN-ID (5)          TO WS-OPR-TRAN-ID
                                             (WS-OPR-IDX, 5)
           MOVE ENTL-LOW-KEY              TO WS-OPR-LOW-KEY
                                             (WS-OPR-IDX)
           MOVE ENTL-HIGH-KEY             TO WS-OPR-HIGH-KEY
                                             (WS-OPR-IDX)
           MOVE ENTL-REVOKED-DATE         TO WS-OPR-REVOKED-DATE
                                             (WS-OPR-IDX)
           .
       210-EXIT.
           EXIT.
      *
      *
       220-CLEAR-OPR-SLOT.
      *
           MOVE SPACES                    TO WS-OPR-ID (WS-OPR-IDX)
                                             WS-OPR-TRAN-LIST
                                             (WS-OPR-IDX)
                                             WS-OPR-LOW-KEY
                                             (WS-OPR-IDX)
                                             WS-OPR-HIGH-KEY
                                             (WS-OPR-IDX)
                                             WS-OPR-REVOKED-DATE
                                             (WS-OPR-IDX)
           MOVE 'N'                       TO WS-OPR-ON-FILE-SW
                                             (WS-OPR-IDX)
           MOVE +0                        TO WS-OPR-USE-CNT
                                             (WS-OPR-IDX)
                                             WS-OPR-DENY-CNT
                                             (WS-OPR-IDX)
                                             WS-OPR-EXCP-CNT
                                             (WS-OPR-IDX)
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EVERY CINQLOG RECORD IN THE PERIOD.
      ***************************************************************
       300-SCAN-ACCESS-LOG.
      *
           MOVE  'CINQLOG '            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  LENGTH OF ACCL-RECORD TO TP90-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ACCL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRENTUR DD: CINQLOG, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET   TP90-ANCHOR          TO NULL
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 300-EXIT
           END-IF
      *
           MOVE  ' '                   TO EOF-FLAG
           PERFORM 310-READ-ONE-LOG    THRU 310-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE  TP90-VALUE-CLOSE      TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ACCL-RECORD,
                                 TP90-RECORD-KEY
           SET   TP90-ANCHOR           TO NULL
      *
           IF   WS-UPD-OVERFLOW-CNT > ZERO
                MOVE WS-UPD-OVERFLOW-CNT  TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRENTUR: ' WS-DISPLAY-MASK-1
                        ' MCUP CHANGE RECORDS BEYOND THE TABLE - '
                        'ATTRIBUTION NOT CHECKED'
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
       310-READ-ONE-LOG.
      *
           MOVE  TP90-VALUE-READ       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ACCL-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRENTUR: ERROR READING CINQLOG RC = '
                          TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                 TO WS-LOGS-READ-CNT
                  PERFORM 320-JUDGE-ONE-LOG THRU 320-EXIT
           END-EVALUATE
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE ACCESS.  A DENIAL WAS STOPPED AT THE TIME, SO IT IS
      *  ONLY COUNTED; ANYTHING ELSE IS USE AND MUST HAVE BEEN
      *  ENTITLED WHEN IT HAPPENED.  A BLANK TRANSACTION (A RECORD
      *  LOGGED BEFORE THE ID WAS CARRIED) OR A BLANK KEY (AN
      *  AGREEMENT OR NAME INQUIRY) IS JUDGED ON WHAT IT DOES CARRY,
      *  AS MBRENTCK JUDGES IT.
      ***************************************************************
       320-JUDGE-ONE-LOG.
      *
           IF   ACCL-LOG-DATE < WS-FROM-DATE
           OR   ACCL-LOG-DATE > WS-TO-DATE
                GO TO 320-EXIT
           END-IF
      *
           PERFORM 500-FIND-OPERATOR      THRU 500-EXIT
      *
           IF   ACCL-RESULT-DENIED
                IF   WS-OPR-MATCHED
                     ADD  +1              TO WS-OPR-DENY-CNT
                                             (WS-OPR-IDX)
                END-IF
                GO TO 320-EXIT
           END-IF
      *
           IF   ACCL-RESULT-UPDATED
           AND  ACCL-TRAN-ID = 'MCUP'
                PERFORM 330-HOLD-ONE-UPDATE THRU 330-EXIT
           END-IF
      *
           IF   NOT WS-OPR-MATCHED
                MOVE 'OPERATOR TABLE FULL - NO ENTITLEMENT'
                                          TO WS-RPT-EXC-TEXT
                PERFORM 600-REPORT-LOG-EXCEPTION THRU 600-EXIT
                GO TO 320-EXIT
           END-IF
      *
           ADD  +1                        TO WS-OPR-USE-CNT
                                             (WS-OPR-IDX)
      *
           IF   NOT WS-OPR-ON-FILE (WS-OPR-IDX)
                MOVE 'NO ENTITLEMENT RECORD ON FILE'
                                          TO WS-RPT-EXC-TEXT
                PERFORM 600-REPORT-LOG-EXCEPTION THRU 600-EXIT
                GO TO 320-EXIT
           END-IF
      *
           IF   WS-OPR-REVOKED-DATE (WS-OPR-IDX) NOT = SPACES
           AND  ACCL-LOG-DATE >= WS-OPR-REVOKED-DATE (WS-OPR-IDX)
                MOVE 'ACTED AFTER ENTITLEMENT REVOKED'
                                          TO WS-RPT-EXC-TEXT
                PERFORM 600-REPORT-LOG-EXCEPTION THRU 600-EXIT
                GO TO 320-EXIT
           END-IF
      *
           IF   ACCL-TRAN-ID NOT = SPACES
                MOVE 'N'                  TO WS-TRAN-MATCH-SW
                MOVE +0                   TO WS-TRAN-IDX
                PERFORM 340-MATCH-ONE-TRAN THRU 340-EXIT
                        UNTIL WS-TRAN-MATCHED
                           OR WS-TRAN-IDX >= +5
                IF   NOT WS-TRAN-MATCHED
                     MOVE 'TRANSACTION NOT IN ENTITLEMENT LIST'
                                          TO WS-RPT-EXC-TEXT
                     PERFORM 600-REPORT-LOG-EXCEPTION THRU 600-EXIT
                     GO TO 320-EXIT
                END-IF
           END-IF
      *
           IF   ACCL-KEY-ID NOT = SPACES
           AND (WS-OPR-LOW-KEY (WS-OPR-IDX) NOT = SPACES
             OR WS-OPR-HIGH-KEY (WS-OPR-IDX) NOT = SPACES)
                IF   ACCL-KEY-ID < WS-OPR-LOW-KEY (WS-OPR-IDX)
                OR   ACCL-KEY-ID > WS-OPR-HIGH-KEY (WS-OPR-IDX)
                     MOVE 'KEY OUTSIDE ENTITLED RANGE'
                                          TO WS-RPT-EXC-TEXT
                     PERFORM 600-REPORT-LOG-EXCEPTION THRU 600-EXIT
                END-IF
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
       330-HOLD-ONE-UPDATE.
      *
           IF   WS-UPD-COUNT >= WS-UPD-TBL-MAX
                ADD  +1                   TO WS-UPD-OVERFLOW-CNT
                GO TO 330-EXIT
           END-IF
      *
           ADD  +1                        TO WS-UPD-COUNT
           MOVE ACCL-KEY-ID               TO WS-UPD-KEY-ID
                                             (WS-UPD-COUNT)
           MOVE ACCL-LOG-DATE             TO WS-UPD-DATE
                                             (WS-UPD-COUNT)
           MOVE ACCL-LOG-TIME             TO WS-UPD-TIME
                                             (WS-UPD-COUNT)
           MOVE ACCL-OPERATOR             TO WS-UPD-OPERATOR
                                             (WS-UPD-COUNT)
           MOVE 'N'                       TO WS-UPD-MATCHED-SW
                                             (WS-UPD-COUNT)
           .
       330-EXIT.
           EXIT.
      *
      *
       340-MATCH-ONE-TRAN.
      *
           ADD  +1                        TO WS-TRAN-IDX
           IF   WS-OPR-TRAN-ID (WS-OPR-IDX, WS-TRAN-IDX)
                                          = ACCL-TRAN-ID
           OR   WS-OPR-TRAN-ID (WS-OPR-IDX, WS-TRAN-IDX) = '*   '
                SET  WS-TRAN-MATCHED      TO TRUE
           END-IF
           .
       340-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EVERY MCUP CHANGE IN THE PERIOD MUST BE ATTRIBUTED TO AN
      *  OPERATOR THROUGH ITS 'U' RECORD, AND EVERY 'U' RECORD MUST
      *  HAVE REACHED THE JOURNAL.
      ***************************************************************
       400-SCAN-AUDIT-PAIRS.
      *
           IF   WS-UPD-OVERFLOW-CNT > ZERO
                GO TO 400-EXIT
           END-IF
      *
           MOVE  'CUSTNAUD'            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-AUDIT-RECORD
                                       TO TP90-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRENTUR DD: CUSTNAUD, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET   TP90-ANCHOR          TO NULL
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 400-EXIT
           END-IF
      *
           MOVE  ' '                   TO EOF-FLAG
           PERFORM 410-READ-ONE-PAIR   THRU 410-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE  TP90-VALUE-CLOSE      TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           SET   TP90-ANCHOR           TO NULL
      *
           IF   SEVERE-ERROR = ' '
                MOVE +0                   TO WS-UPD-IDX
                PERFORM 450-CHECK-ONE-UPDATE THRU 450-EXIT
                        UNTIL WS-UPD-IDX >= WS-UPD-COUNT
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       410-READ-ONE-PAIR.
      *
           MOVE  TP90-VALUE-READ       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRENTUR: ERROR READING CUSTNAUD RC = '
                          TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                 TO WS-PAIRS-READ-CNT
                  PERFORM 420-ATTRIBUTE-ONE-PAIR THRU 420-EXIT
           END-EVALUATE
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE AFTER IMAGE CARRIES THE MAINTENANCE STAMP MBRCUPD PUT
      *  ON THE RECORD; ITS 'U' RECORD CARRIES THE SAME DATE AND
      *  TIME.
      ***************************************************************
       420-ATTRIBUTE-ONE-PAIR.
      *
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO AFT-FB-RECORD-AREA
           IF   AFT-CUST-UPD-IDENT NOT = 'MCUP'
           OR   AFT-CUST-UPD-DATE < WS-FROM-DATE
           OR   AFT-CUST-UPD-DATE > WS-TO-DATE
                GO TO 420-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-UPD-FOUND-SW
           MOVE +0                        TO WS-UPD-IDX
           PERFORM 430-MATCH-ONE-UPDATE   THRU 430-EXIT
                   UNTIL WS-UPD-FOUND
                      OR WS-UPD-IDX >= WS-UPD-COUNT
           IF   WS-UPD-FOUND
                GO TO 420-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-RPT-EXC-OPERATOR
           MOVE AFT-CUST-UPD-DATE         TO WS-RPT-EXC-DATE
           MOVE AFT-CUST-UPD-TIME         TO WS-RPT-EXC-TIME
           MOVE 'MCUP'                    TO WS-RPT-EXC-TRAN-ID
           MOVE WS-AUDIT-REC-KEY          TO WS-RPT-EXC-KEY-ID
           MOVE 'CHANGE WITH NO OPERATOR ON CINQLOG'
                                          TO WS-RPT-EXC-TEXT
           PERFORM 620-WRITE-EXCEPTION-LINE THRU 620-EXIT
           .
       420-EXIT.
           EXIT.
      *
      *
       430-MATCH-ONE-UPDATE.
      *
           ADD  +1                        TO WS-UPD-IDX
           IF   NOT WS-UPD-MATCHED (WS-UPD-IDX)
           AND  WS-UPD-KEY-ID (WS-UPD-IDX) = WS-AUDIT-REC-KEY
           AND  WS-UPD-DATE (WS-UPD-IDX)   = AFT-CUST-UPD-DATE
           AND  WS-UPD-TIME (WS-UPD-IDX)   = AFT-CUST-UPD-TIME
                SET  WS-UPD-FOUND         TO TRUE
                MOVE 'Y'                  TO WS-UPD-MATCHED-SW
                                             (WS-UPD-IDX)
           END-IF
           .
       430-EXIT.
           EXIT.
      *
      *
       450-CHECK-ONE-UPDATE.
      *
           ADD  +1                        TO WS-UPD-IDX
           IF   WS-UPD-MATCHED (WS-UPD-IDX)
                GO TO 450-EXIT
           END-IF
      *
           MOVE WS-UPD-OPERATOR (WS-UPD-IDX)
                                          TO WS-RPT-EXC-OPERATOR
           MOVE WS-UPD-DATE (WS-UPD-IDX)  TO WS-RPT-EXC-DATE
           MOVE WS-UPD-TIME (WS-UPD-IDX)  TO WS-RPT-EXC-TIME
           MOVE 'MCUP'                    TO WS-RPT-EXC-TRAN-ID
           MOVE WS-UPD-KEY-ID (WS-UPD-IDX) TO WS-RPT-EXC-KEY-ID
           MOVE 'LOGGED CHANGE MISSING FROM CUSTNAUD'
                                          TO WS-RPT-EXC-TEXT
           PERFORM 620-WRITE-EXCEPTION-LINE THRU 620-EXIT
           .
       450-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE OPERATOR'S SLOT, ADDING ONE FOR AN OPERATOR WITH NO
      *  ENTITLE RECORD.  WS-OPR-MATCHED IS LEFT OFF ONLY WHEN THE
      *  TABLE IS FULL.
      ***************************************************************
       500-FIND-OPERATOR.
      *
           MOVE 'N'                       TO WS-OPR-FOUND-SW
           MOVE +0                        TO WS-OPR-IDX
           PERFORM 510-MATCH-ONE-OPR      THRU 510-EXIT
                   UNTIL WS-OPR-MATCHED
                      OR WS-OPR-IDX >= WS-OPR-COUNT
           IF   WS-OPR-MATCHED
                GO TO 500-EXIT
           END-IF
      *
           IF   WS-OPR-COUNT >= WS-OPR-TBL-MAX
                ADD  +1                   TO WS-OPR-OVERFLOW-CNT
                GO TO 500-EXIT
           END-IF
      *
           ADD  +1                        TO WS-OPR-COUNT
           MOVE WS-OPR-COUNT              TO WS-OPR-IDX
           PERFORM 220-CLEAR-OPR-SLOT     THRU 220-EXIT
           MOVE ACCL-OPERATOR             TO WS-OPR-ID (WS-OPR-IDX)
           SET  WS-OPR-MATCHED            TO TRUE
           .
       500-EXIT.
           EXIT.
      *
      *
       510-MATCH-ONE-OPR.
      *
           ADD  +1                        TO WS-OPR-IDX
           IF   WS-OPR-ID (WS-OPR-IDX) = ACCL-OPERATOR
                SET  WS-OPR-MATCHED       TO TRUE
           END-IF
           .
       510-EXIT.
           EXIT.
      *
      *
       600-REPORT-LOG-EXCEPTION.
      *
           IF   WS-OPR-MATCHED
                ADD  +1                   TO WS-OPR-EXCP-CNT
                                             (WS-OPR-IDX)
           END-IF
           MOVE ACCL-OPERATOR             TO WS-RPT-EXC-OPERATOR
           MOVE ACCL-LOG-DATE             TO WS-RPT-EXC-DATE
           MOVE ACCL-LOG-TIME             TO WS-RPT-EXC-TIME
           MOVE ACCL-TRAN-ID              TO WS-RPT-EXC-TRAN-ID
           MOVE ACCL-KEY-ID               TO WS-RPT-EXC-KEY-ID
           PERFORM 620-WRITE-EXCEPTION-LINE THRU 620-EXIT
           .
       600-EXIT.
           EXIT.
      *
      *
       610-WRITE-HEADER-LINE.
      *
           MOVE WS-FROM-DATE              TO WS-RPT-HDR-FROM
           MOVE WS-TO-DATE                TO WS-RPT-HDR-TO
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 TP90-RECORD-KEY
           PERFORM 690-CHECK-REPORT-WRITE THRU 690-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
       620-WRITE-EXCEPTION-LINE.
      *
           ADD  +1                        TO WS-EXCEPTION-CNT
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-EXCEPTION-LINE,
                                 TP90-RECORD-KEY
           PERFORM 690-CHECK-REPORT-WRITE THRU 690-EXIT
           .
       620-EXIT.
           EXIT.
      *
      *
       630-WRITE-USAGE-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-USAGE-LINE,
                                 TP90-RECORD-KEY
           PERFORM 690-CHECK-REPORT-WRITE THRU 690-EXIT
           .
       630-EXIT.
           EXIT.
      *
      *
       690-CHECK-REPORT-WRITE.
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRENTUR: ERROR WRITING ENTURPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD   +1                    TO WS-RPT-LINES-CNT
           END-IF
           .
       690-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE USAGE SECTION - ONE LINE PER OPERATOR, THE EVIDENCE
      *  FOR RECERTIFICATION.
      ***************************************************************
       700-REPORT-USAGE.
      *
           MOVE 'MBRENTUR - ENTITLEMENT USAGE BY OPERATOR'
                                          TO WS-RPT-HDR-TITLE
           PERFORM 610-WRITE-HEADER-LINE  THRU 610-EXIT
      *
           MOVE +0                        TO WS-OPR-IDX
           PERFORM 710-REPORT-ONE-OPR     THRU 710-EXIT
                   UNTIL WS-OPR-IDX >= WS-OPR-COUNT
                      OR SEVERE-ERROR NOT = ' '
           .
       700-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AN ENTITLED OPERATOR WHO USED NOTHING IN THE PERIOD AND IS
      *  NOT ALREADY REVOKED BY ITS END IS A REMOVAL CANDIDATE.
      ***************************************************************
       710-REPORT-ONE-OPR.
      *
           ADD  +1                        TO WS-OPR-IDX
           MOVE WS-OPR-ID (WS-OPR-IDX)    TO WS-RPT-USE-OPERATOR
           MOVE WS-OPR-USE-CNT (WS-OPR-IDX)
                                          TO WS-RPT-USE-CNT
           MOVE WS-OPR-DENY-CNT (WS-OPR-IDX)
                                          TO WS-RPT-USE-DENY-CNT
           MOVE WS-OPR-EXCP-CNT (WS-OPR-IDX)
                                          TO WS-RPT-USE-EXCP-CNT
           MOVE SPACES                    TO WS-RPT-USE-TEXT
      *
           EVALUATE TRUE
             WHEN NOT WS-OPR-ON-FILE (WS-OPR-IDX)
                  MOVE 'NO ENTITLEMENT RECORD'
                                          TO WS-RPT-USE-TEXT
             WHEN WS-OPR-REVOKED-DATE (WS-OPR-IDX) NOT = SPACES
              AND WS-OPR-REVOKED-DATE (WS-OPR-IDX) <= WS-TO-DATE
                  STRING 'REVOKED '               DELIMITED BY SIZE
                         WS-OPR-REVOKED-DATE (WS-OPR-IDX)
                                                  DELIMITED BY SIZE
                    INTO WS-RPT-USE-TEXT
             WHEN WS-OPR-USE-CNT (WS-OPR-IDX) = ZERO
                  MOVE 'UNUSED - REMOVAL CANDIDATE'
                                          TO WS-RPT-USE-TEXT
                  ADD  +1                 TO WS-UNUSED-CNT
           END-EVALUATE
      *
           PERFORM 630-WRITE-USAGE-LINE   THRU 630-EXIT
           .
       710-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      WS-AUDIT-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-HEADER-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE WS-LOGS-READ-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRENTUR: ' WS-DISPLAY-MASK-1
                   ' CINQLOG RECORDS READ'
           MOVE WS-PAIRS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRENTUR: ' WS-DISPLAY-MASK-1
                   ' CUSTNAUD PAIRS READ'
           MOVE WS-EXCEPTION-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRENTUR: ' WS-DISPLAY-MASK-1 ' EXCEPTIONS'
           MOVE WS-UNUSED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRENTUR: ' WS-DISPLAY-MASK-1
                   ' UNUSED ENTITLEMENTS'
           IF   WS-OPR-OVERFLOW-CNT > ZERO
                MOVE WS-OPR-OVERFLOW-CNT  TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRENTUR: ' WS-DISPLAY-MASK-1
                        ' ACCESSES BY OPERATORS BEYOND THE TABLE'
           END-IF
           .
       9900-EXIT.
           EXIT.
