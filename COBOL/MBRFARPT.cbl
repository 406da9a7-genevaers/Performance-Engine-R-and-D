       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRFARPT.
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
      ** DESCRIPTION: MONTHLY SUPPLIER-PERFORMANCE REVIEW OF INBOUND   *
      **              FEED ARRIVALS.  BROWSES ONE MONTH OF THE FEEDARV *
      **              HISTORY MBRFARV KEEPS (SEE GVBCFARV) AND LISTS,  *
      **              FOR EACH SOURCE SYSTEM AND EACH OF ITS FEEDS,    *
      **              THE DAYS THE FEED WAS DUE, HOW MANY TIMES IT     *
      **              LANDED ON TIME, LATE, OR NOT AT ALL, THE ON-TIME *
      **              PERCENTAGE, AND THE AVERAGE AND WORST MINUTES    *
      **              LATE, WITH A TOTAL PER SOURCE SYSTEM AND FOR THE *
      **              MONTH.  A ROW STILL WAITING FOR A BUSINESS DATE  *
      **              BEFORE TODAY NEVER ARRIVED; TODAY'S WAITING ROWS *
      **              ARE LEFT OUT AS STILL OPEN.                      *
      **                                                               *
      **              CONTROL CARD (CTLCARD, MBRKWRD FORMAT):          *
      **                MONTH=CCYYMM       - DEFAULT LAST MONTH        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   FEED ARRIVAL HISTORY        (DDNAME=FEEDARV)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  SUPPLIER-PERFORMANCE REPORT (DDNAME=FARVRPT)   *
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
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-ROW-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-OPEN-ROW-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-RPT-CNT                  PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
      *
       01  WS-PERIOD-TAG               PIC X(06)  VALUE SPACES.
       01  WS-PERIOD-MONTH REDEFINES WS-PERIOD-TAG.
           05  WS-PERIOD-CCYY          PIC 9(04).
           05  WS-PERIOD-MM            PIC 9(02).
       01  WS-PERIOD-START             PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  ONE ENTRY PER SOURCE SYSTEM AND FEED, KEPT IN THAT ORDER AS
      *  THEY ARE ADDED SO THE REPORT COMES STRAIGHT OFF THE TABLE.
      *  THE SPARE LAST ENTRY MAKES ROOM FOR THE INSERTION SHIFT.
      *****************************************************************
       01  WS-FEED-MAX                 PIC S9(04) COMP VALUE +200.
       01  WS-FEED-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-FEED-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-SHIFT-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-SHIFT-TO                 PIC S9(04) COMP VALUE +0.
       01  WS-NEW-FEED-KEY.
           05  WS-NEW-SOURCE           PIC X(08).
           05  WS-NEW-FEED-ID          PIC X(08).
       01  WS-FEED-TBL.
           05  WS-FEED-ENTRY           OCCURS 201 TIMES.
               10  WS-FEED-KEY.
                   15  WS-FEED-SOURCE  PIC X(08).
                   15  WS-FEED-ID      PIC X(08).
               10  WS-FEED-COUNTS.
                   15  WS-FEED-DUE     PIC S9(05) COMP-3.
                   15  WS-FEED-ON-TIME PIC S9(05) COMP-3.
                   15  WS-FEED-LATE    PIC S9(05) COMP-3.
                   15  WS-FEED-MISSED  PIC S9(05) COMP-3.
                   15  WS-FEED-LATE-MINS
                                       PIC S9(09) COMP-3.
                   15  WS-FEED-WORST-MINS
                                       PIC S9(05) COMP-3.
      *
      *      THE SOURCE-SYSTEM AND MONTH TOTALS, IN THE SAME SHAPE.
       01  WS-PREV-SOURCE              PIC X(08)  VALUE SPACES.
       01  WS-SRC-COUNTS.
           05  WS-SRC-DUE              PIC S9(05) COMP-3.
           05  WS-SRC-ON-TIME          PIC S9(05) COMP-3.
           05  WS-SRC-LATE             PIC S9(05) COMP-3.
           05  WS-SRC-MISSED           PIC S9(05) COMP-3.
           05  WS-SRC-LATE-MINS        PIC S9(09) COMP-3.
           05  WS-SRC-WORST-MINS       PIC S9(05) COMP-3.
       01  WS-ALL-COUNTS.
           05  WS-ALL-DUE              PIC S9(05) COMP-3.
           05  WS-ALL-ON-TIME          PIC S9(05) COMP-3.
           05  WS-ALL-LATE             PIC S9(05) COMP-3.
           05  WS-ALL-MISSED           PIC S9(05) COMP-3.
           05  WS-ALL-LATE-MINS        PIC S9(09) COMP-3.
           05  WS-ALL-WORST-MINS       PIC S9(05) COMP-3.
      *
      *      THE COUNTS OF THE LINE BEING PRINTED.
       01  WS-PRT-COUNTS.
           05  WS-PRT-DUE              PIC S9(05) COMP-3.
           05  WS-PRT-ON-TIME          PIC S9(05) COMP-3.
           05  WS-PRT-LATE             PIC S9(05) COMP-3.
           05  WS-PRT-MISSED           PIC S9(05) COMP-3.
           05  WS-PRT-LATE-MINS        PIC S9(09) COMP-3.
           05  WS-PRT-WORST-MINS       PIC S9(05) COMP-3.
      *
       COPY GVBCFARV.
       COPY GVBCRUNC.
      *
      *****************************************************************
      *  REPORT LINES.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(55)  VALUE
               'MBRFARPT - INBOUND FEED SUPPLIER PERFORMANCE  PERIOD: '.
           05  WS-RPT-TITLE-PERIOD     PIC X(06).
           05  FILLER                  PIC X(71)  VALUE SPACES.
      *
       01  WS-RPT-COLUMN-HDR.
           05  FILLER                  PIC X(36)  VALUE
               'SOURCE    FEED'.
           05  FILLER                  PIC X(40)  VALUE
               '   DUE  ONTIME    LATE  MISSED  ON-TIME%'.
           05  FILLER                  PIC X(25)  VALUE
               '     AVG LATE  WORST LATE'.
           05  FILLER                  PIC X(31)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-SOURCE       PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-FEED         PIC X(26).
           05  WS-RPT-DTL-DUE          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-ON-TIME      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-LATE         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-MISSED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-RPT-DTL-PCT          PIC ZZ9.9.
           05  FILLER                  PIC X(07)  VALUE SPACES.
           05  WS-RPT-DTL-AVG-LATE     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  WS-RPT-DTL-WORST-LATE   PIC ZZ,ZZ9.
           05  FILLER                  PIC X(31)  VALUE SPACES.
      *
       01  WS-RPT-PCT-WORK             PIC S9(03)V9(01) COMP-3
                                                  VALUE +0.
       01  WS-RPT-AVG-WORK             PIC S9(05) COMP-3 VALUE +0.
      *
       COPY GVBCKWRD.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
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
           MOVE 'MBRFARPT'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-START-BROWSE     THRU 200-EXIT
                PERFORM 210-READ-ROW         THRU 210-EXIT
                     UNTIL EOF-FLAG = 'Y'
                        OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 600-WRITE-REPORT     THRU 600-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRFARPT'                TO RUNC-REG-RUN-ID
           MOVE WS-ROW-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-RPT-CNT                TO RUNC-REG-RCRDS-WRITTEN
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
      *  CONTROL CARD, THE MONTH REVIEWED, AND THE FILES.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           SET  TP90R-ANCHOR              TO NULL
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE 'MBRFARPT'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'MONTH'                TO KWRD-NAME (1)
           MOVE SPACES                 TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           IF   KWRD-VALUE (1) = SPACES
                MOVE WS-TODAY-CCYYMMDD     TO JDAY-GREGORIAN-DATE
                MOVE 01                    TO JDAY-GREGORIAN-DATE (7:2)
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY - 1
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE (1:6) TO WS-PERIOD-TAG
           ELSE
                MOVE KWRD-VALUE (1) (1:6)  TO WS-PERIOD-TAG
           END-IF
           IF   WS-PERIOD-TAG NOT NUMERIC
           OR   WS-PERIOD-MM < 01
           OR   WS-PERIOD-MM > 12
           OR   KWRD-VALUE (1) (7:1) NOT = SPACE
                DISPLAY 'MBRFARPT: MONTH MUST BE CCYYMM'
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE WS-PERIOD-TAG             TO WS-PERIOD-START (1:6)
           MOVE 01                        TO WS-PERIOD-START (7:2)
           MOVE WS-PERIOD-TAG             TO WS-RPT-TITLE-PERIOD
           DISPLAY 'MBRFARPT: REVIEWING MONTH ' WS-PERIOD-TAG
      *
           MOVE 'FEEDARV '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 FARV-RECORD,
                                 FARV-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFARPT DD: FEEDARV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           MOVE 'FARVRPT '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFARPT DD: FARVRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSITION THE BROWSE AT THE FIRST BUSINESS DATE OF THE MONTH.
      ***************************************************************
       200-START-BROWSE.
      *
           MOVE ' '                       TO EOF-FLAG
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF FARV-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE WS-PERIOD-START           TO FARV-KEY-BUSN-DATE
           MOVE LOW-VALUES                TO FARV-KEY-FEED-ID
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 FARV-RECORD,
                                 FARV-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE 'Y'                TO EOF-FLAG
             WHEN OTHER
                  DISPLAY 'MBRFARPT DD: FEEDARV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE ARRIVAL ROW OF THE MONTH, COUNTED AGAINST ITS FEED.
      ***************************************************************
       210-READ-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 FARV-RECORD,
                                 FARV-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 210-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRFARPT DD: FEEDARV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 210-EXIT
             WHEN OTHER
                  MOVE FARV-KEY           TO FARV-RECORD-KEY
           END-EVALUATE
           IF   FARV-KEY-BUSN-DATE (1:6) NOT = WS-PERIOD-TAG
                MOVE 'Y'                  TO EOF-FLAG
                GO TO 210-EXIT
           END-IF
           IF   FARV-STATUS-WAITING
           AND  FARV-KEY-BUSN-DATE NOT < WS-TODAY-CCYYMMDD
                ADD  +1                   TO WS-OPEN-ROW-CNT
                GO TO 210-EXIT
           END-IF
           ADD  +1                        TO WS-ROW-CNT
      *
           MOVE FARV-SOURCE-SYSTEM        TO WS-NEW-SOURCE
           MOVE FARV-KEY-FEED-ID          TO WS-NEW-FEED-ID
           PERFORM 300-FIND-FEED          THRU 300-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 210-EXIT
           END-IF
      *
           ADD  +1                        TO WS-FEED-DUE (WS-FEED-IDX)
           EVALUATE TRUE
             WHEN FARV-STATUS-ON-TIME
                  ADD  +1             TO WS-FEED-ON-TIME (WS-FEED-IDX)
             WHEN FARV-STATUS-LATE
                  ADD  +1             TO WS-FEED-LATE (WS-FEED-IDX)
                  ADD  FARV-LATE-MINUTES
                                      TO WS-FEED-LATE-MINS
                                                        (WS-FEED-IDX)
                  IF   FARV-LATE-MINUTES >
                                  WS-FEED-WORST-MINS (WS-FEED-IDX)
                       MOVE FARV-LATE-MINUTES
                                      TO WS-FEED-WORST-MINS
                                                        (WS-FEED-IDX)
                  END-IF
             WHEN OTHER
                  ADD  +1             TO WS-FEED-MISSED (WS-FEED-IDX)
           END-EVALUATE
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND THE TABLE ENTRY FOR WS-NEW-FEED-KEY, OR INSERT IT IN
      *  SOURCE/FEED ORDER BY SHIFTING THE HIGHER ENTRIES UP ONE.
      ***************************************************************
       300-FIND-FEED.
      *
           MOVE +1                        TO WS-FEED-IDX
           PERFORM 310-SCAN-ONE-FEED      THRU 310-EXIT
                   UNTIL WS-FEED-IDX > WS-FEED-CNT
                      OR WS-FEED-KEY (WS-FEED-IDX) >= WS-NEW-FEED-KEY
           IF   WS-FEED-IDX <= WS-FEED-CNT
           AND  WS-FEED-KEY (WS-FEED-IDX) = WS-NEW-FEED-KEY
                GO TO 300-EXIT
           END-IF
      *
           IF   WS-FEED-CNT >= WS-FEED-MAX
                DISPLAY 'MBRFARPT: MORE THAN 200 FEEDS IN THE MONTH'
                MOVE 'Y'                   TO SEVERE-ERROR
                GO TO 300-EXIT
           END-IF
      *
           MOVE WS-FEED-CNT               TO WS-SHIFT-IDX
           PERFORM 320-SHIFT-ONE-FEED     THRU 320-EXIT
                   UNTIL WS-SHIFT-IDX < WS-FEED-IDX
           ADD  +1                        TO WS-FEED-CNT
           MOVE WS-NEW-FEED-KEY           TO WS-FEED-KEY (WS-FEED-IDX)
           MOVE +0                        TO WS-FEED-DUE (WS-FEED-IDX)
                                        WS-FEED-ON-TIME (WS-FEED-IDX)
                                        WS-FEED-LATE (WS-FEED-IDX)
                                        WS-FEED-MISSED (WS-FEED-IDX)
                                        WS-FEED-LATE-MINS (WS-FEED-IDX)
                                        WS-FEED-WORST-MINS
                                                        (WS-FEED-IDX)
           .
       300-EXIT.
           EXIT.
      *
      *
       310-SCAN-ONE-FEED.
      *
           ADD  +1                        TO WS-FEED-IDX
           .
       310-EXIT.
           EXIT.
      *
      *
       320-SHIFT-ONE-FEED.
      *
           COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1
           MOVE WS-FEED-ENTRY (WS-SHIFT-IDX)
                                          TO WS-FEED-ENTRY (WS-SHIFT-TO)
           SUBTRACT 1                     FROM WS-SHIFT-IDX
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE LINE PER FEED, A TOTAL PER SOURCE SYSTEM, AND THE MONTH.
      ***************************************************************
       600-WRITE-REPORT.
      *
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
      *
           IF   WS-FEED-CNT = ZERO
                MOVE 'NO FEED ARRIVALS RECORDED FOR THE PERIOD'
                                          TO WS-RPT-LINE
                PERFORM 690-WRITE-LINE    THRU 690-EXIT
                GO TO 600-EXIT
           END-IF
      *
           MOVE WS-RPT-COLUMN-HDR         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
      *
           INITIALIZE WS-SRC-COUNTS
                      WS-ALL-COUNTS
           MOVE +0                        TO WS-FEED-IDX
           PERFORM 610-WRITE-ONE-FEED     THRU 610-EXIT
                   UNTIL WS-FEED-IDX >= WS-FEED-CNT
                      OR SEVERE-ERROR NOT = ' '
           PERFORM 620-WRITE-SOURCE-TOTAL THRU 620-EXIT
      *
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           MOVE WS-ALL-COUNTS             TO WS-PRT-COUNTS
           MOVE SPACES                    TO WS-RPT-DTL-SOURCE
           MOVE 'ALL SOURCES, MONTH TOTAL' TO WS-RPT-DTL-FEED
           PERFORM 650-PRINT-COUNTS       THRU 650-EXIT
           .
       600-EXIT.
           EXIT.
      *
      *
       610-WRITE-ONE-FEED.
      *
           ADD  +1                        TO WS-FEED-IDX
           IF   WS-FEED-SOURCE (WS-FEED-IDX) NOT = WS-PREV-SOURCE
                IF   WS-PREV-SOURCE NOT = SPACES
                     PERFORM 620-WRITE-SOURCE-TOTAL THRU 620-EXIT
                END-IF
                MOVE WS-FEED-SOURCE (WS-FEED-IDX) TO WS-PREV-SOURCE
                INITIALIZE WS-SRC-COUNTS
           END-IF
      *
           MOVE WS-FEED-COUNTS (WS-FEED-IDX) TO WS-PRT-COUNTS
           ADD  WS-PRT-DUE                TO WS-SRC-DUE WS-ALL-DUE
           ADD  WS-PRT-ON-TIME            TO WS-SRC-ON-TIME
                                             WS-ALL-ON-TIME
           ADD  WS-PRT-LATE               TO WS-SRC-LATE WS-ALL-LATE
           ADD  WS-PRT-MISSED             TO WS-SRC-MISSED
                                             WS-ALL-MISSED
           ADD  WS-PRT-LATE-MINS          TO WS-SRC-LATE-MINS
                                             WS-ALL-LATE-MINS
           IF   WS-PRT-WORST-MINS > WS-SRC-WORST-MINS
                MOVE WS-PRT-WORST-MINS    TO WS-SRC-WORST-MINS
           END-IF
           IF   WS-PRT-WORST-MINS > WS-ALL-WORST-MINS
                MOVE WS-PRT-WORST-MINS    TO WS-ALL-WORST-MINS
           END-IF
      *
           MOVE WS-FEED-SOURCE (WS-FEED-IDX) TO WS-RPT-DTL-SOURCE
           MOVE WS-FEED-ID (WS-FEED-IDX)  TO WS-RPT-DTL-FEED
           PERFORM 650-PRINT-COUNTS       THRU 650-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
       620-WRITE-SOURCE-TOTAL.
      *
           MOVE WS-SRC-COUNTS             TO WS-PRT-COUNTS
           MOVE WS-PREV-SOURCE            TO WS-RPT-DTL-SOURCE
           MOVE '  SOURCE SYSTEM TOTAL'   TO WS-RPT-DTL-FEED
           PERFORM 650-PRINT-COUNTS       THRU 650-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       620-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRINT WS-PRT-COUNTS ON THE DETAIL LINE.  THE ON-TIME
      *  PERCENTAGE IS OF THE DAYS DUE; THE AVERAGE LATENESS IS OVER
      *  THE LATE ARRIVALS ONLY.
      ***************************************************************
       650-PRINT-COUNTS.
      *
           MOVE WS-PRT-DUE                TO WS-RPT-DTL-DUE
           MOVE WS-PRT-ON-TIME            TO WS-RPT-DTL-ON-TIME
           MOVE WS-PRT-LATE               TO WS-RPT-DTL-LATE
           MOVE WS-PRT-MISSED             TO WS-RPT-DTL-MISSED
           IF   WS-PRT-DUE > ZERO
                COMPUTE WS-RPT-PCT-WORK ROUNDED =
                        WS-PRT-ON-TIME * 100 / WS-PRT-DUE
           ELSE
                MOVE +0                   TO WS-RPT-PCT-WORK
           END-IF
           MOVE WS-RPT-PCT-WORK           TO WS-RPT-DTL-PCT
           IF   WS-PRT-LATE > ZERO
                COMPUTE WS-RPT-AVG-WORK ROUNDED =
                        WS-PRT-LATE-MINS / WS-PRT-LATE
           ELSE
                MOVE +0                   TO WS-RPT-AVG-WORK
           END-IF
           MOVE WS-RPT-AVG-WORK           TO WS-RPT-DTL-AVG-LATE
           MOVE WS-PRT-WORST-MINS         TO WS-RPT-DTL-WORST-LATE
           MOVE WS-RPT-DETAIL-LINE        TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       650-EXIT.
           EXIT.
      *
      *
       690-WRITE-LINE.
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 690-EXIT
           END-IF
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFARPT DD: FARVRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-RPT-CNT
           END-IF
           .
       690-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      FARV-RECORD,
                                      FARV-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE WS-ROW-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARPT: ' WS-DISPLAY-MASK-1
                   ' ARRIVAL ROWS REVIEWED'
           MOVE WS-OPEN-ROW-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARPT: ' WS-DISPLAY-MASK-1
                   ' ROWS STILL OPEN FOR TODAY, LEFT OUT'
           MOVE WS-FEED-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARPT: ' WS-DISPLAY-MASK-1 ' FEEDS'
           .
       9900-EXIT.
           EXIT.
