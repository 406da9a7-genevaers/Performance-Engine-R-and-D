       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRAUDCV.
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
      ** DESCRIPTION: AUDIT-JOURNAL CHAIN VERIFIER (SEE GVBCAUDH).     *
      **              WALKS THE FLAT JOURNAL (ALLOCATED UNDER THE      *
      **              CHAIN ID AS ITS DD NAME) AND, FOR CUSTNAUD, THE  *
      **              AUDSEGNN MONTHLY SEGMENTS IN CATALOG (MONTH)     *
      **              ORDER AS ONE CONTINUOUS CHAIN, RECOMPUTING       *
      **              EVERY LINK THROUGH MBRAUDCH FROM THE PREVIOUS    *
      **              PAIR'S HASH, AND REPORTS THE FIRST BREAK IN      *
      **              EACH WALK:                                       *
      **                UNCHAINED PAIR  - SEQUENCE ZERO, WRITTEN WHEN  *
      **                                  NO AUDCHNV DD WAS ALLOCATED  *
      **                PAIRS MISSING   - A GAP IN THE SEQUENCE        *
      **                OUT OF SEQUENCE - A PAIR REPEATED OR MOVED     *
      **                PAIR ALTERED    - THE HASH DOES NOT RECOMPUTE  *
      **              A WALK THAT REACHES ITS END INTACT IS CHECKED    *
      **              AGAINST THE CHAIN'S AUDCHNV HEAD ROW, SO PAIRS   *
      **              CUT FROM THE END OF THE JOURNAL ARE CAUGHT TOO.  *
      **              THE SEGMENTS ARE A SNAPSHOT, SO A HEAD AHEAD OF  *
      **              THEM IS ONLY NOTED.  EITHER SOURCE IS OPTIONAL,  *
      **              BUT AT LEAST ONE MUST BE ALLOCATED.              *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRAUDCH - AUDIT CHAIN-LINK SERVICE           *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CONTROL CARD                (DDNAME=CTLCARD)   *
      **                AUDIT JOURNAL               (DDNAME=CHAINID)   *
      **                SEGMENT CATALOG             (DDNAME=AUDCATV)   *
      **                MONTHLY SEGMENTS            (DDNAME=AUDSEGNN)  *
      **                CHAIN-HEAD CLUSTER          (DDNAME=AUDCHNV)   *
      **                                                               *
      ** OUTPUT FILES:  CHAIN VERIFICATION REPORT   (DDNAME=CHAINRPT)  *
      **                                                               *
      ** CONTROL CARD:  CHAINID=CUSTNAUD  CHAIN TO VERIFY - CASEAUD,   *
      **                                  OR MLOADNNN FOR ONE STREAM   *
      **                                  OF A PARTITIONED LOAD        *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY CHAIN WALKED IS INTACT              *
      **              0008 - A BREAK WAS FOUND AND REPORTED            *
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
       01  WS-MBRAUDCH                 PIC X(08)  VALUE 'MBRAUDCH'.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-PAIRS-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-BREAK-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-RPT-LINES-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-WALKS-CNT                PIC S9(04) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CHAIN-ID                 PIC X(08)  VALUE 'CUSTNAUD'.
      *
      *****************************************************************
      *  THE CHAIN'S AUDCHNV HEAD, READ ONCE AT THE START.
      *****************************************************************
       01  WS-HEAD-STATE-SW            PIC X(01)  VALUE 'X'.
           88  WS-HEAD-FOUND                      VALUE 'Y'.
           88  WS-HEAD-NOT-FOUND                  VALUE 'N'.
           88  WS-HEAD-NO-DD                      VALUE 'X'.
       01  WS-HEAD-SEQ                 PIC 9(09)  VALUE ZEROES.
       01  WS-HEAD-HASH                PIC 9(15)  VALUE ZEROES.
      *
      *****************************************************************
      *  STATE OF THE WALK IN PROGRESS - THE JOURNAL, OR THE
      *  SEGMENTS TAKEN TOGETHER.  EVERY PAIR MUST CARRY THE
      *  EXPECTED SEQUENCE AND RECOMPUTE FROM THE PRIOR HASH.
      *****************************************************************
       01  WS-WALK-MODE-SW             PIC X(01)  VALUE 'J'.
           88  WS-WALK-JOURNAL                    VALUE 'J'.
           88  WS-WALK-SEGMENTS                   VALUE 'S'.
       01  WS-WALK-STATE-SW            PIC X(01)  VALUE ' '.
           88  WS-WALK-INTACT                     VALUE ' '.
           88  WS-WALK-BROKEN                     VALUE 'B'.
       01  WS-WALK-SOURCE              PIC X(08)  VALUE SPACES.
       01  WS-WALK-PAIR-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-WALK-EXP-SEQ             PIC 9(09)  VALUE ZEROES.
       01  WS-WALK-PRIOR-HASH          PIC 9(15)  VALUE ZEROES.
       01  WS-WALK-LAST-SEQ            PIC 9(09)  VALUE ZEROES.
      *
      *****************************************************************
      *  MONTHLY SEGMENTS FROM THE AUDCATV CATALOG (SEE GVBCAUDP),
      *  IN CATALOG KEY - MONTH - ORDER.
      *****************************************************************
       COPY GVBCAUDP.
      *
       01  WS-SEG-CNT                  PIC S9(04) COMP VALUE +0.
       01  WS-SEG-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-SEG-LIST.
           05  WS-SEG-DDNAME           OCCURS 24 TIMES PIC X(08).
       01  WS-CAT-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-CAT-EOF                         VALUE 'Y'.
      *
      *****************************************************************
      *  ONE CUSTNAUD PAIR (THE MBRAUDWR LAYOUT, CHAIN FIELDS LAST).
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
       01  WS-RPT-LINE.
           05  WS-RPT-SOURCE           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-PAIR-NBR         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE ' SEQ '.
           05  WS-RPT-CHAIN-SEQ        PIC 9(09).
           05  FILLER                  PIC X(10)  VALUE ' EXPECTED '.
           05  WS-RPT-EXPECTED-SEQ     PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-TEXT             PIC X(40).
           05  FILLER                  PIC X(06)  VALUE SPACES.
      *
       COPY GVBCAUDH.
       COPY GVBCKWRD.
       COPY GVBCRUNC.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - TP90 FOR THE JOURNAL AND EACH
      *  SEGMENT IN TURN, TP90C THE CATALOG, TP90H THE CHAIN HEADS,
      *  TP90R THE REPORT.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
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
                                ==TP90H-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90H-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90H-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90H-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90H-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90H-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90H-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90H-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90H-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90H-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90H-ESDS==.
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
           MOVE 'MBRAUDCV'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-WALK-JOURNAL      THRU 200-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 300-WALK-SEGMENTS     THRU 300-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
           AND  WS-WALKS-CNT = ZERO
                DISPLAY 'MBRAUDCV: NO JOURNAL OR SEGMENT DD IS '
                        'ALLOCATED - NOTHING TO VERIFY'
                MOVE 'Y'                     TO SEVERE-ERROR
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRAUDCV'                TO RUNC-REG-RUN-ID
           MOVE WS-PAIRS-READ-CNT         TO RUNC-REG-RCRDS-READ
           MOVE WS-RPT-LINES-CNT          TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-BREAK-CNT              TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-BREAK-CNT > ZERO
                  MOVE 8                     TO RETURN-CODE
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
      *  PARSE THE CONTROL CARD, OPEN THE REPORT AND READ THE
      *  CHAIN'S HEAD ROW.  NO AUDCHNV DD LEAVES THE END OF EACH
      *  WALK UNCHECKED, WHICH THE REPORT SAYS.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           SET  TP90C-ANCHOR              TO NULL
           SET  TP90H-ANCHOR              TO NULL
           SET  TP90R-ANCHOR              TO NULL
      *
           MOVE 'MBRAUDCV'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'CHAINID'              TO KWRD-NAME (1)
           MOVE WS-CHAIN-ID            TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
           OR   KWRD-VALUE (1) (1:8) = SPACES
           OR   KWRD-VALUE (1) (9:56) NOT = SPACES
                DISPLAY 'MBRAUDCV: CHAINID MUST BE ONE TO EIGHT '
                        'CHARACTERS'
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:8)   TO WS-CHAIN-ID
      *
           MOVE  'CHAINRPT'            TO TP90R-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90R-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90R-FILE-TYPE
           MOVE  TP90-VALUE-OUTPUT     TO TP90R-FILE-MODE
           MOVE  SPACES                TO TP90R-RETURN-CODE
           MOVE  +0                    TO TP90R-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-RPT-LINE TO TP90R-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAUDCV DD: CHAINRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET   TP90R-ANCHOR         TO NULL
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE  'AUDCHNV '            TO TP90H-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90H-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90H-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90H-FILE-MODE
           MOVE  SPACES                TO TP90H-RETURN-CODE
           MOVE  +0                    TO TP90H-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90H-RECORD-LENGTH
           MOVE  SPACES                TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 AUDH-RECORD,
                                 AUDH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90H-ANCHOR          TO NULL
                DISPLAY 'MBRAUDCV: NO AUDCHNV DD ALLOCATED, CHAIN '
                        'ENDS NOT CHECKED AGAINST THE HEAD'
                GO TO 100-EXIT
           END-IF
      *
           MOVE  WS-CHAIN-ID           TO AUDH-RECORD-KEY
           MOVE  LENGTH OF AUDH-RECORD TO TP90H-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90H-RECFM
           MOVE  TP90-VALUE-LOCATE     TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 AUDH-RECORD,
                                 AUDH-RECORD-KEY
           IF   TP90H-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-HEAD-FOUND         TO TRUE
                MOVE AUDH-LAST-SEQ         TO WS-HEAD-SEQ
                MOVE AUDH-LAST-HASH        TO WS-HEAD-HASH
           ELSE
                SET  WS-HEAD-NOT-FOUND     TO TRUE
           END-IF
           DISPLAY 'MBRAUDCV: CHAIN ' WS-CHAIN-ID ' HEAD AT SEQUENCE '
                   WS-HEAD-SEQ
      *
           MOVE  TP90-VALUE-CLOSE      TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 AUDH-RECORD,
                                 AUDH-RECORD-KEY
           SET   TP90H-ANCHOR          TO NULL
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WALK THE FLAT JOURNAL FROM ITS FIRST PAIR, WHICH MUST BE
      *  THE GENESIS PAIR, TO ITS LAST, WHICH MUST BE THE HEAD.
      *  THE JOURNAL'S DD NAME IS THE CHAIN ID.
      ***************************************************************
       200-WALK-JOURNAL.
      *
           MOVE  WS-CHAIN-ID           TO TP90-DDNAME
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
                SET  TP90-ANCHOR           TO NULL
                DISPLAY 'MBRAUDCV: NO ' WS-CHAIN-ID ' DD ALLOCATED, '
                        'JOURNAL NOT WALKED'
                GO TO 200-EXIT
           END-IF
      *
           SET   WS-WALK-JOURNAL       TO TRUE
           MOVE  WS-CHAIN-ID           TO WS-WALK-SOURCE
           PERFORM 800-START-WALK      THRU 800-EXIT
      *
           MOVE  ' '                   TO EOF-FLAG
           PERFORM 400-READ-ONE-PAIR   THRU 400-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
           MOVE  TP90-VALUE-CLOSE      TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           SET   TP90-ANCHOR           TO NULL
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 700-CHECK-AGAINST-HEAD THRU 700-EXIT
                PERFORM 750-REPORT-WALK-RESULT THRU 750-EXIT
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WALK THE SEGMENTS, OLDEST MONTH FIRST.  CONCATENATED THEY
      *  ARE THE JOURNAL AS IT STOOD WHEN MBRAUDPT LAST RAN, SO THE
      *  CHAIN RUNS ON FROM ONE SEGMENT INTO THE NEXT.  ONLY THE
      *  CUSTNAUD CHAIN IS SEGMENTED.
      ***************************************************************
       300-WALK-SEGMENTS.
      *
           IF   WS-CHAIN-ID NOT = 'CUSTNAUD'
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 310-PLAN-SEGMENTS   THRU 310-EXIT
           IF   WS-SEG-CNT = ZERO
                GO TO 300-EXIT
           END-IF
      *
           SET   WS-WALK-SEGMENTS      TO TRUE
           MOVE  WS-SEG-DDNAME (1)     TO WS-WALK-SOURCE
           PERFORM 800-START-WALK      THRU 800-EXIT
      *
           MOVE  +0                    TO WS-SEG-IDX
           PERFORM 330-WALK-ONE-SEGMENT THRU 330-EXIT
                   UNTIL WS-SEG-IDX >= WS-SEG-CNT
                      OR WS-WALK-BROKEN
                      OR SEVERE-ERROR NOT = ' '
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 700-CHECK-AGAINST-HEAD THRU 700-EXIT
                PERFORM 750-REPORT-WALK-RESULT THRU 750-EXIT
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
       310-PLAN-SEGMENTS.
      *
           MOVE  'AUDCATV '            TO TP90C-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90C-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90C-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90C-FILE-MODE
           MOVE  SPACES                TO TP90C-RETURN-CODE
           MOVE  +0                    TO TP90C-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90C-RECORD-LENGTH
           MOVE  SPACES                TO TP90C-RECFM
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 AUDC-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90C-ANCHOR       TO NULL
                DISPLAY 'MBRAUDCV: NO AUDCATV DD ALLOCATED, '
                        'SEGMENTS NOT WALKED'
                GO TO 310-EXIT
           END-IF
      *
           MOVE  TP90-VALUE-START-BROWSE TO TP90C-FUNCTION-CODE
           MOVE  LENGTH OF AUDC-RECORD TO TP90C-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90C-RECFM
           MOVE  LOW-VALUES            TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 AUDC-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CAT-EOF         TO TRUE
           END-IF
           PERFORM 320-COLLECT-ONE-MONTH THRU 320-EXIT
                   UNTIL WS-CAT-EOF
                      OR WS-SEG-CNT >= +24
      *
           MOVE  TP90-VALUE-CLOSE      TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 AUDC-RECORD,
                                 TP90-RECORD-KEY
           SET   TP90C-ANCHOR          TO NULL
           DISPLAY 'MBRAUDCV: ' WS-SEG-CNT ' CATALOGED SEGMENTS'
           .
       310-EXIT.
           EXIT.
      *
      *
       320-COLLECT-ONE-MONTH.
      *
           MOVE  TP90-VALUE-READNEXT   TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 AUDC-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-CAT-EOF         TO TRUE
                GO TO 320-EXIT
           END-IF
      *
           ADD  +1                     TO WS-SEG-CNT
           MOVE  AUDC-SEGMENT-DD       TO WS-SEG-DDNAME (WS-SEG-CNT)
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE SEGMENT.  A CATALOGED SEGMENT THAT CANNOT BE OPENED
      *  LEAVES A HOLE IN THE CHAIN, SO IT IS THE WALK'S BREAK.
      ***************************************************************
       330-WALK-ONE-SEGMENT.
      *
           ADD   +1                    TO WS-SEG-IDX
           MOVE  WS-SEG-DDNAME (WS-SEG-IDX) TO WS-WALK-SOURCE
      *
           MOVE  WS-SEG-DDNAME (WS-SEG-IDX) TO TP90-DDNAME
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
                SET  TP90-ANCHOR           TO NULL
                MOVE SPACES                TO WS-AUDIT-RECORD
                MOVE ZEROES                TO WS-AUDIT-REC-CHAIN-SEQ
                MOVE 'SEGMENT DD NOT ALLOCATED'
                                           TO WS-RPT-TEXT
                PERFORM 610-REPORT-BREAK   THRU 610-EXIT
                GO TO 330-EXIT
           END-IF
      *
           MOVE  ' '                   TO EOF-FLAG
           PERFORM 400-READ-ONE-PAIR   THRU 400-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
                      OR WS-WALK-BROKEN
      *
           MOVE  TP90-VALUE-CLOSE      TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           SET   TP90-ANCHOR           TO NULL
           .
       330-EXIT.
           EXIT.
      *
      *
       400-READ-ONE-PAIR.
      *
           MOVE  TP90-VALUE-READ       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRAUDCV: ERROR READING ' WS-WALK-SOURCE
                          ' RC = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                 TO WS-PAIRS-READ-CNT
                  PERFORM 500-CHECK-ONE-PAIR THRU 500-EXIT
           END-EVALUATE
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE LINK.  THE SEQUENCE MUST BE THE ONE EXPECTED AND THE
      *  STORED HASH MUST RECOMPUTE FROM THE PREVIOUS PAIR'S HASH.
      *  ONLY THE FIRST BREAK OF A WALK IS REPORTED - EVERY LINK
      *  AFTER IT IS SUSPECT ANYWAY.
      ***************************************************************
       500-CHECK-ONE-PAIR.
      *
           ADD  +1                        TO WS-WALK-PAIR-CNT
      *
           EVALUATE TRUE
             WHEN WS-AUDIT-REC-CHAIN-SEQ = ZERO
                  MOVE 'UNCHAINED PAIR'   TO WS-RPT-TEXT
                  PERFORM 610-REPORT-BREAK THRU 610-EXIT
                  GO TO 500-EXIT
             WHEN WS-AUDIT-REC-CHAIN-SEQ < WS-WALK-EXP-SEQ
                  MOVE 'PAIR OUT OF SEQUENCE OR REPEATED'
                                          TO WS-RPT-TEXT
                  PERFORM 610-REPORT-BREAK THRU 610-EXIT
                  GO TO 500-EXIT
             WHEN WS-AUDIT-REC-CHAIN-SEQ > WS-WALK-EXP-SEQ
                  MOVE 'PAIRS MISSING BEFORE THIS ONE'
                                          TO WS-RPT-TEXT
                  PERFORM 610-REPORT-BREAK THRU 610-EXIT
                  GO TO 500-EXIT
           END-EVALUATE
      *
           SET  AUDH-FCN-HASH             TO TRUE
           MOVE WS-CHAIN-ID               TO AUDH-CHAIN-ID
           MOVE WS-AUDIT-RECORD (1:223)   TO AUDH-PAIR-IMAGE
           MOVE WS-WALK-PRIOR-HASH        TO AUDH-PRIOR-HASH
           MOVE WS-AUDIT-REC-CHAIN-SEQ    TO AUDH-CHAIN-SEQ
           CALL WS-MBRAUDCH USING AUDH-LINK-PARMS
           IF   AUDH-CHAIN-HASH NOT = WS-AUDIT-REC-CHAIN-HASH
                MOVE 'PAIR ALTERED - HASH DOES NOT RECOMPUTE'
                                          TO WS-RPT-TEXT
                PERFORM 610-REPORT-BREAK  THRU 610-EXIT
                GO TO 500-EXIT
           END-IF
      *
           MOVE WS-AUDIT-REC-CHAIN-HASH   TO WS-WALK-PRIOR-HASH
           MOVE WS-AUDIT-REC-CHAIN-SEQ    TO WS-WALK-LAST-SEQ
           ADD  +1                        TO WS-WALK-EXP-SEQ
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REPORT A BREAK AT THE PAIR IN HAND AND STOP THE WALK.  THE
      *  CALLER HAS ALREADY PUT THE REASON IN WS-RPT-TEXT.
      ***************************************************************
       610-REPORT-BREAK.
      *
           SET  WS-WALK-BROKEN            TO TRUE
           ADD  +1                        TO WS-BREAK-CNT
           MOVE WS-WALK-SOURCE            TO WS-RPT-SOURCE
           MOVE WS-WALK-PAIR-CNT          TO WS-RPT-PAIR-NBR
           MOVE WS-AUDIT-REC-CHAIN-SEQ    TO WS-RPT-CHAIN-SEQ
           MOVE WS-WALK-EXP-SEQ           TO WS-RPT-EXPECTED-SEQ
           MOVE WS-AUDIT-REC-KEY          TO WS-RPT-KEY-ID
           MOVE WS-AUDIT-RECORD (1:8)     TO WS-RPT-RUN-DATE
           PERFORM 600-WRITE-REPORT-LINE  THRU 600-EXIT
           DISPLAY 'MBRAUDCV: CHAIN BREAK IN ' WS-WALK-SOURCE
                   ' AT SEQUENCE ' WS-AUDIT-REC-CHAIN-SEQ ' - '
                   WS-RPT-TEXT
           .
       610-EXIT.
           EXIT.
      *
      *
       600-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAUDCV: ERROR WRITING CHAINRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD   +1                    TO WS-RPT-LINES-CNT
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AN INTACT WALK MUST END WHERE THE HEAD SAYS.  THE JOURNAL
      *  MUST END EXACTLY ON THE HEAD; THE SEGMENTS MAY END SHORT OF
      *  IT (LATER PAIRS ARE NOT PARTITIONED YET) BUT NEVER BEYOND
      *  IT, AND WHERE THEY REACH IT THE HASH MUST AGREE.
      ***************************************************************
       700-CHECK-AGAINST-HEAD.
      *
           IF   WS-WALK-BROKEN
           OR   WS-HEAD-NO-DD
                GO TO 700-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-AUDIT-RECORD
           MOVE WS-WALK-LAST-SEQ          TO WS-AUDIT-REC-CHAIN-SEQ
           MOVE WS-HEAD-SEQ               TO WS-WALK-EXP-SEQ
      *
           EVALUATE TRUE
             WHEN WS-HEAD-SEQ < WS-WALK-LAST-SEQ
                  MOVE 'PAIRS BEYOND THE CHAIN HEAD'
                                          TO WS-RPT-TEXT
                  PERFORM 610-REPORT-BREAK THRU 610-EXIT
             WHEN WS-HEAD-SEQ = WS-WALK-LAST-SEQ
              AND WS-HEAD-HASH NOT = WS-WALK-PRIOR-HASH
                  MOVE 'LAST PAIR DOES NOT MATCH THE CHAIN HEAD'
                                          TO WS-RPT-TEXT
                  PERFORM 610-REPORT-BREAK THRU 610-EXIT
             WHEN WS-HEAD-SEQ > WS-WALK-LAST-SEQ
              AND WS-WALK-JOURNAL
                  MOVE 'PAIRS MISSING FROM THE END'
                                          TO WS-RPT-TEXT
                  PERFORM 610-REPORT-BREAK THRU 610-EXIT
           END-EVALUATE
           .
       700-EXIT.
           EXIT.
      *
      *
       750-REPORT-WALK-RESULT.
      *
           ADD  +1                        TO WS-WALKS-CNT
           IF   WS-WALK-BROKEN
                GO TO 750-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-RPT-KEY-ID
                                             WS-RPT-RUN-DATE
           MOVE WS-WALK-SOURCE            TO WS-RPT-SOURCE
           MOVE WS-WALK-PAIR-CNT          TO WS-RPT-PAIR-NBR
           MOVE WS-WALK-LAST-SEQ          TO WS-RPT-CHAIN-SEQ
           MOVE WS-HEAD-SEQ               TO WS-RPT-EXPECTED-SEQ
           EVALUATE TRUE
             WHEN WS-HEAD-NO-DD
                  MOVE 'CHAIN INTACT - HEAD NOT CHECKED'
                                          TO WS-RPT-TEXT
             WHEN WS-HEAD-SEQ > WS-WALK-LAST-SEQ
                  MOVE 'CHAIN INTACT - LATER PAIRS UNSEGMENTED'
                                          TO WS-RPT-TEXT
             WHEN OTHER
                  MOVE 'CHAIN INTACT TO THE HEAD'
                                          TO WS-RPT-TEXT
           END-EVALUATE
           PERFORM 600-WRITE-REPORT-LINE  THRU 600-EXIT
           DISPLAY 'MBRAUDCV: ' WS-WALK-SOURCE ' ' WS-RPT-TEXT
           .
       750-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EVERY WALK STARTS AT THE GENESIS PAIR - SEQUENCE 1, FROM A
      *  PRIOR HASH OF ZERO.
      ***************************************************************
       800-START-WALK.
      *
           SET  WS-WALK-INTACT            TO TRUE
           MOVE +0                        TO WS-WALK-PAIR-CNT
           MOVE 1                         TO WS-WALK-EXP-SEQ
           MOVE ZEROES                    TO WS-WALK-PRIOR-HASH
                                             WS-WALK-LAST-SEQ
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
                                      WS-AUDIT-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE WS-PAIRS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAUDCV: ' WS-DISPLAY-MASK-1 ' PAIRS READ'
           MOVE WS-BREAK-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAUDCV: ' WS-DISPLAY-MASK-1 ' CHAIN BREAKS'
           .
       9900-EXIT.
           EXIT.
