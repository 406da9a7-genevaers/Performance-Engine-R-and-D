       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCFCAP.
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
      ** DESCRIPTION: SHARED CONTACT-FREQUENCY CAPPING CHECKER (SEE    *
      **              GVBCCFCP FOR THE CALLING INTERFACE, THE HISTORY  *
      **              ROW AND THE RULE CARDS).  EVERY OUTBOUND PATH    *
      **              ASKS IT BEFORE A PIECE GOES OUT AND TELLS IT     *
      **              WHEN ONE HAS, SO ONE CONTACT HISTORY AND ONE     *
      **              SET OF LIMITS GOVERN CAMPAIGNS, REMINDERS AND    *
      **              CORRESPONDENCE ALIKE.                            *
      **                K - CHECK: CLASSIFY THE PIECE FROM THE         *
      **                    CAPRULES 'P' CARDS (OR THE CALLER'S        *
      **                    DEFAULT CLASS), AND FOR A MARKETING PIECE  *
      **                    COUNT THE CUSTOMER'S MARKETING CONTACTS    *
      **                    ON CONTHIST INSIDE THE WINDOW OF EVERY     *
      **                    'L' LIMIT THAT APPLIES.  A LIMIT ALREADY   *
      **                    REACHED SUPPRESSES THE PIECE, AND THE      *
      **                    SUPPRESSION IS WRITTEN TO CONTHIST AS AN   *
      **                    'S' ROW FOR REPORTING.  SERVICING AND      *
      **                    REGULATORY PIECES ARE NEVER SUPPRESSED.    *
      **                R - RECORD: WRITE THE PIECE TO CONTHIST AS     *
      **                    CONTACTED.  A RERUN THAT SENDS THE SAME    *
      **                    PIECE THE SAME DAY REPLACES THE ROW, AND   *
      **                    THE CHECK DOES NOT COUNT IT AGAINST        *
      **                    ITSELF.                                    *
      **                C - CLOSE.                                     *
      **              THE DDS ARE OPENED ON FIRST USE AND CONTHIST IS  *
      **              HELD OPEN UNTIL THE CALLER'S CLOSE CALL, THE     *
      **              MBRAUDWR CONVENTION; A MISSING CONTHIST MEANS NO *
      **              HISTORY AND NO CAPS, A MISSING CAPRULES MEANS NO *
      **              CAPS.                                            *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                                                               *
      ** INPUT FILES:   CAPPING RULES               (DDNAME=CAPRULES)  *
      **                                                               *
      ** I-O FILES:     CONTACT HISTORY KSDS        (DDNAME=CONTHIST)  *
      **                                                               *
      ** OUTPUT FILES:  NONE                                           *
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
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
      *
       01  WS-HISTORY-DDNAME           PIC X(08)  VALUE 'CONTHIST'.
       01  WS-HISTORY-STATE-SW         PIC X(01)  VALUE ' '.
           88  WS-HISTORY-UNTRIED                 VALUE ' '.
           88  WS-HISTORY-IS-OPEN                 VALUE 'O'.
           88  WS-HISTORY-UNAVAILABLE             VALUE 'N'.
       01  WS-RULES-DDNAME             PIC X(08)  VALUE 'CAPRULES'.
       01  WS-RULES-STATE-SW           PIC X(01)  VALUE ' '.
           88  WS-RULES-UNTRIED                   VALUE ' '.
           88  WS-RULES-LOADED                    VALUE 'L'.
           88  WS-RULES-UNAVAILABLE               VALUE 'N'.
       01  WS-RULES-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-RULES-EOF                       VALUE 'Y'.
       01  WS-HIST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-HIST-EOF                        VALUE 'Y'.
      *
       01  WS-CARD-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-BAD-CARD-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-NOW-TIME.
           05  WS-NOW-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).
      *
      *****************************************************************
      *  THE LIMITS, UP TO 20 'L' CARDS.  FOR THE CHECK IN HAND EACH
      *  CARRIES WHETHER IT APPLIES, THE FIRST DATE OF ITS WINDOW AND
      *  THE CONTACTS COUNTED INSIDE IT.
      *****************************************************************
       01  WS-LMT-MAX                  PIC S9(04) COMP VALUE +20.
       01  WS-LMT-CNT                  PIC S9(04) COMP VALUE +0.
       01  WS-LMT-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-LMT-TBL.
           05  WS-LMT-ENTRY            OCCURS 20 TIMES.
               10  WS-LMT-CLASS        PIC X(01).
               10  WS-LMT-CHANNEL      PIC X(04).
               10  WS-LMT-MAX-PIECES   PIC 9(03).
               10  WS-LMT-WINDOW-DAYS  PIC 9(03).
               10  WS-LMT-APPLIES-SW   PIC X(01).
                   88  WS-LMT-APPLIES             VALUE 'Y'.
               10  WS-LMT-START-DATE   PIC 9(08).
               10  WS-LMT-COUNT        PIC S9(05) COMP-3.
       01  WS-APPLY-CNT                PIC S9(04) COMP VALUE +0.
       01  WS-WINDOW-START             PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE PIECE CLASSIFICATIONS, UP TO 100 'P' CARDS.  THE LENGTH
      *  IS 8 FOR AN EXACT PIECE ID, OR THE PREFIX LENGTH BEFORE A
      *  TRAILING '*'.
      *****************************************************************
       01  WS-PCE-MAX                  PIC S9(04) COMP VALUE +100.
       01  WS-PCE-CNT                  PIC S9(04) COMP VALUE +0.
       01  WS-PCE-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-PCE-TBL.
           05  WS-PCE-ENTRY            OCCURS 100 TIMES.
               10  WS-PCE-PIECE-ID     PIC X(08).
               10  WS-PCE-LEN          PIC S9(04) COMP.
               10  WS-PCE-CLASS        PIC X(01).
       01  WS-PCE-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-PCE-FOUND                       VALUE 'Y'.
       01  WS-STAR-POS                 PIC S9(04) COMP VALUE +0.
      *
       COPY GVBCCFCP.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
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
       EJECT
       LINKAGE SECTION.
      *
       01  LS-CHECK-PARMS.
           05  LS-FUNCTION                    PIC X(01).
               88  LS-FCN-CHECK                  VALUE 'K'.
               88  LS-FCN-RECORD                 VALUE 'R'.
               88  LS-FCN-CLOSE                  VALUE 'C'.
           05  LS-KEY-ID                      PIC X(10).
           05  LS-CONTACT-DATE                PIC 9(08).
           05  LS-CHANNEL                     PIC X(04).
           05  LS-PIECE-ID                    PIC X(08).
           05  LS-SOURCE-PGM                  PIC X(08).
           05  LS-DEFAULT-CLASS               PIC X(01).
           05  LS-CLASS                       PIC X(01).
               88  LS-MARKETING                  VALUE 'M'.
               88  LS-REGULATORY                 VALUE 'R'.
           05  LS-SUPPRESS-SW                 PIC X(01).
               88  LS-SUPPRESS                   VALUE 'Y'.
           05  LS-RULE-MAX                    PIC 9(03).
           05  LS-RULE-DAYS                   PIC 9(03).
           05  LS-RULE-COUNT                  PIC 9(05).
           05  LS-RETURN-CODE                 PIC X(01).
      *
       PROCEDURE DIVISION USING LS-CHECK-PARMS.
      *
       000-MAIN-LOGIC.
      *
           MOVE 'N'                       TO LS-SUPPRESS-SW
           MOVE '0'                       TO LS-RETURN-CODE
           MOVE ZEROES                    TO LS-RULE-MAX
                                             LS-RULE-DAYS
                                             LS-RULE-COUNT
      *
           EVALUATE TRUE
             WHEN LS-FCN-CHECK
                  PERFORM 200-CHECK-ONE-PIECE THRU 200-EXIT
             WHEN LS-FCN-RECORD
                  PERFORM 300-RECORD-CONTACT THRU 300-EXIT
             WHEN LS-FCN-CLOSE
                  PERFORM 400-CLOSE-HISTORY THRU 400-EXIT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN CONTHIST AND LOAD THE RULES ON FIRST USE.  A MISSING
      *  DD IS REPORTED ONCE AND REMEMBERED.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           IF   WS-RULES-UNTRIED
                PERFORM 110-LOAD-RULES    THRU 110-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-HISTORY-IS-OPEN
                  CONTINUE
             WHEN WS-HISTORY-UNAVAILABLE
                  CONTINUE
             WHEN OTHER
                  SET   TP90-ANCHOR           TO NULL
                  MOVE  WS-HISTORY-DDNAME     TO TP90-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                  MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                  MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
                  MOVE  SPACES                TO TP90-RETURN-CODE
                  MOVE  +0                    TO TP90-VSAM-RETURN-CODE
                  MOVE  +0                    TO TP90-RECORD-LENGTH
                  MOVE  SPACES                TO TP90-RECFM

                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        CTHS-RECORD,
                                        CTHS-RECORD-KEY

                  IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-HISTORY-IS-OPEN TO TRUE
                  ELSE
                       SET  WS-HISTORY-UNAVAILABLE TO TRUE
                       DISPLAY 'MBRCFCAP: NO CONTHIST DD ALLOCATED, '
                               'NO CONTACT HISTORY OR CAPS'
                  END-IF
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE CAPRULES CARDS INTO THE LIMIT AND PIECE TABLES.
      ***************************************************************
       110-LOAD-RULES.
      *
           SET  TP90C-ANCHOR              TO NULL
           MOVE WS-RULES-DDNAME           TO TP90C-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90C-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90C-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90C-FILE-MODE
           MOVE SPACES                    TO TP90C-RETURN-CODE
           MOVE +0                        TO TP90C-VSAM-RETURN-CODE
           MOVE LENGTH OF CAPR-RECORD     TO TP90C-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90C-RECFM
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CAPR-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-RULES-UNAVAILABLE  TO TRUE
                DISPLAY 'MBRCFCAP: NO CAPRULES DD ALLOCATED, NO '
                        'CONTACT CAPS IN FORCE'
                GO TO 110-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-RULES-EOF-SW
           PERFORM 120-LOAD-ONE-CARD      THRU 120-EXIT
                   UNTIL WS-RULES-EOF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CAPR-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90C-ANCHOR              TO NULL
           SET  WS-RULES-LOADED           TO TRUE
      *
           MOVE WS-LMT-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCFCAP: ' WS-DISPLAY-MASK-1 ' CONTACT LIMITS '
                   'LOADED'
           MOVE WS-PCE-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCFCAP: ' WS-DISPLAY-MASK-1 ' PIECE '
                   'CLASSIFICATIONS LOADED'
           IF   WS-BAD-CARD-CNT > 0
                MOVE WS-BAD-CARD-CNT      TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRCFCAP: ' WS-DISPLAY-MASK-1 ' CAPRULES '
                        'CARDS IGNORED'
           END-IF
           .
       110-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE RULE CARD.  A BAD CARD IS REPORTED AND SKIPPED - THE
      *  REST OF THE RULES STILL HOLD.
      ***************************************************************
       120-LOAD-ONE-CARD.
      *
           MOVE TP90-VALUE-READ           TO TP90C-FUNCTION-CODE
           MOVE SPACES                    TO CAPR-RECORD
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CAPR-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-RULES-EOF        TO TRUE
                  GO TO 120-EXIT
             WHEN TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCFCAP DD: CAPRULES, GVBTP90 FAILED, '
                          'RET CD = ' TP90C-RETURN-CODE
                  SET  WS-RULES-EOF        TO TRUE
                  GO TO 120-EXIT
             WHEN CAPR-RECORD (1:1) = '*'
               OR CAPR-RECORD = SPACES
                  GO TO 120-EXIT
             WHEN OTHER
                  ADD  +1                  TO WS-CARD-CNT
           END-EVALUATE
      *
           EVALUATE TRUE
             WHEN CAPR-LIMIT-CARD
                  PERFORM 130-ADD-LIMIT    THRU 130-EXIT
             WHEN CAPR-PIECE-CARD
                  PERFORM 140-ADD-PIECE    THRU 140-EXIT
             WHEN OTHER
                  ADD  +1                  TO WS-BAD-CARD-CNT
                  DISPLAY 'MBRCFCAP: INVALID CAPRULES CARD IGNORED: '
                          CAPR-RECORD (1:20)
           END-EVALUATE
           .
       120-EXIT.
           EXIT.
      *
      *
       130-ADD-LIMIT.
      *
           IF   CAPR-LMT-CHANNEL = SPACES
           OR   CAPR-LMT-MAX-PIECES NOT NUMERIC
           OR   CAPR-LMT-WINDOW-DAYS NOT NUMERIC
           OR   CAPR-LMT-WINDOW-DAYS = ZERO
                ADD  +1                   TO WS-BAD-CARD-CNT
                DISPLAY 'MBRCFCAP: INVALID CAPRULES CARD IGNORED: '
                        CAPR-RECORD (1:20)
                GO TO 130-EXIT
           END-IF
           IF   NOT CAPR-LMT-MARKETING
                ADD  +1                   TO WS-BAD-CARD-CNT
                DISPLAY 'MBRCFCAP: ONLY MARKETING PIECES ARE CAPPED, '
                        'CARD IGNORED: ' CAPR-RECORD (1:20)
                GO TO 130-EXIT
           END-IF
           IF   WS-LMT-CNT >= WS-LMT-MAX
                ADD  +1                   TO WS-BAD-CARD-CNT
                DISPLAY 'MBRCFCAP: MORE THAN 20 LIMITS, CARD '
                        'IGNORED: ' CAPR-RECORD (1:20)
                GO TO 130-EXIT
           END-IF
      *
           ADD  +1                        TO WS-LMT-CNT
           MOVE CAPR-LMT-CLASS        TO WS-LMT-CLASS (WS-LMT-CNT)
           MOVE CAPR-LMT-CHANNEL      TO WS-LMT-CHANNEL (WS-LMT-CNT)
           MOVE CAPR-LMT-MAX-PIECES   TO WS-LMT-MAX-PIECES (WS-LMT-CNT)
           MOVE CAPR-LMT-WINDOW-DAYS  TO WS-LMT-WINDOW-DAYS (WS-LMT-CNT)
           .
       130-EXIT.
           EXIT.
      *
      *
       140-ADD-PIECE.
      *
           MOVE +0                        TO WS-STAR-POS
           INSPECT CAPR-PCE-PIECE-ID TALLYING WS-STAR-POS
                   FOR CHARACTERS BEFORE INITIAL '*'
           IF   CAPR-PCE-PIECE-ID = SPACES
           OR   WS-STAR-POS = 0
           OR   NOT CAPR-PCE-CLASS-VALID
                ADD  +1                   TO WS-BAD-CARD-CNT
                DISPLAY 'MBRCFCAP: INVALID CAPRULES CARD IGNORED: '
                        CAPR-RECORD (1:20)
                GO TO 140-EXIT
           END-IF
           IF   WS-PCE-CNT >= WS-PCE-MAX
                ADD  +1                   TO WS-BAD-CARD-CNT
                DISPLAY 'MBRCFCAP: MORE THAN 100 PIECE CARDS, CARD '
                        'IGNORED: ' CAPR-RECORD (1:20)
                GO TO 140-EXIT
           END-IF
      *
           ADD  +1                        TO WS-PCE-CNT
           MOVE CAPR-PCE-PIECE-ID     TO WS-PCE-PIECE-ID (WS-PCE-CNT)
           MOVE WS-STAR-POS           TO WS-PCE-LEN (WS-PCE-CNT)
           MOVE CAPR-PCE-CLASS        TO WS-PCE-CLASS (WS-PCE-CNT)
           .
       140-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CHECK ONE PIECE AGAINST THE LIMITS THAT APPLY TO IT.
      ***************************************************************
       200-CHECK-ONE-PIECE.
      *
           PERFORM 100-ENSURE-OPEN        THRU 100-EXIT
           PERFORM 210-CLASSIFY-PIECE     THRU 210-EXIT
      *
           IF   WS-HISTORY-UNAVAILABLE
                MOVE '4'                  TO LS-RETURN-CODE
                GO TO 200-EXIT
           END-IF
           IF   NOT LS-MARKETING
           OR   NOT WS-RULES-LOADED
           OR   WS-LMT-CNT = 0
                GO TO 200-EXIT
           END-IF
      *
           PERFORM 220-MARK-LIMITS        THRU 220-EXIT
           IF   WS-APPLY-CNT = 0
                GO TO 200-EXIT
           END-IF
      *
           PERFORM 230-COUNT-HISTORY      THRU 230-EXIT
           IF   LS-RETURN-CODE NOT = '0'
                GO TO 200-EXIT
           END-IF
      *
           MOVE +1                        TO WS-LMT-IDX
           PERFORM 260-JUDGE-ONE-LIMIT    THRU 260-EXIT
                   UNTIL WS-LMT-IDX > WS-LMT-CNT
                      OR LS-SUPPRESS
      *
           IF   LS-SUPPRESS
                SET  CTHS-SUPPRESSED      TO TRUE
                PERFORM 500-WRITE-HISTORY THRU 500-EXIT
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE PIECE'S CLASS - THE FIRST 'P' CARD THAT MATCHES, OR THE
      *  CALLER'S DEFAULT.  A REGULATORY PIECE IS NEVER RECLASSIFIED.
      ***************************************************************
       210-CLASSIFY-PIECE.
      *
           MOVE LS-DEFAULT-CLASS          TO LS-CLASS
           IF   LS-REGULATORY
           OR   NOT WS-RULES-LOADED
                GO TO 210-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-PCE-FOUND-SW
           MOVE +1                        TO WS-PCE-IDX
           PERFORM 215-MATCH-ONE-PIECE    THRU 215-EXIT
                   UNTIL WS-PCE-IDX > WS-PCE-CNT
                      OR WS-PCE-FOUND
           .
       210-EXIT.
           EXIT.
      *
      *
       215-MATCH-ONE-PIECE.
      *
           IF   LS-PIECE-ID (1:WS-PCE-LEN (WS-PCE-IDX)) =
                WS-PCE-PIECE-ID (WS-PCE-IDX) (1:WS-PCE-LEN (WS-PCE-IDX))
                MOVE WS-PCE-CLASS (WS-PCE-IDX) TO LS-CLASS
                SET  WS-PCE-FOUND         TO TRUE
           END-IF
           ADD  +1                        TO WS-PCE-IDX
           .
       215-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MARK THE LIMITS FOR THIS PIECE'S CLASS AND CHANNEL, WORK OUT
      *  THE FIRST DAY OF EACH WINDOW (THE CONTACT DATE IS ITS LAST),
      *  AND KEEP THE EARLIEST FOR THE BROWSE.
      ***************************************************************
       220-MARK-LIMITS.
      *
           MOVE +0                        TO WS-APPLY-CNT
           MOVE LS-CONTACT-DATE           TO WS-WINDOW-START
           MOVE LS-CONTACT-DATE           TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
      *
           MOVE +1                        TO WS-LMT-IDX
           PERFORM 225-MARK-ONE-LIMIT     THRU 225-EXIT
                   UNTIL WS-LMT-IDX > WS-LMT-CNT
           .
       220-EXIT.
           EXIT.
      *
      *
       225-MARK-ONE-LIMIT.
      *
           MOVE 'N'                   TO WS-LMT-APPLIES-SW (WS-LMT-IDX)
           MOVE +0                    TO WS-LMT-COUNT (WS-LMT-IDX)
           IF   WS-LMT-CLASS (WS-LMT-IDX) = LS-CLASS
           AND (WS-LMT-CHANNEL (WS-LMT-IDX) = 'ALL '
            OR  WS-LMT-CHANNEL (WS-LMT-IDX) = LS-CHANNEL)
                SET  WS-LMT-APPLIES (WS-LMT-IDX) TO TRUE
                ADD  +1                   TO WS-APPLY-CNT
                COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY
                      - WS-LMT-WINDOW-DAYS (WS-LMT-IDX) + 1
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE
                                  TO WS-LMT-START-DATE (WS-LMT-IDX)
                IF   GDAT-GREGORIAN-DATE < WS-WINDOW-START
                     MOVE GDAT-GREGORIAN-DATE TO WS-WINDOW-START
                END-IF
           END-IF
           ADD  +1                        TO WS-LMT-IDX
           .
       225-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BROWSE THE CUSTOMER'S HISTORY FROM THE EARLIEST WINDOW START
      *  TO THE CONTACT DATE, COUNTING EACH CONTACT INTO EVERY LIMIT
      *  WHOSE WINDOW AND CHANNEL IT FALLS IN.  SUPPRESSED ROWS, ROWS
      *  OF ANOTHER CLASS, AND THIS SAME PIECE ON THIS SAME DAY (A
      *  RERUN) DO NOT COUNT.
      ***************************************************************
       230-COUNT-HISTORY.
      *
           MOVE 'N'                       TO WS-HIST-EOF-SW
           MOVE WS-HISTORY-DDNAME         TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF CTHS-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LS-KEY-ID                 TO CTHS-KEY-KEY-ID
           MOVE WS-WINDOW-START           TO CTHS-KEY-CONTACT-DATE
           MOVE LOW-VALUES                TO CTHS-KEY-CHANNEL
                                             CTHS-KEY-PIECE-ID
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CTHS-RECORD,
                                 CTHS-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  GO TO 230-EXIT
             WHEN OTHER
                  DISPLAY 'MBRCFCAP DD: CONTHIST, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                          ' KEY = ' LS-KEY-ID
                  MOVE '8'                TO LS-RETURN-CODE
                  GO TO 230-EXIT
           END-EVALUATE
      *
           PERFORM 240-COUNT-ONE-ROW      THRU 240-EXIT
                   UNTIL WS-HIST-EOF
           .
       230-EXIT.
           EXIT.
      *
      *
       240-COUNT-ONE-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CTHS-RECORD,
                                 CTHS-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
             WHEN CTHS-KEY-ID NOT = LS-KEY-ID
             WHEN CTHS-CONTACT-DATE > LS-CONTACT-DATE
                  SET  WS-HIST-EOF        TO TRUE
                  GO TO 240-EXIT
             WHEN NOT CTHS-CONTACTED
             WHEN CTHS-CLASS NOT = LS-CLASS
                  GO TO 240-EXIT
             WHEN CTHS-CONTACT-DATE = LS-CONTACT-DATE
              AND CTHS-PIECE-ID = LS-PIECE-ID
                  GO TO 240-EXIT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
      *
           MOVE +1                        TO WS-LMT-IDX
           PERFORM 250-COUNT-INTO-LIMIT   THRU 250-EXIT
                   UNTIL WS-LMT-IDX > WS-LMT-CNT
           .
       240-EXIT.
           EXIT.
      *
      *
       250-COUNT-INTO-LIMIT.
      *
           IF   WS-LMT-APPLIES (WS-LMT-IDX)
           AND  CTHS-CONTACT-DATE >= WS-LMT-START-DATE (WS-LMT-IDX)
           AND (WS-LMT-CHANNEL (WS-LMT-IDX) = 'ALL '
            OR  WS-LMT-CHANNEL (WS-LMT-IDX) = CTHS-CHANNEL)
                ADD  +1                   TO WS-LMT-COUNT (WS-LMT-IDX)
           END-IF
           ADD  +1                        TO WS-LMT-IDX
           .
       250-EXIT.
           EXIT.
      *
      *
       260-JUDGE-ONE-LIMIT.
      *
           IF   WS-LMT-APPLIES (WS-LMT-IDX)
           AND  WS-LMT-COUNT (WS-LMT-IDX) >=
                WS-LMT-MAX-PIECES (WS-LMT-IDX)
                SET  LS-SUPPRESS          TO TRUE
                MOVE WS-LMT-MAX-PIECES (WS-LMT-IDX)  TO LS-RULE-MAX
                MOVE WS-LMT-WINDOW-DAYS (WS-LMT-IDX) TO LS-RULE-DAYS
                MOVE WS-LMT-COUNT (WS-LMT-IDX)       TO LS-RULE-COUNT
           END-IF
           ADD  +1                        TO WS-LMT-IDX
           .
       260-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A PIECE HAS GONE OUT - RECORD IT.
      ***************************************************************
       300-RECORD-CONTACT.
      *
           PERFORM 100-ENSURE-OPEN        THRU 100-EXIT
           PERFORM 210-CLASSIFY-PIECE     THRU 210-EXIT
      *
           IF   WS-HISTORY-UNAVAILABLE
                MOVE '4'                  TO LS-RETURN-CODE
                GO TO 300-EXIT
           END-IF
      *
           SET  CTHS-CONTACTED            TO TRUE
           PERFORM 500-WRITE-HISTORY      THRU 500-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
       400-CLOSE-HISTORY.
      *
           IF   WS-HISTORY-IS-OPEN
                MOVE WS-HISTORY-DDNAME    TO TP90-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CTHS-RECORD,
                                      CTHS-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
                SET  WS-HISTORY-UNTRIED   TO TRUE
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE ONE HISTORY ROW WITH THE OUTCOME ALREADY SET IN
      *  CTHS-OUTCOME.  THE SAME PIECE TO THE SAME CUSTOMER ON THE
      *  SAME DAY AND CHANNEL REPLACES THE EARLIER ROW.
      ***************************************************************
       500-WRITE-HISTORY.
      *
           ACCEPT WS-NOW-TIME             FROM TIME
           MOVE LS-KEY-ID                 TO CTHS-KEY-ID
           MOVE LS-CONTACT-DATE           TO CTHS-CONTACT-DATE
           MOVE LS-CHANNEL                TO CTHS-CHANNEL
           MOVE LS-PIECE-ID               TO CTHS-PIECE-ID
           MOVE LS-CLASS                  TO CTHS-CLASS
           MOVE LS-SOURCE-PGM             TO CTHS-SOURCE-PGM
           MOVE WS-NOW-HHMMSS             TO CTHS-CONTACT-TIME
           MOVE LS-RULE-MAX               TO CTHS-RULE-MAX
           MOVE LS-RULE-DAYS              TO CTHS-RULE-DAYS
           MOVE LS-RULE-COUNT             TO CTHS-RULE-COUNT
           MOVE SPACES                    TO CTHS-RECORD (58:23)
           MOVE CTHS-KEY-ID               TO CTHS-KEY-KEY-ID
           MOVE CTHS-CONTACT-DATE         TO CTHS-KEY-CONTACT-DATE
           MOVE CTHS-CHANNEL              TO CTHS-KEY-CHANNEL
           MOVE CTHS-PIECE-ID             TO CTHS-KEY-PIECE-ID
      *
           MOVE WS-HISTORY-DDNAME         TO TP90-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE LENGTH OF CTHS-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CTHS-RECORD,
                                 CTHS-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE    TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CTHS-RECORD,
                                      CTHS-RECORD-KEY
           END-IF
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCFCAP DD: CONTHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                        ' KEY = ' CTHS-KEY-KEY-ID
                MOVE '8'                  TO LS-RETURN-CODE
           END-IF
           .
       500-EXIT.
           EXIT.
