       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRNMPRS.
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
      ** DESCRIPTION: NAME-PARSING SERVICE (SEE GVBCNMPR FOR THE       *
      **              CALLING INTERFACE).  SPLITS ONE CLEAR-TEXT NAME  *
      **              INTO PREFIX, FIRST, MIDDLE, LAST AND SUFFIX IN   *
      **              THE LAYOUT OF THE 'PNM' CHILD.  THE NAME IS CUT  *
      **              INTO WORDS AT SPACES AND PERIODS, AND INTO       *
      **              SEGMENTS AT COMMAS:                              *
      **                - A NAME WITH A BUSINESS WORD (OR A WORD       *
      **                  CARRYING AN EMBEDDED '&') IS NOT SPLIT -     *
      **                  RETURN CODE 4                                *
      **                - TRAILING SEGMENTS MADE UP ONLY OF SUFFIXES   *
      **                  ('SMITH, JOHN, JR') ARE THE SUFFIX           *
      **                - WHAT IS LEFT IN TWO SEGMENTS IS 'LAST,       *
      **                  GIVEN NAMES'; IN ONE SEGMENT IT IS GIVEN     *
      **                  NAMES FIRST WITH THE SURNAME LAST            *
      **                - LEADING TITLES ARE THE PREFIX AND TRAILING   *
      **                  SUFFIXES THE SUFFIX; THE FIRST GIVEN NAME IS *
      **                  THE FIRST NAME AND ANY OTHERS THE MIDDLE     *
      **                - SURNAME PARTICLES (VAN, DE, LA, ...) JUST    *
      **                  BEFORE THE SURNAME STAY WITH IT              *
      **              A BLANK NAME, A SINGLE WORD WITH NO TITLE, A     *
      **              DIGIT, A STANDALONE '&' OR 'AND' (TWO PEOPLE),   *
      **              MORE THAN TWELVE WORDS, MORE THAN ONE NAME       *
      **              COMMA, OR A FIRST, MIDDLE OR LAST NAME TOO LONG  *
      **              FOR ITS FIELD IS NOT PARSEABLE - RETURN CODE 8   *
      **              WITH THE REASON.  A SECOND TITLE OR SUFFIX THAT  *
      **              DOES NOT FIT ITS FIVE BYTES IS DROPPED.          *
      **                                                               *
      ** MODULES CALLED: NONE                                          *
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
       01  WS-NAME-WORK                PIC X(60)  VALUE SPACES.
       01  WS-NAME-UPPER               PIC X(60)  VALUE SPACES.
      *
       01  WS-FOLD-CHARS.
           05  WS-FOLD-LOWER           PIC X(26)  VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WS-FOLD-UPPER           PIC X(26)  VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *****************************************************************
      *  THE NAME CUT INTO WORDS.  EACH WORD KEEPS ITS INPUT CASE
      *  (FOR THE PARTS) AND AN UPPER-CASE COPY (FOR THE TABLE
      *  LOOKUPS), THE COMMA SEGMENT IT CAME FROM (0, 1, ...) AND
      *  THE PART IT IS GIVEN:  P PREFIX, F FIRST, M MIDDLE,
      *  L LAST, S SUFFIX.
      *****************************************************************
       01  WS-WORD-TABLE.
           05  WS-WORD-ENTRY           OCCURS 12 TIMES.
               10  WS-WORD-TEXT        PIC X(25).
               10  WS-WORD-UPPER       PIC X(25).
               10  WS-WORD-LEN         PIC S9(04) COMP.
               10  WS-WORD-SEGMENT     PIC S9(04) COMP.
               10  WS-WORD-ROLE        PIC X(01).
       01  WS-WORD-MAX                 PIC S9(04) COMP VALUE +12.
       01  WS-WORD-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-WORD-IDX                 PIC S9(04) COMP VALUE +0.
      *
       01  WS-CHAR-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-SCAN-CHAR                PIC X(01)  VALUE SPACE.
       01  WS-SEGMENT                  PIC S9(04) COMP VALUE +0.
       01  WS-RAW-SEGMENT              PIC S9(04) COMP VALUE +0.
       01  WS-SEG-MAX                  PIC S9(04) COMP VALUE +0.
      *      LAST WORD OF SEGMENT 0 IN THE SURNAME-FIRST ORDER.
       01  WS-SEG-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-IN-WORD-SW               PIC X(01)  VALUE 'N'.
           88  WS-IN-WORD                         VALUE 'Y'.
       01  WS-STOP-SW                  PIC X(01)  VALUE 'N'.
           88  WS-STOP                            VALUE 'Y'.
       01  WS-ALL-SUFFIX-SW            PIC X(01)  VALUE 'N'.
           88  WS-ALL-SUFFIX                      VALUE 'Y'.
       01  WS-PREFIX-SEEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-PREFIX-SEEN                     VALUE 'Y'.
       01  WS-BUSINESS-SW              PIC X(01)  VALUE 'N'.
           88  WS-BUSINESS-WORD-SEEN              VALUE 'Y'.
       01  WS-JOINT-SW                 PIC X(01)  VALUE 'N'.
           88  WS-JOINT-WORD-SEEN                 VALUE 'Y'.
      *
       01  WS-DIGIT-CNT                PIC S9(04) COMP VALUE +0.
       01  WS-AMPERSAND-CNT            PIC S9(04) COMP VALUE +0.
      *
      *      THE RANGE OF WORDS STILL WITHOUT A PART, AND THE FIRST
      *      WORD OF THE SURNAME ONCE PARTICLES ARE TAKEN IN.
       01  WS-LO-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-HI-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-LAST-START               PIC S9(04) COMP VALUE +0.
      *
       01  WS-LOOK-WORD                PIC X(25)  VALUE SPACES.
       01  WS-LOOK-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-MATCH-SW                 PIC X(01)  VALUE 'N'.
           88  WS-MATCH-FOUND                     VALUE 'Y'.
      *
      *      ONE PART BEING ASSEMBLED FROM ITS WORDS.
       01  WS-PART-ROLE                PIC X(01)  VALUE SPACE.
       01  WS-PART-WORK                PIC X(25)  VALUE SPACES.
       01  WS-PART-PTR                 PIC S9(04) COMP VALUE +0.
       01  WS-PART-LIMIT               PIC S9(04) COMP VALUE +0.
       01  WS-PART-NEED                PIC S9(04) COMP VALUE +0.
       01  WS-PART-OVERFLOW-SW         PIC X(01)  VALUE 'N'.
           88  WS-PART-OVERFLOW                   VALUE 'Y'.
      *
      *****************************************************************
      *  WORD TABLES.  TITLES, SUFFIXES AND SURNAME PARTICLES ARE
      *  COMPARED WITH PERIODS ALREADY DROPPED ('DR.' IS 'DR').
      *****************************************************************
       01  WS-PREFIX-VALUES.
           05  FILLER                  PIC X(50)  VALUE
               'MR   MRS  MS   MISS MX   DR   PROF REV  FR   SIR  '.
           05  FILLER                  PIC X(50)  VALUE
               'DAME LADY LORD HON  CAPT COL  MAJ  SGT  LT   RABBI'.
       01  WS-PREFIX-TABLE  REDEFINES  WS-PREFIX-VALUES.
           05  WS-PREFIX-ENTRY         OCCURS 20 TIMES
                                       PIC X(05).
       01  WS-PREFIX-COUNT             PIC S9(04) COMP VALUE +20.
      *
       01  WS-SUFFIX-VALUES.
           05  FILLER                  PIC X(50)  VALUE
               'JR   SR   II   III  IV   MD   PHD  DDS  ESQ  CPA  '.
           05  FILLER                  PIC X(40)  VALUE
               'RN   DVM  JD   MBA  OBE  CBE  KC   QC   '.
       01  WS-SUFFIX-TABLE  REDEFINES  WS-SUFFIX-VALUES.
           05  WS-SUFFIX-ENTRY         OCCURS 18 TIMES
                                       PIC X(05).
       01  WS-SUFFIX-COUNT             PIC S9(04) COMP VALUE +18.
      *
       01  WS-PARTICLE-VALUES.
           05  FILLER                  PIC X(50)  VALUE
               'VAN  VON  DER  DEN  DE   DA   DI   DU   DEL  DELLA'.
           05  FILLER                  PIC X(45)  VALUE
               'LA   LE   ST   BIN  BEN  AL   TER  DOS  DAS  '.
       01  WS-PARTICLE-TABLE  REDEFINES  WS-PARTICLE-VALUES.
           05  WS-PARTICLE-ENTRY       OCCURS 19 TIMES
                                       PIC X(05).
       01  WS-PARTICLE-COUNT           PIC S9(04) COMP VALUE +19.
      *
       01  WS-BUSINESS-VALUES.
           05  FILLER                  PIC X(48)  VALUE
               'INC         CORP        CORPORATION CO          '.
           05  FILLER                  PIC X(48)  VALUE
               'COMPANY     LLC         LTD         LIMITED     '.
           05  FILLER                  PIC X(48)  VALUE
               'LLP         LP          PLC         GMBH        '.
           05  FILLER                  PIC X(48)  VALUE
               'BANK        TRUST       TRUSTEES    GROUP       '.
           05  FILLER                  PIC X(48)  VALUE
               'HOLDINGS    ASSOC       ASSOCIATES  ASSOCIATION '.
           05  FILLER                  PIC X(48)  VALUE
               'PARTNERS    SERVICES    ENTERPRISES INDUSTRIES  '.
           05  FILLER                  PIC X(48)  VALUE
               'FOUNDATION  CHURCH      SCHOOL      UNIVERSITY  '.
           05  FILLER                  PIC X(48)  VALUE
               'COUNCIL     CLUB        SOCIETY     FUND        '.
           05  FILLER                  PIC X(48)  VALUE
               'ESTATE      AGENCY      DEPT        SONS        '.
           05  FILLER                  PIC X(24)  VALUE
               'BROTHERS    BROS        '.
       01  WS-BUSINESS-TABLE  REDEFINES  WS-BUSINESS-VALUES.
           05  WS-BUSINESS-ENTRY       OCCURS 38 TIMES
                                       PIC X(12).
       01  WS-BUSINESS-COUNT           PIC S9(04) COMP VALUE +38.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCNMPR.
      *
       PROCEDURE DIVISION USING NMPR-PARMS.
      *
       000-MAIN-LOGIC.
      *
           MOVE '0'                       TO NMPR-RETURN-CODE
           MOVE 'I'                       TO NMPR-NAME-TYPE
           MOVE SPACE                     TO NMPR-REASON-CD
           MOVE SPACES                    TO NMPR-REASON-TEXT
                                             NMPR-NAME-PARTS
      *
           IF   NMPR-NAME-IN = SPACES
           OR   NMPR-NAME-IN = LOW-VALUES
                MOVE 'B'                  TO NMPR-REASON-CD
                MOVE 'BLANK NAME'         TO NMPR-REASON-TEXT
                GO TO 000-UNPARSEABLE
           END-IF
      *
           PERFORM 100-SPLIT-WORDS        THRU 100-EXIT
           IF   NMPR-REASON-CD NOT = SPACE
                GO TO 000-UNPARSEABLE
           END-IF
      *
           PERFORM 200-CHECK-BUSINESS     THRU 200-EXIT
           IF   WS-BUSINESS-WORD-SEEN
                MOVE '4'                  TO NMPR-RETURN-CODE
                MOVE 'B'                  TO NMPR-NAME-TYPE
                MOVE 'BUSINESS NAME'      TO NMPR-REASON-TEXT
                GO TO 000-GOBACK
           END-IF
           IF   WS-JOINT-WORD-SEEN
                MOVE 'J'                  TO NMPR-REASON-CD
                MOVE 'TWO PEOPLE IN NAME' TO NMPR-REASON-TEXT
                GO TO 000-UNPARSEABLE
           END-IF
      *
           MOVE +0                        TO WS-DIGIT-CNT
           INSPECT WS-NAME-WORK TALLYING WS-DIGIT-CNT
                   FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                       ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF   WS-DIGIT-CNT > +0
                MOVE 'D'                  TO NMPR-REASON-CD
                MOVE 'CONTAINS DIGITS'    TO NMPR-REASON-TEXT
                GO TO 000-UNPARSEABLE
           END-IF
      *
           PERFORM 300-ASSIGN-PARTS       THRU 300-EXIT
           IF   NMPR-REASON-CD NOT = SPACE
                GO TO 000-UNPARSEABLE
           END-IF
      *
           PERFORM 500-BUILD-PARTS        THRU 500-EXIT
           IF   NMPR-REASON-CD NOT = SPACE
                GO TO 000-UNPARSEABLE
           END-IF
           GO TO 000-GOBACK
           .
       000-UNPARSEABLE.
           MOVE '8'                       TO NMPR-RETURN-CODE
           MOVE 'U'                       TO NMPR-NAME-TYPE
           MOVE SPACES                    TO NMPR-NAME-PARTS
           .
       000-GOBACK.
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CUT THE NAME INTO WORDS AT SPACES AND PERIODS, COUNTING
      *  COMMAS AS SEGMENT BREAKS, THEN RENUMBER THE SEGMENTS THAT
      *  ACTUALLY HOLD WORDS 0, 1, 2 ... SO A STRAY LEADING OR
      *  DOUBLED COMMA DOES NOT COUNT.
      ***************************************************************
       100-SPLIT-WORDS.
      *
           MOVE NMPR-NAME-IN              TO WS-NAME-WORK
                                             WS-NAME-UPPER
           INSPECT WS-NAME-UPPER CONVERTING WS-FOLD-LOWER
                                         TO WS-FOLD-UPPER
           MOVE +0                        TO WS-WORD-COUNT
                                             WS-SEGMENT
                                             WS-CHAR-IDX
           MOVE 'N'                       TO WS-IN-WORD-SW
           PERFORM 110-SCAN-ONE-CHAR      THRU 110-EXIT
                   UNTIL WS-CHAR-IDX >= +60
                   OR    NMPR-REASON-CD NOT = SPACE
           IF   NMPR-REASON-CD NOT = SPACE
                GO TO 100-EXIT
           END-IF
      *
           IF   WS-WORD-COUNT = +0
                MOVE 'B'                  TO NMPR-REASON-CD
                MOVE 'BLANK NAME'         TO NMPR-REASON-TEXT
                GO TO 100-EXIT
           END-IF
      *
           MOVE WS-WORD-SEGMENT (1)       TO WS-RAW-SEGMENT
           MOVE +0                        TO WS-SEG-MAX
                                             WS-WORD-IDX
           PERFORM 120-RENUMBER-SEGMENT   THRU 120-EXIT
                   UNTIL WS-WORD-IDX >= WS-WORD-COUNT
           .
       100-EXIT.
           EXIT.
      *
      *
       110-SCAN-ONE-CHAR.
      *
           ADD  +1                        TO WS-CHAR-IDX
           MOVE WS-NAME-WORK (WS-CHAR-IDX:1) TO WS-SCAN-CHAR
      *
           IF   WS-SCAN-CHAR = SPACE
           OR   WS-SCAN-CHAR = '.'
           OR   WS-SCAN-CHAR = LOW-VALUE
                MOVE 'N'                  TO WS-IN-WORD-SW
                GO TO 110-EXIT
           END-IF
           IF   WS-SCAN-CHAR = ','
                MOVE 'N'                  TO WS-IN-WORD-SW
                ADD  +1                   TO WS-SEGMENT
                GO TO 110-EXIT
           END-IF
      *
           IF   NOT WS-IN-WORD
                IF   WS-WORD-COUNT >= WS-WORD-MAX
                     MOVE 'M'             TO NMPR-REASON-CD
                     MOVE 'TOO MANY WORDS' TO NMPR-REASON-TEXT
                     GO TO 110-EXIT
                END-IF
                ADD  +1                   TO WS-WORD-COUNT
                MOVE SPACES         TO WS-WORD-TEXT  (WS-WORD-COUNT)
                                       WS-WORD-UPPER (WS-WORD-COUNT)
                                       WS-WORD-ROLE  (WS-WORD-COUNT)
                MOVE +0             TO WS-WORD-LEN   (WS-WORD-COUNT)
                MOVE WS-SEGMENT     TO WS-WORD-SEGMENT (WS-WORD-COUNT)
                SET  WS-IN-WORD           TO TRUE
           END-IF
      *
           IF   WS-WORD-LEN (WS-WORD-COUNT) >= +25
                MOVE 'L'                  TO NMPR-REASON-CD
                MOVE 'PART TOO LONG'      TO NMPR-REASON-TEXT
                GO TO 110-EXIT
           END-IF
           ADD  +1                  TO WS-WORD-LEN (WS-WORD-COUNT)
           MOVE WS-SCAN-CHAR        TO WS-WORD-TEXT (WS-WORD-COUNT)
                                       (WS-WORD-LEN (WS-WORD-COUNT):1)
           MOVE WS-NAME-UPPER (WS-CHAR-IDX:1)
                                    TO WS-WORD-UPPER (WS-WORD-COUNT)
                                       (WS-WORD-LEN (WS-WORD-COUNT):1)
           .
       110-EXIT.
           EXIT.
      *
      *
       120-RENUMBER-SEGMENT.
      *
           ADD  +1                        TO WS-WORD-IDX
           IF   WS-WORD-SEGMENT (WS-WORD-IDX) NOT = WS-RAW-SEGMENT
                MOVE WS-WORD-SEGMENT (WS-WORD-IDX) TO WS-RAW-SEGMENT
                ADD  +1                   TO WS-SEG-MAX
           END-IF
           MOVE WS-SEG-MAX          TO WS-WORD-SEGMENT (WS-WORD-IDX)
           .
       120-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A BUSINESS WORD ANYWHERE, OR A WORD WITH AN '&' INSIDE IT
      *  (AT&T), MAKES THE NAME A BUSINESS.  OTHERWISE A STANDALONE
      *  '&' OR 'AND' MEANS TWO PEOPLE SHARE THE NAME.
      ***************************************************************
       200-CHECK-BUSINESS.
      *
           MOVE 'N'                       TO WS-BUSINESS-SW
                                             WS-JOINT-SW
           MOVE +0                        TO WS-WORD-IDX
           PERFORM 210-CHECK-ONE-WORD     THRU 210-EXIT
                   UNTIL WS-WORD-IDX >= WS-WORD-COUNT
                   OR    WS-BUSINESS-WORD-SEEN
           .
       200-EXIT.
           EXIT.
      *
      *
       210-CHECK-ONE-WORD.
      *
           ADD  +1                        TO WS-WORD-IDX
           IF   WS-WORD-UPPER (WS-WORD-IDX) = '&'
           OR   WS-WORD-UPPER (WS-WORD-IDX) = 'AND'
                SET  WS-JOINT-WORD-SEEN   TO TRUE
                GO TO 210-EXIT
           END-IF
      *
           MOVE +0                        TO WS-AMPERSAND-CNT
           INSPECT WS-WORD-UPPER (WS-WORD-IDX)
                   TALLYING WS-AMPERSAND-CNT FOR ALL '&'
           IF   WS-AMPERSAND-CNT > +0
                SET  WS-BUSINESS-WORD-SEEN TO TRUE
                GO TO 210-EXIT
           END-IF
      *
           MOVE WS-WORD-UPPER (WS-WORD-IDX) TO WS-LOOK-WORD
           PERFORM 640-LOOK-UP-BUSINESS   THRU 640-EXIT
           IF   WS-MATCH-FOUND
                SET  WS-BUSINESS-WORD-SEEN TO TRUE
           END-IF
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  GIVE EVERY WORD ITS PART.  TRAILING ALL-SUFFIX SEGMENTS GO
      *  FIRST; WHAT REMAINS IS EITHER ONE SEGMENT IN NATURAL ORDER
      *  OR TWO IN 'LAST, GIVEN' ORDER.
      ***************************************************************
       300-ASSIGN-PARTS.
      *
           MOVE 'N'                       TO WS-PREFIX-SEEN-SW
                                             WS-STOP-SW
           PERFORM 310-SUFFIX-SEGMENT     THRU 310-EXIT
                   UNTIL WS-SEG-MAX < +1
                   OR    WS-STOP
      *
           EVALUATE WS-SEG-MAX
             WHEN +0
                  PERFORM 400-NATURAL-ORDER   THRU 400-EXIT
             WHEN +1
                  PERFORM 450-SURNAME-FIRST   THRU 450-EXIT
             WHEN OTHER
                  MOVE 'C'                TO NMPR-REASON-CD
                  MOVE 'TOO MANY COMMAS'  TO NMPR-REASON-TEXT
           END-EVALUATE
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE HIGHEST SEGMENT IS A SUFFIX SEGMENT IF EVERY WORD IN IT
      *  IS A SUFFIX ('SMITH, JOHN, JR' / 'JOHN SMITH, JR').
      ***************************************************************
       310-SUFFIX-SEGMENT.
      *
           SET  WS-ALL-SUFFIX             TO TRUE
           MOVE +0                        TO WS-WORD-IDX
           PERFORM 320-TEST-SUFFIX-WORD   THRU 320-EXIT
                   UNTIL WS-WORD-IDX >= WS-WORD-COUNT
                   OR    NOT WS-ALL-SUFFIX
           IF   NOT WS-ALL-SUFFIX
                SET  WS-STOP              TO TRUE
                GO TO 310-EXIT
           END-IF
      *
           MOVE +0                        TO WS-WORD-IDX
           PERFORM 330-MARK-SUFFIX-WORD   THRU 330-EXIT
                   UNTIL WS-WORD-IDX >= WS-WORD-COUNT
           SUBTRACT +1                    FROM WS-SEG-MAX
           .
       310-EXIT.
           EXIT.
      *
      *
       320-TEST-SUFFIX-WORD.
      *
           ADD  +1                        TO WS-WORD-IDX
           IF   WS-WORD-SEGMENT (WS-WORD-IDX) = WS-SEG-MAX
                MOVE WS-WORD-UPPER (WS-WORD-IDX) TO WS-LOOK-WORD
                PERFORM 620-LOOK-UP-SUFFIX THRU 620-EXIT
                IF   NOT WS-MATCH-FOUND
                     MOVE 'N'             TO WS-ALL-SUFFIX-SW
                END-IF
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
       330-MARK-SUFFIX-WORD.
      *
           ADD  +1                        TO WS-WORD-IDX
           IF   WS-WORD-SEGMENT (WS-WORD-IDX) = WS-SEG-MAX
                MOVE 'S'                  TO WS-WORD-ROLE (WS-WORD-IDX)
           END-IF
           .
       330-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NATURAL ORDER - [TITLES] FIRST [MIDDLES] [PARTICLES] LAST
      *  [SUFFIXES].  AT LEAST ONE WORD IS ALWAYS LEFT FOR THE
      *  SURNAME; A LONE WORD IS A SURNAME ONLY AFTER A TITLE
      *  ('MRS HUGHES').
      ***************************************************************
       400-NATURAL-ORDER.
      *
           MOVE +1                        TO WS-LO-IDX
           MOVE WS-WORD-COUNT             TO WS-HI-IDX
           PERFORM 410-SKIP-MARKED-HIGH   THRU 410-EXIT
      *
           MOVE 'N'                       TO WS-STOP-SW
           PERFORM 420-TAKE-PREFIX        THRU 420-EXIT
                   UNTIL WS-LO-IDX >= WS-HI-IDX
                   OR    WS-STOP
           MOVE 'N'                       TO WS-STOP-SW
           PERFORM 430-TAKE-SUFFIX        THRU 430-EXIT
                   UNTIL WS-HI-IDX <= WS-LO-IDX
                   OR    WS-STOP
      *
           IF   WS-LO-IDX = WS-HI-IDX
                IF   WS-PREFIX-SEEN
                     MOVE 'L'             TO WS-WORD-ROLE (WS-HI-IDX)
                ELSE
                     MOVE 'W'             TO NMPR-REASON-CD
                     MOVE 'SINGLE WORD'   TO NMPR-REASON-TEXT
                END-IF
                GO TO 400-EXIT
           END-IF
      *
           MOVE 'F'                       TO WS-WORD-ROLE (WS-LO-IDX)
           MOVE WS-HI-IDX                 TO WS-LAST-START
           MOVE 'N'                       TO WS-STOP-SW
           PERFORM 440-TAKE-PARTICLE      THRU 440-EXIT
                   UNTIL WS-LAST-START - 1 <= WS-LO-IDX
                   OR    WS-STOP
           MOVE WS-LO-IDX                 TO WS-WORD-IDX
           PERFORM 460-MARK-MIDDLE-OR-LAST THRU 460-EXIT
                   UNTIL WS-WORD-IDX >= WS-HI-IDX
           .
       400-EXIT.
           EXIT.
      *
      *
      *      STEP THE HIGH END DOWN PAST WORDS ALREADY MARKED AS A
      *      SUFFIX SEGMENT.
       410-SKIP-MARKED-HIGH.
      *
           IF   WS-HI-IDX > +1
           AND  WS-WORD-ROLE (WS-HI-IDX) NOT = SPACE
                SUBTRACT +1               FROM WS-HI-IDX
                GO TO 410-SKIP-MARKED-HIGH
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
       420-TAKE-PREFIX.
      *
           MOVE WS-WORD-UPPER (WS-LO-IDX) TO WS-LOOK-WORD
           PERFORM 610-LOOK-UP-PREFIX     THRU 610-EXIT
           IF   WS-MATCH-FOUND
                MOVE 'P'                  TO WS-WORD-ROLE (WS-LO-IDX)
                SET  WS-PREFIX-SEEN       TO TRUE
                ADD  +1                   TO WS-LO-IDX
           ELSE
                SET  WS-STOP              TO TRUE
           END-IF
           .
       420-EXIT.
           EXIT.
      *
      *
       430-TAKE-SUFFIX.
      *
           MOVE WS-WORD-UPPER (WS-HI-IDX) TO WS-LOOK-WORD
           PERFORM 620-LOOK-UP-SUFFIX     THRU 620-EXIT
           IF   WS-MATCH-FOUND
                MOVE 'S'                  TO WS-WORD-ROLE (WS-HI-IDX)
                SUBTRACT +1               FROM WS-HI-IDX
           ELSE
                SET  WS-STOP              TO TRUE
           END-IF
           .
       430-EXIT.
           EXIT.
      *
      *
      *      A PARTICLE JUST BEFORE THE SURNAME JOINS IT - BUT NEVER
      *      THE FIRST NAME ITSELF ('DE' IN 'DE WITT' STAYS FIRST
      *      ONLY WHEN NOTHING ELSE PRECEDES IT).
       440-TAKE-PARTICLE.
      *
           MOVE WS-WORD-UPPER (WS-LAST-START - 1) TO WS-LOOK-WORD
           PERFORM 630-LOOK-UP-PARTICLE   THRU 630-EXIT
           IF   WS-MATCH-FOUND
                SUBTRACT +1               FROM WS-LAST-START
           ELSE
                SET  WS-STOP              TO TRUE
           END-IF
           .
       440-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SURNAME FIRST - SEGMENT 0 IS THE SURNAME (LESS ANY TRAILING
      *  SUFFIX, 'SMITH JR, JOHN'), SEGMENT 1 IS [TITLES] FIRST
      *  [MIDDLES] [SUFFIXES].  A TITLE WITH NO GIVEN NAME AFTER IT
      *  ('SMITH, DR') LEAVES THE FIRST NAME BLANK.
      ***************************************************************
       450-SURNAME-FIRST.
      *
      *      SEGMENT 0 - ITS LAST WORD, THEN TRAILING SUFFIXES OFF.
           MOVE +1                        TO WS-LO-IDX
           MOVE +0                        TO WS-HI-IDX
           MOVE +0                        TO WS-WORD-IDX
           PERFORM 470-FIND-SEGMENT-END   THRU 470-EXIT
                   UNTIL WS-WORD-IDX >= WS-WORD-COUNT
           MOVE WS-HI-IDX                 TO WS-SEG-IDX
           MOVE 'N'                       TO WS-STOP-SW
           PERFORM 430-TAKE-SUFFIX        THRU 430-EXIT
                   UNTIL WS-HI-IDX <= WS-LO-IDX
                   OR    WS-STOP
           MOVE WS-LO-IDX                 TO WS-LAST-START
           MOVE +0                        TO WS-WORD-IDX
           PERFORM 460-MARK-MIDDLE-OR-LAST THRU 460-EXIT
                   UNTIL WS-WORD-IDX >= WS-HI-IDX
      *
      *      SEGMENT 1 - THE GIVEN NAMES.
           COMPUTE WS-LO-IDX = WS-SEG-IDX + 1
           MOVE WS-WORD-COUNT             TO WS-HI-IDX
           PERFORM 410-SKIP-MARKED-HIGH   THRU 410-EXIT
           MOVE 'N'                       TO WS-STOP-SW
           PERFORM 420-TAKE-PREFIX        THRU 420-EXIT
                   UNTIL WS-LO-IDX > WS-HI-IDX
                   OR    WS-STOP
           MOVE 'N'                       TO WS-STOP-SW
           PERFORM 430-TAKE-SUFFIX        THRU 430-EXIT
                   UNTIL WS-HI-IDX <= WS-LO-IDX
                   OR    WS-STOP
           IF   WS-LO-IDX > WS-HI-IDX
                GO TO 450-EXIT
           END-IF
           MOVE 'F'                       TO WS-WORD-ROLE (WS-LO-IDX)
           MOVE WS-LO-IDX                 TO WS-WORD-IDX
           PERFORM 480-MARK-MIDDLE        THRU 480-EXIT
                   UNTIL WS-WORD-IDX >= WS-HI-IDX
           .
       450-EXIT.
           EXIT.
      *
      *
      *      EVERY WORD FROM THE ONE AFTER WS-WORD-IDX UP TO
      *      WS-HI-IDX: THE SURNAME FROM WS-LAST-START ON, THE MIDDLE
      *      NAME BEFORE IT.
       460-MARK-MIDDLE-OR-LAST.
      *
           ADD  +1                        TO WS-WORD-IDX
           IF   WS-WORD-IDX >= WS-LAST-START
                MOVE 'L'                  TO WS-WORD-ROLE (WS-WORD-IDX)
           ELSE
                MOVE 'M'                  TO WS-WORD-ROLE (WS-WORD-IDX)
           END-IF
           .
       460-EXIT.
           EXIT.
      *
      *
       470-FIND-SEGMENT-END.
      *
           ADD  +1                        TO WS-WORD-IDX
           IF   WS-WORD-SEGMENT (WS-WORD-IDX) = +0
                MOVE WS-WORD-IDX          TO WS-HI-IDX
           END-IF
           .
       470-EXIT.
           EXIT.
      *
      *
       480-MARK-MIDDLE.
      *
           ADD  +1                        TO WS-WORD-IDX
           MOVE 'M'                       TO WS-WORD-ROLE (WS-WORD-IDX)
           .
       480-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ASSEMBLE EACH PART FROM ITS WORDS IN ORDER, ONE SPACE
      *  BETWEEN.  A TITLE OR SUFFIX THAT WILL NOT FIT IS DROPPED;
      *  A FIRST, MIDDLE OR LAST NAME THAT WILL NOT FIT MAKES THE
      *  NAME UNPARSEABLE RATHER THAN STORE IT CUT SHORT.
      ***************************************************************
       500-BUILD-PARTS.
      *
           MOVE 'P'                       TO WS-PART-ROLE
           MOVE +5                        TO WS-PART-LIMIT
           PERFORM 510-BUILD-ONE-PART     THRU 510-EXIT
           MOVE WS-PART-WORK              TO NMPR-PREFIX
      *
           MOVE 'S'                       TO WS-PART-ROLE
           MOVE +5                        TO WS-PART-LIMIT
           PERFORM 510-BUILD-ONE-PART     THRU 510-EXIT
           MOVE WS-PART-WORK              TO NMPR-SUFFIX
      *
           MOVE 'F'                       TO WS-PART-ROLE
           MOVE +15                       TO WS-PART-LIMIT
           PERFORM 510-BUILD-ONE-PART     THRU 510-EXIT
           IF   WS-PART-OVERFLOW
                GO TO 500-TOO-LONG
           END-IF
           MOVE WS-PART-WORK              TO NMPR-FIRST
      *
           MOVE 'M'                       TO WS-PART-ROLE
           MOVE +15                       TO WS-PART-LIMIT
           PERFORM 510-BUILD-ONE-PART     THRU 510-EXIT
           IF   WS-PART-OVERFLOW
                GO TO 500-TOO-LONG
           END-IF
           MOVE WS-PART-WORK              TO NMPR-MIDDLE
      *
           MOVE 'L'                       TO WS-PART-ROLE
           MOVE +25                       TO WS-PART-LIMIT
           PERFORM 510-BUILD-ONE-PART     THRU 510-EXIT
           IF   WS-PART-OVERFLOW
                GO TO 500-TOO-LONG
           END-IF
           MOVE WS-PART-WORK              TO NMPR-LAST
           GO TO 500-EXIT
           .
       500-TOO-LONG.
           MOVE 'L'                       TO NMPR-REASON-CD
           MOVE 'PART TOO LONG'           TO NMPR-REASON-TEXT
           .
       500-EXIT.
           EXIT.
      *
      *
       510-BUILD-ONE-PART.
      *
           MOVE SPACES                    TO WS-PART-WORK
           MOVE +1                        TO WS-PART-PTR
           MOVE 'N'                       TO WS-PART-OVERFLOW-SW
           MOVE +0                        TO WS-WORD-IDX
           PERFORM 520-APPEND-WORD        THRU 520-EXIT
                   UNTIL WS-WORD-IDX >= WS-WORD-COUNT
           .
       510-EXIT.
           EXIT.
      *
      *
       520-APPEND-WORD.
      *
           ADD  +1                        TO WS-WORD-IDX
           IF   WS-WORD-ROLE (WS-WORD-IDX) NOT = WS-PART-ROLE
                GO TO 520-EXIT
           END-IF
      *
           MOVE WS-WORD-LEN (WS-WORD-IDX) TO WS-PART-NEED
           IF   WS-PART-PTR > +1
                ADD  +1                   TO WS-PART-NEED
           END-IF
           IF   WS-PART-PTR - 1 + WS-PART-NEED > WS-PART-LIMIT
                SET  WS-PART-OVERFLOW     TO TRUE
                GO TO 520-EXIT
           END-IF
      *
           IF   WS-PART-PTR > +1
                ADD  +1                   TO WS-PART-PTR
           END-IF
           MOVE WS-WORD-TEXT (WS-WORD-IDX)
                                    TO WS-PART-WORK (WS-PART-PTR:
                                       WS-WORD-LEN (WS-WORD-IDX))
           ADD  WS-WORD-LEN (WS-WORD-IDX) TO WS-PART-PTR
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TABLE LOOK-UPS ON WS-LOOK-WORD; WS-MATCH-SW SAYS WHETHER IT
      *  WAS FOUND.
      ***************************************************************
       610-LOOK-UP-PREFIX.
      *
           MOVE 'N'                       TO WS-MATCH-SW
           MOVE +0                        TO WS-LOOK-IDX
           PERFORM 611-PREFIX-ENTRY       THRU 611-EXIT
                   UNTIL WS-LOOK-IDX >= WS-PREFIX-COUNT
                   OR    WS-MATCH-FOUND
           .
       610-EXIT.
           EXIT.
      *
       611-PREFIX-ENTRY.
           ADD  +1                        TO WS-LOOK-IDX
           IF   WS-PREFIX-ENTRY (WS-LOOK-IDX) = WS-LOOK-WORD
                SET  WS-MATCH-FOUND       TO TRUE
           END-IF
           .
       611-EXIT.
           EXIT.
      *
      *
       620-LOOK-UP-SUFFIX.
      *
           MOVE 'N'                       TO WS-MATCH-SW
           MOVE +0                        TO WS-LOOK-IDX
           PERFORM 621-SUFFIX-ENTRY       THRU 621-EXIT
                   UNTIL WS-LOOK-IDX >= WS-SUFFIX-COUNT
                   OR    WS-MATCH-FOUND
           .
       620-EXIT.
           EXIT.
      *
       621-SUFFIX-ENTRY.
           ADD  +1                        TO WS-LOOK-IDX
           IF   WS-SUFFIX-ENTRY (WS-LOOK-IDX) = WS-LOOK-WORD
                SET  WS-MATCH-FOUND       TO TRUE
           END-IF
           .
       621-EXIT.
           EXIT.
      *
      *
       630-LOOK-UP-PARTICLE.
      *
           MOVE 'N'                       TO WS-MATCH-SW
           MOVE +0                        TO WS-LOOK-IDX
           PERFORM 631-PARTICLE-ENTRY     THRU 631-EXIT
                   UNTIL WS-LOOK-IDX >= WS-PARTICLE-COUNT
                   OR    WS-MATCH-FOUND
           .
       630-EXIT.
           EXIT.
      *
       631-PARTICLE-ENTRY.
           ADD  +1                        TO WS-LOOK-IDX
           IF   WS-PARTICLE-ENTRY (WS-LOOK-IDX) = WS-LOOK-WORD
                SET  WS-MATCH-FOUND       TO TRUE
           END-IF
           .
       631-EXIT.
           EXIT.
      *
      *
       640-LOOK-UP-BUSINESS.
      *
           MOVE 'N'                       TO WS-MATCH-SW
           MOVE +0                        TO WS-LOOK-IDX
           PERFORM 641-BUSINESS-ENTRY     THRU 641-EXIT
                   UNTIL WS-LOOK-IDX >= WS-BUSINESS-COUNT
                   OR    WS-MATCH-FOUND
           .
       640-EXIT.
           EXIT.
      *
       641-BUSINESS-ENTRY.
           ADD  +1                        TO WS-LOOK-IDX
           IF   WS-BUSINESS-ENTRY (WS-LOOK-IDX) = WS-LOOK-WORD
                SET  WS-MATCH-FOUND       TO TRUE
           END-IF
           .
       641-EXIT.
           EXIT.
