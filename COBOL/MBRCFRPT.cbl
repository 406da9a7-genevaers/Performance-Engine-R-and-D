       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCFRPT.
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
      ** DESCRIPTION: CUSTOMER CONTACT-HISTORY REPORT.  LISTS THE      *
      **              CONTHIST ROWS (SEE GVBCCFCP) FOR A DATE RANGE -  *
      **              EVERY PIECE EACH CUSTOMER WAS SENT OR HAD HELD   *
      **              BACK BY A CONTACT CAP, WITH ITS CHANNEL, CLASS,  *
      **              SENDING PROGRAM AND, FOR A SUPPRESSION, THE      *
      **              LIMIT THAT HELD IT BACK - WITH A TOTAL LINE PER  *
      **              CUSTOMER (MARKETING, SERVICING AND REGULATORY    *
      **              PIECES SENT, PIECES SUPPRESSED) AND FOR THE      *
      **              REPORT.  MARKETING RUNS IT FOR ONE CUSTOMER OR   *
      **              FOR EVERYONE WHEN PLANNING A CAMPAIGN; RUN WITH  *
      **              OUTCOME=S IT IS THE REPORT OF SUPPRESSED PIECES. *
      **                                                               *
      **              CONTROL CARD (CTLCARD, MBRKWRD FORMAT):          *
      **                KEYID=NNNNNNNNNN   - ONE CUSTOMER; DEFAULT ALL *
      **                FROMDT=CCYYMMDD    - DEFAULT 90 DAYS AGO       *
      **                TODT=CCYYMMDD      - DEFAULT TODAY             *
      **                OUTCOME=C|S        - CONTACTED OR SUPPRESSED   *
      **                                     ONLY; DEFAULT BOTH        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CONTACT HISTORY KSDS        (DDNAME=CONTHIST)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  CONTACT-HISTORY REPORT      (DDNAME=CFCAPRPT)  *
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
       01  WS-LISTED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-CUSTOMER-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-RPT-CNT                  PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DEFAULT-LOOKBACK         PIC S9(04) COMP VALUE +90.
       01  WS-CTL-KEY-ID               PIC X(10)  VALUE SPACES.
       01  WS-CTL-FROM-DATE            PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-TO-DATE              PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-OUTCOME              PIC X(01)  VALUE SPACE.
           88  WS-CTL-ALL-OUTCOMES                VALUE SPACE.
           88  WS-CTL-OUTCOME-VALID               VALUE SPACE 'C' 'S'.
      *
      *      THE CUSTOMER BEING LISTED AND ITS COUNTS, AND THE REPORT
      *      COUNTS, IN THE SAME SHAPE.
       01  WS-PREV-KEY-ID              PIC X(10)  VALUE SPACES.
       01  WS-CUST-COUNTS.
           05  WS-CUST-MARKETING       PIC S9(07) COMP-3.
           05  WS-CUST-SERVICING       PIC S9(07) COMP-3.
           05  WS-CUST-REGULATORY      PIC S9(07) COMP-3.
           05  WS-CUST-SUPPRESSED      PIC S9(07) COMP-3.
       01  WS-ALL-COUNTS.
           05  WS-ALL-MARKETING        PIC S9(07) COMP-3.
           05  WS-ALL-SERVICING        PIC S9(07) COMP-3.
           05  WS-ALL-REGULATORY       PIC S9(07) COMP-3.
           05  WS-ALL-SUPPRESSED       PIC S9(07) COMP-3.
       01  WS-PRT-COUNTS.
           05  WS-PRT-MARKETING        PIC S9(07) COMP-3.
           05  WS-PRT-SERVICING        PIC S9(07) COMP-3.
           05  WS-PRT-REGULATORY       PIC S9(07) COMP-3.
           05  WS-PRT-SUPPRESSED       PIC S9(07) COMP-3.
      *
       COPY GVBCCFCP.
       COPY GVBCRUNC.
      *
      *****************************************************************
      *  REPORT LINES.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(45)  VALUE
               'MBRCFRPT - CUSTOMER CONTACT HISTORY    FROM: '.
           05  WS-RPT-TITLE-FROM       PIC 9(08).
           05  FILLER                  PIC X(06)  VALUE '  TO: '.
           05  WS-RPT-TITLE-TO         PIC 9(08).
           05  FILLER                  PIC X(11)  VALUE '  OUTCOME: '.
           05  WS-RPT-TITLE-OUTCOME    PIC X(10).
           05  FILLER                  PIC X(44)  VALUE SPACES.
      *
       01  WS-RPT-COLUMN-HDR.
           05  FILLER                  PIC X(41)  VALUE
               'CUSTOMER    DATE      TIME    CHAN  PIECE'.
           05  FILLER                  PIC X(41)  VALUE
               '     CLASS       OUTCOME     SOURCE    LI'.
           05  FILLER                  PIC X(50)  VALUE
               'MIT HOLDING IT BACK'.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-KEY-ID       PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-DATE         PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-TIME         PIC 9(06).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-CHANNEL      PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-PIECE-ID     PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-CLASS        PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-OUTCOME      PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-SOURCE-PGM   PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-LIMIT.
               10  WS-RPT-DTL-RULE-MAX PIC ZZ9.
               10  FILLER              PIC X(04)  VALUE ' IN '.
               10  WS-RPT-DTL-RULE-DAYS
                                       PIC ZZ9.
               10  FILLER              PIC X(11)  VALUE
                   ' DAYS, HAD '.
               10  WS-RPT-DTL-RULE-COUNT
                                       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(25)  VALUE SPACES.
      *
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL        PIC X(24).
           05  FILLER                  PIC X(11)  VALUE
               'MARKETING  '.
           05  WS-RPT-TOT-MARKETING    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE
               '   SERVICING '.
           05  WS-RPT-TOT-SERVICING    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14)  VALUE
               '   REGULATORY '.
           05  WS-RPT-TOT-REGULATORY   PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14)  VALUE
               '   SUPPRESSED '.
           05  WS-RPT-TOT-SUPPRESSED   PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(20)  VALUE SPACES.
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
           MOVE 'MBRCFRPT'                TO RUNC-REG-RUN-ID
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
                PERFORM 700-WRITE-REPORT-END THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCFRPT'                TO RUNC-REG-RUN-ID
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
      *  CONTROL CARD, THE DATE RANGE, THE FILES AND THE HEADINGS.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           SET  TP90R-ANCHOR              TO NULL
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE 'MBRCFRPT'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +4                     TO KWRD-ENTRY-COUNT
           MOVE 'KEYID'                TO KWRD-NAME (1)
           MOVE SPACES                 TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'FROMDT'               TO KWRD-NAME (2)
           MOVE SPACES                 TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'TODT'                 TO KWRD-NAME (3)
           MOVE WS-TODAY-CCYYMMDD      TO KWRD-VALUE (3)
           MOVE SPACES                 TO KWRD-ALLOWED (3)
           MOVE 'OUTCOME'              TO KWRD-NAME (4)
           MOVE SPACES                 TO KWRD-VALUE (4)
           MOVE SPACES                 TO KWRD-ALLOWED (4)
           MOVE 'D'                    TO KWRD-SOURCE (1)
                                          KWRD-SOURCE (2)
                                          KWRD-SOURCE (3)
                                          KWRD-SOURCE (4)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           IF   KWRD-VALUE (2) = SPACES
                MOVE WS-TODAY-CCYYMMDD     TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY
                                        - WS-DEFAULT-LOOKBACK
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE   TO KWRD-VALUE (2)
           END-IF
           MOVE KWRD-VALUE (4) (1:1)      TO WS-CTL-OUTCOME
           IF   KWRD-VALUE (2) (1:8) NOT NUMERIC
           OR   KWRD-VALUE (3) (1:8) NOT NUMERIC
           OR   KWRD-VALUE (2) (9:1) NOT = SPACE
           OR   KWRD-VALUE (3) (9:1) NOT = SPACE
                DISPLAY 'MBRCFRPT: FROMDT/TODT MUST BE CCYYMMDD'
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           IF   NOT WS-CTL-OUTCOME-VALID
           OR   KWRD-VALUE (4) (2:1) NOT = SPACE
                DISPLAY 'MBRCFRPT: OUTCOME MUST BE C OR S'
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:10)     TO WS-CTL-KEY-ID
           MOVE KWRD-VALUE (2) (1:8)      TO WS-CTL-FROM-DATE
           MOVE KWRD-VALUE (3) (1:8)      TO WS-CTL-TO-DATE
      *
           MOVE WS-CTL-FROM-DATE          TO WS-RPT-TITLE-FROM
           MOVE WS-CTL-TO-DATE            TO WS-RPT-TITLE-TO
           EVALUATE WS-CTL-OUTCOME
             WHEN 'C'
                  MOVE 'CONTACTED'        TO WS-RPT-TITLE-OUTCOME
             WHEN 'S'
                  MOVE 'SUPPRESSED'       TO WS-RPT-TITLE-OUTCOME
             WHEN OTHER
                  MOVE 'ALL'              TO WS-RPT-TITLE-OUTCOME
           END-EVALUATE
           IF   WS-CTL-KEY-ID = SPACES
                DISPLAY 'MBRCFRPT: ALL CUSTOMERS FROM '
                        WS-CTL-FROM-DATE ' TO ' WS-CTL-TO-DATE
           ELSE
                DISPLAY 'MBRCFRPT: CUSTOMER ' WS-CTL-KEY-ID ' FROM '
                        WS-CTL-FROM-DATE ' TO ' WS-CTL-TO-DATE
           END-IF
      *
           MOVE 'CONTHIST'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CTHS-RECORD,
                                 CTHS-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCFRPT DD: CONTHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           MOVE 'CFCAPRPT'                TO TP90R-DDNAME
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
                DISPLAY 'MBRCFRPT DD: CFCAPRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           MOVE WS-RPT-COLUMN-HDR         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           INITIALIZE WS-CUST-COUNTS
                      WS-ALL-COUNTS
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSITION THE BROWSE - AT THE CUSTOMER'S FIRST DATE IN RANGE
      *  FOR ONE CUSTOMER, OR AT THE START OF THE FILE FOR ALL.
      ***************************************************************
       200-START-BROWSE.
      *
           MOVE ' '                       TO EOF-FLAG
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF CTHS-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO CTHS-RECORD-KEY
           IF   WS-CTL-KEY-ID NOT = SPACES
                MOVE WS-CTL-KEY-ID        TO CTHS-KEY-KEY-ID
                MOVE WS-CTL-FROM-DATE     TO CTHS-KEY-CONTACT-DATE
           END-IF
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CTHS-RECORD,
                                 CTHS-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE 'Y'                TO EOF-FLAG
             WHEN OTHER
                  DISPLAY 'MBRCFRPT DD: CONTHIST, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE HISTORY ROW - LISTED WHEN IT IS IN RANGE, WITH A TOTAL
      *  LINE WHENEVER THE CUSTOMER CHANGES.
      ***************************************************************
       210-READ-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CTHS-RECORD,
                                 CTHS-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 210-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCFRPT DD: CONTHIST, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 210-EXIT
             WHEN OTHER
                  MOVE CTHS-RECORD (1:30) TO CTHS-RECORD-KEY
           END-EVALUATE
           IF   WS-CTL-KEY-ID NOT = SPACES
           AND  CTHS-KEY-ID NOT = WS-CTL-KEY-ID
                MOVE 'Y'                  TO EOF-FLAG
                GO TO 210-EXIT
           END-IF
           ADD  +1                        TO WS-ROW-CNT
      *
           IF   CTHS-CONTACT-DATE < WS-CTL-FROM-DATE
           OR   CTHS-CONTACT-DATE > WS-CTL-TO-DATE
                GO TO 210-EXIT
           END-IF
           IF   NOT WS-CTL-ALL-OUTCOMES
           AND  CTHS-OUTCOME NOT = WS-CTL-OUTCOME
                GO TO 210-EXIT
           END-IF
      *
           IF   CTHS-KEY-ID NOT = WS-PREV-KEY-ID
                IF   WS-PREV-KEY-ID NOT = SPACES
                     PERFORM 620-WRITE-CUSTOMER-TOTAL THRU 620-EXIT
                END-IF
                MOVE CTHS-KEY-ID          TO WS-PREV-KEY-ID
                ADD  +1                   TO WS-CUSTOMER-CNT
                INITIALIZE WS-CUST-COUNTS
           END-IF
           PERFORM 610-WRITE-ONE-ROW      THRU 610-EXIT
           .
       210-EXIT.
           EXIT.
      *
      *
       610-WRITE-ONE-ROW.
      *
           ADD  +1                        TO WS-LISTED-CNT
           EVALUATE TRUE
             WHEN CTHS-SUPPRESSED
                  ADD  +1                 TO WS-CUST-SUPPRESSED
                                             WS-ALL-SUPPRESSED
             WHEN CTHS-MARKETING
                  ADD  +1                 TO WS-CUST-MARKETING
                                             WS-ALL-MARKETING
             WHEN CTHS-REGULATORY
                  ADD  +1                 TO WS-CUST-REGULATORY
                                             WS-ALL-REGULATORY
             WHEN OTHER
                  ADD  +1                 TO WS-CUST-SERVICING
                                             WS-ALL-SERVICING
           END-EVALUATE
      *
           MOVE CTHS-KEY-ID               TO WS-RPT-DTL-KEY-ID
           MOVE CTHS-CONTACT-DATE         TO WS-RPT-DTL-DATE
           MOVE CTHS-CONTACT-TIME         TO WS-RPT-DTL-TIME
           MOVE CTHS-CHANNEL              TO WS-RPT-DTL-CHANNEL
           MOVE CTHS-PIECE-ID             TO WS-RPT-DTL-PIECE-ID
           EVALUATE TRUE
             WHEN CTHS-MARKETING
                  MOVE 'MARKETING'        TO WS-RPT-DTL-CLASS
             WHEN CTHS-REGULATORY
                  MOVE 'REGULATORY'       TO WS-RPT-DTL-CLASS
             WHEN OTHER
                  MOVE 'SERVICING'        TO WS-RPT-DTL-CLASS
           END-EVALUATE
           MOVE CTHS-SOURCE-PGM           TO WS-RPT-DTL-SOURCE-PGM
           IF   CTHS-SUPPRESSED
                MOVE 'SUPPRESSED'         TO WS-RPT-DTL-OUTCOME
                MOVE CTHS-RULE-MAX        TO WS-RPT-DTL-RULE-MAX
                MOVE CTHS-RULE-DAYS       TO WS-RPT-DTL-RULE-DAYS
                MOVE CTHS-RULE-COUNT      TO WS-RPT-DTL-RULE-COUNT
                MOVE ' IN '               TO WS-RPT-DTL-LIMIT (4:4)
                MOVE ' DAYS, HAD '        TO WS-RPT-DTL-LIMIT (11:11)
           ELSE
                MOVE 'CONTACTED'          TO WS-RPT-DTL-OUTCOME
                MOVE SPACES               TO WS-RPT-DTL-LIMIT
           END-IF
           MOVE WS-RPT-DETAIL-LINE        TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
       620-WRITE-CUSTOMER-TOTAL.
      *
           MOVE WS-CUST-COUNTS            TO WS-PRT-COUNTS
           MOVE SPACES                    TO WS-RPT-TOT-LABEL
           MOVE '  CUSTOMER TOTAL'        TO WS-RPT-TOT-LABEL
           PERFORM 650-PRINT-TOTALS       THRU 650-EXIT
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       620-EXIT.
           EXIT.
      *
      *
       650-PRINT-TOTALS.
      *
           MOVE WS-PRT-MARKETING          TO WS-RPT-TOT-MARKETING
           MOVE WS-PRT-SERVICING          TO WS-RPT-TOT-SERVICING
           MOVE WS-PRT-REGULATORY         TO WS-RPT-TOT-REGULATORY
           MOVE WS-PRT-SUPPRESSED         TO WS-RPT-TOT-SUPPRESSED
           MOVE WS-RPT-TOTAL-LINE         TO WS-RPT-LINE
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
                DISPLAY 'MBRCFRPT DD: CFCAPRPT, GVBTP90 FAILED, '
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
      ***************************************************************
      *  THE LAST CUSTOMER'S TOTAL AND THE REPORT TOTAL.
      ***************************************************************
       700-WRITE-REPORT-END.
      *
           IF   WS-PREV-KEY-ID = SPACES
                MOVE 'NO CONTACTS RECORDED FOR THE SELECTION'
                                          TO WS-RPT-LINE
                PERFORM 690-WRITE-LINE    THRU 690-EXIT
                GO TO 700-EXIT
           END-IF
      *
           PERFORM 620-WRITE-CUSTOMER-TOTAL THRU 620-EXIT
           MOVE WS-ALL-COUNTS             TO WS-PRT-COUNTS
           MOVE SPACES                    TO WS-RPT-TOT-LABEL
           MOVE 'REPORT TOTAL'            TO WS-RPT-TOT-LABEL
           PERFORM 650-PRINT-TOTALS       THRU 650-EXIT
           .
       700-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CTHS-RECORD,
                                      CTHS-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE WS-ROW-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCFRPT: ' WS-DISPLAY-MASK-1
                   ' HISTORY ROWS READ'
           MOVE WS-LISTED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCFRPT: ' WS-DISPLAY-MASK-1 ' ROWS LISTED'
           MOVE WS-CUSTOMER-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCFRPT: ' WS-DISPLAY-MASK-1 ' CUSTOMERS'
           .
       9900-EXIT.
           EXIT.
