       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRFARV.
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
      ** DESCRIPTION: INBOUND FEED ARRIVAL MONITOR.  SCHEDULED EVERY   *
      **              HALF HOUR OR SO THROUGH THE EVENING, IT WORKS    *
      **              OUT FROM THE FEEDEXP TABLE (SEE GVBCFARV) WHICH  *
      **              FEEDS ARE DUE FOR THE BUSINESS DATE ON THE       *
      **              MBRBDAY CALENDAR, AND FOR EACH ONE NOT YET SEEN  *
      **              LOOKS AT THE FIRST RECORD OF ITS CURRENT         *
      **              GENERATION.  A GVBCHDRT HEADER CARRYING THE      *
      **              BUSINESS DATE MEANS THE FEED HAS LANDED; THE     *
      **              CHECK THAT FIRST SEES IT RECORDS THE ARRIVAL ON  *
      **              THE FEEDARV KSDS, ON TIME OR LATE AGAINST THE    *
      **              FEED'S LATEST TIME.  A FEED NOT YET IN RAISES:   *
      **                MBR1301W  ONCE, WHEN ITS EXPECTED TIME HAS     *
      **                          PASSED OR ITS LATEST TIME IS WITHIN  *
      **                          THE SHOP WARNING LEAD (GVBCALRT) -   *
      **                          THE CUE TO CHASE THE SOURCE TEAM     *
      **                          WHILE THERE IS STILL TIME            *
      **                MBR1302E  ONCE, WHEN ITS LATEST TIME PASSES    *
      **              AND A FEED THAT LANDS AFTER ITS LATEST TIME      *
      **              RAISES MBR1303W WITH THE MINUTES LATE.  ALERTS   *
      **              GO TO THE CONSOLE AND THE ALERTLOG JOURNAL.  A   *
      **              FEED ALREADY SEEN IS NOT LOOKED AT AGAIN, SO THE *
      **              MONITOR IS SAFE TO RUN AS OFTEN AS WANTED.       *
      **                                                               *
      **              MLOADVS'S FRESHNESS GUARD STILL REFUSES A STALE  *
      **              FEED AT LOAD TIME; THIS IS THE EARLIER WARNING.  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY - GREGORIAN-TO-JULIAN CONVERSION      *
      **                 GVBUR35 - DYNAMIC ALLOCATION                  *
      **                 MBRALRTW - ALERTLOG JOURNAL WRITER            *
      **                 MBRBDAY - BUSINESS-DAY CALENDAR SERVICE       *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                                                               *
      ** INPUT FILES:   ARRIVAL EXPECTATIONS        (DDNAME=FEEDEXP)   *
      **                EACH FEED'S DD, ALLOCATED ON THE FLY FROM ITS  *
      **                GDG BASE OR BY THE JCL                         *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     FEED ARRIVAL HISTORY        (DDNAME=FEEDARV)   *
      **                                                               *
      ** CONTROL CARD:  BUSNDATE=CCYYMMDD    BUSINESS DATE THE FEEDS   *
      **                                     CARRY (TODAY).  CHECKS    *
      **                                     AFTER MIDNIGHT NAME THE   *
      **                                     PREVIOUS DAY.             *
      **                                                               *
      ** NOTES:   THE ARRIVAL TIME RECORDED IS THE CHECK THAT FIRST    *
      **          SAW THE HEADER, SO IT IS ACCURATE TO THE MONITOR'S   *
      **          SCHEDULING INTERVAL.                                 *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY DUE FEED IN, OR STILL INSIDE ITS    *
      **                     WINDOW                                    *
      **              0004 - A FEED OVERDUE, OR IN LATE                *
      **              0008 - A FEED PAST ITS LATEST TIME AND NOT IN    *
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
       01  WS-GVBUR35                  PIC X(08)  VALUE 'GVBUR35 '.
       01  WS-MBRALRTW                 PIC X(08)  VALUE 'MBRALRTW'.
       01  WS-MBRBDAY                  PIC X(08)  VALUE 'MBRBDAY '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-CARD-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-BAD-CARD-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-DUE-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-ARRIVED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-WAITING-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-OVERDUE-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-MISSED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-LATE-CNT                 PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-BUSN-DATE            PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-BUSN-PARTS REDEFINES WS-CTL-BUSN-DATE.
           05  FILLER                  PIC 9(04).
           05  WS-CTL-BUSN-MM          PIC 9(02).
           05  FILLER                  PIC 9(02).
       01  WS-KWRD-NUMERIC             PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE CLOCK, AS MINUTES PAST MIDNIGHT OF THE BUSINESS DATE, SO
      *  A CHECK AFTER MIDNIGHT COMPARES STRAIGHT AGAINST A LATEST
      *  TIME OF 2430.
      *****************************************************************
       01  WS-NOW-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-NOW-TIME.
           05  WS-NOW-TIME-HH          PIC 9(02).
           05  WS-NOW-TIME-MM          PIC 9(02).
           05  WS-NOW-TIME-SS          PIC 9(02).
           05  FILLER                  PIC 9(02).
       01  WS-NOW-HHMMSS               PIC 9(06)  VALUE ZEROES.
       01  WS-BUSN-JULIAN              PIC S9(08) COMP VALUE +0.
       01  WS-NOW-JULIAN               PIC S9(08) COMP VALUE +0.
       01  WS-NOW-MINS                 PIC S9(08) COMP VALUE +0.
       01  WS-LATE-MINS                PIC S9(08) COMP VALUE +0.
      *
       01  WS-PREV-BDAY                PIC 9(08)  VALUE ZEROES.
       01  WS-NEXT-BDAY                PIC 9(08)  VALUE ZEROES.
       01  WS-NEXT-BDAY-PARTS REDEFINES WS-NEXT-BDAY.
           05  FILLER                  PIC 9(04).
           05  WS-NEXT-BDAY-MM         PIC 9(02).
           05  FILLER                  PIC 9(02).
       01  WS-BUSINESS-DAY-SW          PIC X(01)  VALUE 'N'.
           88  WS-BUSINESS-DAY                    VALUE 'Y'.
       01  WS-MONTH-END-SW             PIC X(01)  VALUE 'N'.
           88  WS-MONTH-END                       VALUE 'Y'.
      *
      *****************************************************************
      *  THE EXPECTATION TABLE, UP TO 100 CARDS.
      *****************************************************************
       01  WS-EXP-MAX                  PIC S9(04) COMP VALUE +100.
       01  WS-EXP-CNT                  PIC S9(04) COMP VALUE +0.
       01  WS-EXP-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-EXP-SCAN-IDX             PIC S9(04) COMP VALUE +0.
       01  WS-EXP-TBL.
           05  WS-EXP-ENTRY            OCCURS 100 TIMES.
               10  WS-EXP-FEED-ID      PIC X(08).
               10  WS-EXP-SOURCE       PIC X(08).
               10  WS-EXP-DAY-TYPE     PIC X(01).
               10  WS-EXP-EXPECTED     PIC 9(04).
               10  WS-EXP-LATEST       PIC 9(04).
               10  WS-EXP-EXPECTED-MINS
                                       PIC S9(04) COMP.
               10  WS-EXP-LATEST-MINS  PIC S9(04) COMP.
               10  WS-EXP-DD-NAME      PIC X(08).
               10  WS-EXP-GDG-BASE     PIC X(41).
      *
       01  WS-FEED-DUE-SW              PIC X(01)  VALUE 'N'.
           88  WS-FEED-DUE                        VALUE 'Y'.
       01  WS-HAS-MONTH-END-SW         PIC X(01)  VALUE 'N'.
           88  WS-HAS-MONTH-END-CARD              VALUE 'Y'.
       01  WS-ROW-NEW-SW               PIC X(01)  VALUE 'N'.
           88  WS-ROW-NEW                         VALUE 'Y'.
       01  WS-FEED-LANDED-SW           PIC X(01)  VALUE 'N'.
           88  WS-FEED-LANDED                     VALUE 'Y'.
       01  WS-FEED-ALLOCATED-SW        PIC X(01)  VALUE 'N'.
           88  WS-FEED-ALLOCATED                  VALUE 'Y'.
       01  WS-FEED-STATE               PIC X(20)  VALUE SPACES.
       01  WS-FEED-FIRST-RECORD        PIC X(96)  VALUE SPACES.
       01  WS-GDG-CURRENT              PIC X(08)  VALUE '(0)'.
      *
       01  WS-ALERT-TEXT.
           05  FILLER                  PIC X(05)  VALUE 'FEED '.
           05  WS-ALERT-FEED-ID        PIC X(08).
           05  FILLER                  PIC X(06)  VALUE ' FROM '.
           05  WS-ALERT-SOURCE         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ALERT-WHAT           PIC X(22).
       01  WS-ALERT-COUNT              PIC S9(08) COMP VALUE +0.
      *
       COPY GVBCFARV.
       COPY GVBCHDRT.
       COPY GVBCKWRD.
       COPY GVBCALRT.
       COPY GVBCALOG.
       COPY GVBCBDAY.
       COPY GVBCJDAY.
       COPY GVBCUR35.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90E-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90E-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90E-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90E-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90E-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90E-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90E-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90E-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90E-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90E-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90E-ESDS==.
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
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-RESOLVE-DAY       THRU 200-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                MOVE +0                       TO WS-EXP-IDX
                PERFORM 300-CHECK-ONE-FEED    THRU 300-EXIT
                     UNTIL WS-EXP-IDX >= WS-EXP-CNT
                        OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-MISSED-CNT > ZERO
                  MOVE 8                     TO RETURN-CODE
             WHEN WS-OVERDUE-CNT > ZERO
               OR WS-LATE-CNT > ZERO
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
      *  TAKE THE CLOCK, PARSE THE CONTROL CARD, LOAD THE
      *  EXPECTATION TABLE AND OPEN THE ARRIVAL HISTORY.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           SET  TP90E-ANCHOR              TO NULL
           SET  TP90F-ANCHOR              TO NULL
      *
           ACCEPT WS-NOW-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME             FROM TIME
           MOVE WS-NOW-TIME (1:6)         TO WS-NOW-HHMMSS
           MOVE WS-NOW-DATE               TO WS-CTL-BUSN-DATE
      *
           MOVE 'MBRFARV'              TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'BUSNDATE'             TO KWRD-NAME (1)
           MOVE WS-CTL-BUSN-DATE       TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (1) (1:8) NOT NUMERIC
                  DISPLAY 'MBRFARV: BUSNDATE MUST BE NUMERIC'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:8)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-BUSN-DATE
           END-EVALUATE
      *
           MOVE WS-CTL-BUSN-DATE          TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-BUSN-JULIAN
           MOVE WS-NOW-DATE               TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           MOVE JDAY-JULIAN-DAY           TO WS-NOW-JULIAN
           COMPUTE WS-NOW-MINS =
                   (WS-NOW-JULIAN - WS-BUSN-JULIAN) * 1440
                 + (WS-NOW-TIME-HH * 60) + WS-NOW-TIME-MM
           IF   WS-NOW-MINS < ZERO
                DISPLAY 'MBRFARV: BUSNDATE ' WS-CTL-BUSN-DATE
                        ' IS IN THE FUTURE'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE 'FEEDEXP '                TO TP90E-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90E-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90E-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90E-FILE-MODE
           MOVE SPACES                    TO TP90E-RETURN-CODE
           MOVE +0                        TO TP90E-VSAM-RETURN-CODE
           MOVE LENGTH OF FEXP-RECORD     TO TP90E-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90E-RECFM
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 FEXP-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFARV DD: FEEDEXP, GVBTP90 FAILED, '
                        'RET CD = ' TP90E-RETURN-CODE
                SET  TP90E-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           MOVE ' '                       TO EOF-FLAG
           PERFORM 110-LOAD-ONE-CARD      THRU 110-EXIT
                   UNTIL EOF-FLAG = 'Y'
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90E-FUNCTION-CODE
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 FEXP-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90E-ANCHOR              TO NULL
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
           MOVE 'FEEDARV '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 FARV-RECORD,
                                 FARV-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFARV DD: FEEDARV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE EXPECTATION CARD.  A BAD CARD IS REPORTED AND SKIPPED -
      *  THE REST OF THE FEEDS ARE STILL WATCHED.
      ***************************************************************
       110-LOAD-ONE-CARD.
      *
           MOVE TP90-VALUE-READ           TO TP90E-FUNCTION-CODE
           MOVE SPACES                    TO FEXP-RECORD
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 FEXP-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90E-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 110-EXIT
             WHEN TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRFARV DD: FEEDEXP, GVBTP90 FAILED, '
                          'RET CD = ' TP90E-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 110-EXIT
             WHEN FEXP-RECORD (1:1) = '*'
               OR FEXP-RECORD = SPACES
                  GO TO 110-EXIT
             WHEN OTHER
                  ADD  +1                  TO WS-CARD-CNT
           END-EVALUATE
      *
           IF   FEXP-FEED-ID = SPACES
           OR   FEXP-SOURCE-SYSTEM = SPACES
           OR   FEXP-DD-NAME = SPACES
           OR   NOT FEXP-DAY-VALID
           OR   FEXP-EXPECTED-TIME NOT NUMERIC
           OR   FEXP-LATEST-TIME NOT NUMERIC
                ADD  +1                   TO WS-BAD-CARD-CNT
                DISPLAY 'MBRFARV: INVALID FEEDEXP CARD IGNORED: '
                        FEXP-RECORD (1:40)
                GO TO 110-EXIT
           END-IF
           IF   FEXP-EXPECTED-HH > 47
           OR   FEXP-EXPECTED-MM > 59
           OR   FEXP-LATEST-HH > 47
           OR   FEXP-LATEST-MM > 59
           OR   FEXP-LATEST-TIME < FEXP-EXPECTED-TIME
                ADD  +1                   TO WS-BAD-CARD-CNT
                DISPLAY 'MBRFARV: FEEDEXP TIMES INVALID, CARD '
                        'IGNORED: ' FEXP-RECORD (1:40)
                GO TO 110-EXIT
           END-IF
           IF   WS-EXP-CNT >= WS-EXP-MAX
                DISPLAY 'MBRFARV: MORE THAN 100 FEEDEXP CARDS'
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 110-EXIT
           END-IF
      *
           ADD  +1                        TO WS-EXP-CNT
           MOVE FEXP-FEED-ID          TO WS-EXP-FEED-ID (WS-EXP-CNT)
           MOVE FEXP-SOURCE-SYSTEM    TO WS-EXP-SOURCE (WS-EXP-CNT)
           MOVE FEXP-DAY-TYPE         TO WS-EXP-DAY-TYPE (WS-EXP-CNT)
           MOVE FEXP-EXPECTED-TIME    TO WS-EXP-EXPECTED (WS-EXP-CNT)
           MOVE FEXP-LATEST-TIME      TO WS-EXP-LATEST (WS-EXP-CNT)
           COMPUTE WS-EXP-EXPECTED-MINS (WS-EXP-CNT) =
                   (FEXP-EXPECTED-HH * 60) + FEXP-EXPECTED-MM
           COMPUTE WS-EXP-LATEST-MINS (WS-EXP-CNT) =
                   (FEXP-LATEST-HH * 60) + FEXP-LATEST-MM
           MOVE FEXP-DD-NAME          TO WS-EXP-DD-NAME (WS-EXP-CNT)
           MOVE FEXP-GDG-BASE         TO WS-EXP-GDG-BASE (WS-EXP-CNT)
           .
       110-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  IS THE BUSINESS DATE A BUSINESS DAY, AND THE LAST OF ITS
      *  MONTH?  THE SAME RECKONING AS MBRSCHCK.
      ***************************************************************
       200-RESOLVE-DAY.
      *
           SET  BDAY-FCN-PREVIOUS         TO TRUE
           MOVE WS-CTL-BUSN-DATE          TO BDAY-DATE-1
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           IF   BDAY-RET-INVALID
                DISPLAY 'MBRFARV: BUSINESS DATE ' WS-CTL-BUSN-DATE
                        ' IS NOT A VALID DATE'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
           MOVE BDAY-RESULT-DATE          TO WS-PREV-BDAY
      *
           SET  BDAY-FCN-NEXT             TO TRUE
           MOVE WS-PREV-BDAY              TO BDAY-DATE-1
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           IF   BDAY-RESULT-DATE = WS-CTL-BUSN-DATE
                SET  WS-BUSINESS-DAY      TO TRUE
           END-IF
      *
           SET  BDAY-FCN-NEXT             TO TRUE
           MOVE WS-CTL-BUSN-DATE          TO BDAY-DATE-1
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           MOVE BDAY-RESULT-DATE          TO WS-NEXT-BDAY
           IF   WS-BUSINESS-DAY
           AND  WS-NEXT-BDAY-MM NOT = WS-CTL-BUSN-MM
                SET  WS-MONTH-END         TO TRUE
           END-IF
      *
           DISPLAY 'MBRFARV: BUSINESS DATE ' WS-CTL-BUSN-DATE
                   ' BUSINESS DAY=' WS-BUSINESS-DAY-SW
                   ' MONTH-END=' WS-MONTH-END-SW
                   ' CHECKED AT ' WS-NOW-DATE ' ' WS-NOW-HHMMSS
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE EXPECTATION CARD: IF ITS FEED IS DUE FOR THE BUSINESS
      *  DATE, BRING THE FEED'S ARRIVAL ROW UP TO DATE.
      ***************************************************************
       300-CHECK-ONE-FEED.
      *
           ADD  +1                        TO WS-EXP-IDX
           PERFORM 310-TEST-FEED-DUE      THRU 310-EXIT
           IF   NOT WS-FEED-DUE
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-DUE-CNT
      *
           MOVE WS-CTL-BUSN-DATE          TO FARV-KEY-BUSN-DATE
           MOVE WS-EXP-FEED-ID (WS-EXP-IDX) TO FARV-KEY-FEED-ID
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF FARV-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SPACES                    TO FARV-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 FARV-RECORD,
                                 FARV-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  MOVE 'N'                TO WS-ROW-NEW-SW
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  SET  WS-ROW-NEW         TO TRUE
                  MOVE SPACES             TO FARV-RECORD
                  MOVE FARV-RECORD-KEY    TO FARV-KEY
                  MOVE WS-EXP-SOURCE (WS-EXP-IDX)
                                          TO FARV-SOURCE-SYSTEM
                  MOVE WS-EXP-EXPECTED (WS-EXP-IDX)
                                          TO FARV-EXPECTED-TIME
                  MOVE WS-EXP-LATEST (WS-EXP-IDX)
                                          TO FARV-LATEST-TIME
                  SET  FARV-STATUS-WAITING TO TRUE
                  MOVE ZEROES             TO FARV-ARRIVAL-DATE
                                             FARV-ARRIVAL-TIME
                                             FARV-LATE-MINUTES
                                             FARV-CHECK-CNT
                  MOVE 'N'                TO FARV-WARNED-SW
                                             FARV-ESCALATED-SW
             WHEN OTHER
                  DISPLAY 'MBRFARV DD: FEEDARV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
      *      A FEED ALREADY SEEN FOR THE DATE IS DONE WITH.
           IF   FARV-STATUS-ARRIVED
                ADD  +1                   TO WS-ARRIVED-CNT
                DISPLAY 'MBRFARV: ' FARV-KEY-FEED-ID ' FROM '
                        FARV-SOURCE-SYSTEM ' IN AT '
                        FARV-ARRIVAL-TIME ' STATUS ' FARV-STATUS
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 400-PROBE-FEED         THRU 400-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           IF   WS-FEED-LANDED
                PERFORM 500-RECORD-ARRIVAL THRU 500-EXIT
           ELSE
                PERFORM 550-CHASE-FEED     THRU 550-EXIT
           END-IF
      *
           MOVE WS-NOW-DATE               TO FARV-LAST-CHECK-DATE
           MOVE WS-NOW-HHMMSS             TO FARV-LAST-CHECK-TIME
           ADD  1                         TO FARV-CHECK-CNT
      *
           IF   WS-ROW-NEW
                MOVE TP90-VALUE-WRITE     TO TP90-FUNCTION-CODE
           ELSE
                MOVE TP90-VALUE-UPDATE    TO TP90-FUNCTION-CODE
           END-IF
           MOVE LENGTH OF FARV-RECORD     TO TP90-RECORD-LENGTH
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 FARV-RECORD,
                                 FARV-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRFARV: ERROR POSTING FEEDARV ROW FOR '
                        FARV-KEY-FEED-ID ' RC = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  IS THIS CARD'S FEED DUE FOR THE BUSINESS DATE?  ON A MONTH-
      *  END THE FEED'S 'M' CARD, IF IT HAS ONE, STANDS IN FOR ITS
      *  'B' CARD.
      ***************************************************************
       310-TEST-FEED-DUE.
      *
           MOVE 'N'                       TO WS-FEED-DUE-SW
           EVALUATE WS-EXP-DAY-TYPE (WS-EXP-IDX)
             WHEN 'D'
                  SET  WS-FEED-DUE        TO TRUE
             WHEN 'M'
                  IF   WS-MONTH-END
                       SET  WS-FEED-DUE   TO TRUE
                  END-IF
             WHEN OTHER
                  IF   WS-BUSINESS-DAY
                       SET  WS-FEED-DUE   TO TRUE
                  END-IF
                  IF   WS-MONTH-END
                       MOVE 'N'           TO WS-HAS-MONTH-END-SW
                       MOVE +0            TO WS-EXP-SCAN-IDX
                       PERFORM 320-FIND-MONTH-END-CARD THRU 320-EXIT
                               UNTIL WS-EXP-SCAN-IDX >= WS-EXP-CNT
                                  OR WS-HAS-MONTH-END-CARD
                       IF   WS-HAS-MONTH-END-CARD
                            MOVE 'N'      TO WS-FEED-DUE-SW
                       END-IF
                  END-IF
           END-EVALUATE
           .
       310-EXIT.
           EXIT.
      *
      *
       320-FIND-MONTH-END-CARD.
      *
           ADD  +1                        TO WS-EXP-SCAN-IDX
           IF   WS-EXP-FEED-ID (WS-EXP-SCAN-IDX)
                                   = WS-EXP-FEED-ID (WS-EXP-IDX)
           AND  WS-EXP-DAY-TYPE (WS-EXP-SCAN-IDX) = 'M'
                SET  WS-HAS-MONTH-END-CARD TO TRUE
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOOK AT THE FIRST RECORD OF THE FEED'S CURRENT GENERATION.
      *  IT HAS LANDED WHEN THAT RECORD IS A GVBCHDRT HEADER FOR THE
      *  BUSINESS DATE.  NO GENERATION, AN EMPTY ONE, YESTERDAY'S
      *  FEED STILL IN PLACE, OR A FEED WITH NO HEADER ALL READ AS
      *  NOT YET IN.
      ***************************************************************
       400-PROBE-FEED.
      *
           MOVE 'N'                       TO WS-FEED-LANDED-SW
           MOVE 'N'                       TO WS-FEED-ALLOCATED-SW
           MOVE 'NOT YET IN'              TO WS-FEED-STATE
      *
           IF   WS-EXP-GDG-BASE (WS-EXP-IDX) NOT = SPACES
                MOVE  LOW-VALUES           TO UR35-PARAMETER-AREA
                SET   UR35-FUNCTION-ALLOCATE TO TRUE
                MOVE  WS-EXP-DD-NAME (WS-EXP-IDX) TO UR35-DD-NAME
                MOVE  WS-EXP-GDG-BASE (WS-EXP-IDX)
                                           TO UR35-DATASET-NAME
                MOVE  WS-GDG-CURRENT       TO UR35-RELATIVE-GDG
                SET   UR35-DSORG-PS        TO TRUE
                MOVE  'SHR'                TO UR35-EXISTING-DISP
                SET   UR35-FREE-AT-CLOSE   TO TRUE
                CALL WS-GVBUR35  USING UR35-PARAMETER-AREA
                IF   UR35-RETURN-CODE NOT = +0
                     MOVE 'NO GENERATION'  TO WS-FEED-STATE
                     GO TO 400-EXIT
                END-IF
                SET  WS-FEED-ALLOCATED     TO TRUE
           END-IF
      *
           SET  TP90F-ANCHOR              TO NULL
           MOVE WS-EXP-DD-NAME (WS-EXP-IDX) TO TP90F-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90F-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90F-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90F-FILE-MODE
           MOVE SPACES                    TO TP90F-RETURN-CODE
           MOVE +0                        TO TP90F-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-FEED-FIRST-RECORD
                                          TO TP90F-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90F-RECFM
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 WS-FEED-FIRST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90F-ANCHOR          TO NULL
                MOVE 'DD NOT AVAILABLE'    TO WS-FEED-STATE
                GO TO 400-FREE
           END-IF
      *
           MOVE SPACES                    TO WS-FEED-FIRST-RECORD
           MOVE TP90-VALUE-READ           TO TP90F-FUNCTION-CODE
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 WS-FEED-FIRST-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  MOVE 'EMPTY'            TO WS-FEED-STATE
             WHEN WS-FEED-FIRST-RECORD (1:4) NOT = 'HDR '
                  MOVE 'NO HEADER RECORD' TO WS-FEED-STATE
             WHEN OTHER
                  MOVE WS-FEED-FIRST-RECORD TO HDRT-HEADER-RECORD
                  IF   HDRT-HDR-BUSN-DATE = WS-CTL-BUSN-DATE
                       SET  WS-FEED-LANDED TO TRUE
                       MOVE HDRT-HDR-FEED-ID TO FARV-HDR-FEED-ID
                  ELSE
                       MOVE 'EARLIER FEED ONLY' TO WS-FEED-STATE
                  END-IF
           END-EVALUATE
      *
           MOVE TP90-VALUE-CLOSE          TO TP90F-FUNCTION-CODE
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 WS-FEED-FIRST-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90F-ANCHOR              TO NULL
           .
       400-FREE.
           IF   WS-FEED-ALLOCATED
                MOVE  LOW-VALUES           TO UR35-PARAMETER-AREA
                SET   UR35-FUNCTION-DEALLOCATE TO TRUE
                MOVE  WS-EXP-DD-NAME (WS-EXP-IDX) TO UR35-DD-NAME
                CALL WS-GVBUR35  USING UR35-PARAMETER-AREA
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FEED HAS LANDED: RECORD WHEN, AND WHETHER IT MADE ITS
      *  LATEST TIME.
      ***************************************************************
       500-RECORD-ARRIVAL.
      *
           ADD  +1                        TO WS-ARRIVED-CNT
           MOVE WS-NOW-DATE               TO FARV-ARRIVAL-DATE
           MOVE WS-NOW-HHMMSS             TO FARV-ARRIVAL-TIME
           COMPUTE WS-LATE-MINS =
                   WS-NOW-MINS - WS-EXP-LATEST-MINS (WS-EXP-IDX)
           IF   WS-LATE-MINS > ZERO
                SET  FARV-STATUS-LATE     TO TRUE
                MOVE WS-LATE-MINS         TO FARV-LATE-MINUTES
                ADD  +1                   TO WS-LATE-CNT
                MOVE 'ARRIVED LATE, MINS  ='
                                          TO WS-ALERT-WHAT
                MOVE ALRT-FEED-LATE-ARRIVAL TO ALRT-MSG-ID
                MOVE WS-LATE-MINS         TO WS-ALERT-COUNT
                PERFORM 700-ISSUE-ALERT   THRU 700-EXIT
           ELSE
                SET  FARV-STATUS-ON-TIME  TO TRUE
                MOVE ZEROES               TO FARV-LATE-MINUTES
           END-IF
           DISPLAY 'MBRFARV: ' FARV-KEY-FEED-ID ' FROM '
                   FARV-SOURCE-SYSTEM ' LANDED, STATUS ' FARV-STATUS
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FEED IS NOT IN.  PAST ITS LATEST TIME IT IS ESCALATED;
      *  PAST ITS EXPECTED TIME, OR WITHIN THE WARNING LEAD OF ITS
      *  LATEST, THE SOURCE TEAM IS CHASED.  EACH ALERT GOES OUT
      *  ONCE PER FEED PER BUSINESS DATE.
      ***************************************************************
       550-CHASE-FEED.
      *
           ADD  +1                        TO WS-WAITING-CNT
           DISPLAY 'MBRFARV: ' FARV-KEY-FEED-ID ' FROM '
                   FARV-SOURCE-SYSTEM ' ' WS-FEED-STATE
                   ' EXPECTED ' FARV-EXPECTED-TIME
                   ' LATEST ' FARV-LATEST-TIME
      *
           MOVE WS-EXP-LATEST (WS-EXP-IDX) TO WS-ALERT-COUNT
           EVALUATE TRUE
             WHEN WS-NOW-MINS > WS-EXP-LATEST-MINS (WS-EXP-IDX)
                  ADD  +1                 TO WS-MISSED-CNT
                  IF   NOT FARV-ESCALATED
                       SET  FARV-ESCALATED TO TRUE
                       SET  FARV-WARNED   TO TRUE
                       MOVE 'MISSED LATEST TIME  ='
                                          TO WS-ALERT-WHAT
                       MOVE ALRT-FEED-MISSED TO ALRT-MSG-ID
                       PERFORM 700-ISSUE-ALERT THRU 700-EXIT
                  END-IF
             WHEN WS-NOW-MINS > WS-EXP-EXPECTED-MINS (WS-EXP-IDX)
             WHEN WS-NOW-MINS + ALRT-FEED-WARN-LEAD-MINS
                              >= WS-EXP-LATEST-MINS (WS-EXP-IDX)
                  ADD  +1                 TO WS-OVERDUE-CNT
                  IF   NOT FARV-WARNED
                       SET  FARV-WARNED   TO TRUE
                       MOVE 'NOT IN, LATEST TIME ='
                                          TO WS-ALERT-WHAT
                       MOVE ALRT-FEED-OVERDUE TO ALRT-MSG-ID
                       PERFORM 700-ISSUE-ALERT THRU 700-EXIT
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE ALERT, NAMING THE FEED AND ITS SOURCE SO CONSOLE
      *  AUTOMATION CAN ROUTE IT TO THAT SOURCE'S TEAM.
      ***************************************************************
       700-ISSUE-ALERT.
      *
           MOVE FARV-KEY-FEED-ID          TO WS-ALERT-FEED-ID
           MOVE FARV-SOURCE-SYSTEM        TO WS-ALERT-SOURCE
           MOVE WS-ALERT-TEXT             TO ALRT-MSG-TEXT
           MOVE WS-ALERT-COUNT            TO ALRT-MSG-COUNT
           DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
           SET  ALOG-FCN-WRITE            TO TRUE
           MOVE 'MBRFARV '                TO ALOG-PARM-PROGRAM
           MOVE ALRT-MESSAGE-LINE         TO ALOG-PARM-MSG-LINE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
           .
       700-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           SET  ALOG-FCN-CLOSE            TO TRUE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      FARV-RECORD,
                                      FARV-RECORD-KEY
           END-IF
      *
           MOVE WS-CARD-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARV: ' WS-DISPLAY-MASK-1
                   ' EXPECTATION CARDS READ'
           MOVE WS-BAD-CARD-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARV: ' WS-DISPLAY-MASK-1 ' INVALID CARDS'
           MOVE WS-DUE-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARV: ' WS-DISPLAY-MASK-1 ' FEEDS DUE'
           MOVE WS-ARRIVED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARV: ' WS-DISPLAY-MASK-1 ' FEEDS IN'
           MOVE WS-LATE-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARV: ' WS-DISPLAY-MASK-1
                   ' FEEDS LANDED LATE THIS CHECK'
           MOVE WS-WAITING-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARV: ' WS-DISPLAY-MASK-1 ' FEEDS NOT YET IN'
           MOVE WS-OVERDUE-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARV: ' WS-DISPLAY-MASK-1
                   ' OF THEM OVERDUE'
           MOVE WS-MISSED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFARV: ' WS-DISPLAY-MASK-1
                   ' OF THEM PAST THEIR LATEST TIME'
           .
       9900-EXIT.
           EXIT.
