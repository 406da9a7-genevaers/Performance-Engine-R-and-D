       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRSCHCK.
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
      ** DESCRIPTION: EXPECTED-JOB SCHEDULE CHECK.  RUNCTL ONLY KNOWS  *
      **              ABOUT STEPS THAT REGISTERED THROUGH MBRRCREG, SO *
      **              A MONTHLY OR QUARTERLY JOB THAT IS SIMPLY NEVER  *
      **              SUBMITTED LEAVES NO TRACE THERE.  THIS PROGRAM   *
      **              READS THE JOBSCHED TABLE (SEE GVBCJSCH) OF RUN   *
      **              IDS THE CYCLE IS EXPECTED TO RUN - DAILY, MONTH- *
      **              END, QUARTER-END OR ON A GIVEN WEEKDAY - WORKS   *
      **              OUT ON THE MBRBDAY BUSINESS-DAY CALENDAR WHICH   *
      **              OF THEM WERE DUE ON THE CYCLE DATE, AND LOCATES  *
      **              EACH DUE STEP'S RUNCTL ROW FOR THAT CYCLE.  A    *
      **              DUE STEP WITH NO ROW NEVER STARTED: IT IS        *
      **              FLAGGED ON THE REPORT AND RAISES ITS OWN         *
      **              MBR0901E ALERT, ALSO JOURNALED TO ALERTLOG.      *
      **              STEPS THAT STARTED ARE LISTED WITH THEIR RUNCTL  *
      **              STATUS; MBRRCRPT REMAINS THE REPORT OF RECORD    *
      **              FOR STEPS THAT FAILED OR NEVER ENDED.            *
      **                                                               *
      **              RUN IT AT THE END OF THE CYCLE, OR THE NEXT      *
      **              MORNING WITH CYCLEDATE= NAMING THE CYCLE TO      *
      **              CHECK.                                           *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY - GREGORIAN-TO-JULIAN CONVERSION      *
      **                 MBRALRTW - ALERTLOG JOURNAL WRITER            *
      **                 MBRBDAY - BUSINESS-DAY CALENDAR SERVICE       *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   RUN-CONTROL CLUSTER         (DDNAME=RUNCTL)    *
      **                EXPECTED-JOB SCHEDULE       (DDNAME=JOBSCHED)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  SCHEDULE CHECK REPORT       (DDNAME=SCHDRPT)   *
      **                                                               *
      ** CONTROL CARD:  CYCLEDATE=CCYYMMDD   CYCLE TO CHECK (TODAY)    *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY DUE STEP STARTED                    *
      **              0004 - A DUE STEP NEVER STARTED (ALERTED)        *
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
       01  WS-MBRALRTW                 PIC X(08)  VALUE 'MBRALRTW'.
       01  WS-MBRBDAY                  PIC X(08)  VALUE 'MBRBDAY '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-SCHED-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-DUE-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-STARTED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-MISSED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-BAD-CARD-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-CYCLE-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-CYCLE-PARTS REDEFINES WS-CTL-CYCLE-DATE.
           05  WS-CTL-CYCLE-CCYY       PIC 9(04).
           05  WS-CTL-CYCLE-MM         PIC 9(02).
               88  WS-CTL-QUARTER-MONTH   VALUE 03 06 09 12.
           05  WS-CTL-CYCLE-DD         PIC 9(02).
       01  WS-KWRD-NUMERIC             PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE CYCLE DATE AS THE SCHEDULE SEES IT, RESOLVED ONCE ON THE
      *  MBRBDAY CALENDAR.  THE WEEKLY WINDOW IS EVERY CALENDAR DAY
      *  AFTER THE PRIOR BUSINESS DAY UP TO AND INCLUDING THE CYCLE
      *  DATE, SO A WEEKLY STEP WHOSE DAY FALLS ON A HOLIDAY OR
      *  WEEKEND IS DUE ON THE NEXT BUSINESS DAY.
      *****************************************************************
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
       01  WS-QUARTER-END-SW           PIC X(01)  VALUE 'N'.
           88  WS-QUARTER-END                     VALUE 'Y'.
      *
      *      20240101 WAS A MONDAY; A DAY'S WEEKDAY IS ITS SERIAL-DAY
      *      DISTANCE FROM IT, MODULO 7 (0 = MONDAY THRU 6 = SUNDAY),
      *      THE SAME RECKONING MBRBDAY USES.
       01  WS-ANCHOR-DATE              PIC 9(08)  VALUE 20240101.
       01  WS-ANCHOR-JULIAN            PIC S9(08) COMP VALUE +0.
       01  WS-PREV-JULIAN              PIC S9(08) COMP VALUE +0.
       01  WS-CYCLE-JULIAN             PIC S9(08) COMP VALUE +0.
       01  WS-WORK-JULIAN              PIC S9(08) COMP VALUE +0.
       01  WS-DAY-DIFF                 PIC S9(08) COMP VALUE +0.
       01  WS-DAY-QUOTIENT             PIC S9(08) COMP VALUE +0.
       01  WS-WEEKDAY-NBR              PIC S9(08) COMP VALUE +0.
       01  WS-WEEKDAY-IDX              PIC S9(04) COMP VALUE +0.
       01  WS-WEEKDAY-NAMES            PIC X(21)  VALUE
           'MONTUEWEDTHUFRISATSUN'.
       01  WS-WEEKDAY-TBL REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME         OCCURS 7 TIMES PIC X(03).
       01  WS-WINDOW-FLAGS             PIC X(07)  VALUE 'NNNNNNN'.
       01  WS-WINDOW-TBL REDEFINES WS-WINDOW-FLAGS.
           05  WS-WINDOW-DAY           OCCURS 7 TIMES PIC X(01).
               88  WS-WINDOW-DAY-DUE      VALUE 'Y'.
      *
       01  WS-STEP-DUE-SW              PIC X(01)  VALUE 'N'.
           88  WS-STEP-DUE                        VALUE 'Y'.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(34)  VALUE
               'MBRSCHCK - EXPECTED-JOB CHECK FOR '.
           05  WS-RPT-HDG-CYCLE-DATE   PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-HDG-DAY-TYPE     PIC X(37).
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(05)  VALUE 'STEP '.
           05  WS-RPT-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-FREQUENCY        PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-STATUS           PIC X(17).
           05  FILLER                  PIC X(16)  VALUE SPACES.
      *
       01  WS-ALERT-TEXT.
           05  FILLER                  PIC X(30)  VALUE
               'EXPECTED STEP NEVER STARTED - '.
           05  WS-ALERT-RUN-ID         PIC X(08).
           05  FILLER                  PIC X(12)  VALUE SPACES.
      *
       COPY GVBCJSCH.
       COPY GVBCKWRD.
       COPY GVBCRUNC.
       COPY GVBCALRT.
       COPY GVBCALOG.
       COPY GVBCBDAY.
       COPY GVBCJDAY.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-CTL-CYCLE-DATE       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRSCHCK'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-RESOLVE-CYCLE     THRU 200-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 150-OPEN-REPORT       THRU 150-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                MOVE ' '                      TO EOF-FLAG
                PERFORM 300-CHECK-ONE-CARD    THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRSCHCK'                TO RUNC-REG-RUN-ID
           MOVE WS-SCHED-READ-CNT         TO RUNC-REG-RCRDS-READ
           MOVE WS-DUE-CNT                TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-BAD-CARD-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-MISSED-CNT > ZERO
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
      *  PARSE THE CONTROL CARD AND OPEN THE SCHEDULE TABLE AND THE
      *  RUNCTL CLUSTER.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           SET  TP90K-ANCHOR              TO NULL
           SET  TP90R-ANCHOR              TO NULL
      *
           MOVE 'MBRSCHCK'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'CYCLEDATE'            TO KWRD-NAME (1)
           MOVE WS-CTL-CYCLE-DATE      TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (1) (1:8) NOT NUMERIC
                  DISPLAY 'MBRSCHCK: CYCLEDATE MUST BE NUMERIC'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:8)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-CYCLE-DATE
           END-EVALUATE
      *
           MOVE 'JOBSCHED'                TO TP90K-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90K-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90K-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90K-FILE-MODE
           MOVE SPACES                    TO TP90K-RETURN-CODE
           MOVE +0                        TO TP90K-VSAM-RETURN-CODE
           MOVE LENGTH OF JSCH-RECORD     TO TP90K-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90K-RECFM
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 JSCH-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCHCK DD: JOBSCHED, GVBTP90 FAILED, '
                        'RET CD = ' TP90K-RETURN-CODE
                SET  TP90K-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90K-DDNAME
      *
           MOVE 'RUNCTL  '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCHCK DD: RUNCTL, GVBTP90 FAILED, '
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
      *  OPEN THE REPORT AND WRITE ITS HEADING, WHICH SAYS WHAT KIND
      *  OF BUSINESS DAY THE CYCLE WAS.
      ***************************************************************
       150-OPEN-REPORT.
      *
           MOVE 'SCHDRPT '                TO TP90R-DDNAME
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
                                 RUNC-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCHCK DD: SCHDRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           MOVE WS-CTL-CYCLE-DATE         TO WS-RPT-HDG-CYCLE-DATE
           EVALUATE TRUE
             WHEN WS-QUARTER-END
                  MOVE '(BUSINESS DAY, MONTH/QUARTER-END)'
                                          TO WS-RPT-HDG-DAY-TYPE
             WHEN WS-MONTH-END
                  MOVE '(BUSINESS DAY, MONTH-END)'
                                          TO WS-RPT-HDG-DAY-TYPE
             WHEN WS-BUSINESS-DAY
                  MOVE '(BUSINESS DAY)'   TO WS-RPT-HDG-DAY-TYPE
             WHEN OTHER
                  MOVE '(NOT A BUSINESS DAY - NOTHING DUE)'
                                          TO WS-RPT-HDG-DAY-TYPE
           END-EVALUATE
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADING-1,
                                 RUNC-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCHCK DD: SCHDRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RESOLVE THE CYCLE DATE ON THE BUSINESS-DAY CALENDAR: IS IT
      *  A BUSINESS DAY, THE LAST ONE OF ITS MONTH OR QUARTER, AND
      *  WHICH WEEKDAYS FALL IN ITS WEEKLY WINDOW.
      ***************************************************************
       200-RESOLVE-CYCLE.
      *
           SET  BDAY-FCN-PREVIOUS         TO TRUE
           MOVE WS-CTL-CYCLE-DATE         TO BDAY-DATE-1
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           IF   BDAY-RET-INVALID
                DISPLAY 'MBRSCHCK: CYCLE DATE ' WS-CTL-CYCLE-DATE
                        ' IS NOT A VALID DATE'
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
           MOVE BDAY-RESULT-DATE          TO WS-PREV-BDAY
      *
      *      THE CYCLE DATE IS A BUSINESS DAY EXACTLY WHEN IT IS THE
      *      NEXT BUSINESS DAY AFTER THE PREVIOUS ONE.
           SET  BDAY-FCN-NEXT             TO TRUE
           MOVE WS-PREV-BDAY              TO BDAY-DATE-1
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           IF   BDAY-RESULT-DATE = WS-CTL-CYCLE-DATE
                SET  WS-BUSINESS-DAY      TO TRUE
           END-IF
      *
           SET  BDAY-FCN-NEXT             TO TRUE
           MOVE WS-CTL-CYCLE-DATE         TO BDAY-DATE-1
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           MOVE BDAY-RESULT-DATE          TO WS-NEXT-BDAY
      *
           IF   WS-BUSINESS-DAY
           AND  WS-NEXT-BDAY-MM NOT = WS-CTL-CYCLE-MM
                SET  WS-MONTH-END         TO TRUE
                IF   WS-CTL-QUARTER-MONTH
                     SET  WS-QUARTER-END  TO TRUE
                END-IF
           END-IF
      *
           MOVE 'NNNNNNN'                 TO WS-WINDOW-FLAGS
           IF   WS-BUSINESS-DAY
                MOVE WS-ANCHOR-DATE       TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                MOVE JDAY-JULIAN-DAY      TO WS-ANCHOR-JULIAN
                MOVE WS-PREV-BDAY         TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                MOVE JDAY-JULIAN-DAY      TO WS-PREV-JULIAN
                MOVE WS-CTL-CYCLE-DATE    TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                MOVE JDAY-JULIAN-DAY      TO WS-CYCLE-JULIAN
                MOVE WS-PREV-JULIAN       TO WS-WORK-JULIAN
                PERFORM 210-FLAG-WINDOW-DAY THRU 210-EXIT
                        UNTIL WS-WORK-JULIAN >= WS-CYCLE-JULIAN
           END-IF
      *
           DISPLAY 'MBRSCHCK: CYCLE ' WS-CTL-CYCLE-DATE
                   ' BUSINESS DAY=' WS-BUSINESS-DAY-SW
                   ' MONTH-END=' WS-MONTH-END-SW
                   ' QUARTER-END=' WS-QUARTER-END-SW
           DISPLAY 'MBRSCHCK: WEEKLY WINDOW MON-SUN = '
                   WS-WINDOW-FLAGS
           .
       200-EXIT.
           EXIT.
      *
      *
       210-FLAG-WINDOW-DAY.
      *
           ADD  +1                        TO WS-WORK-JULIAN
           COMPUTE WS-DAY-DIFF = WS-WORK-JULIAN - WS-ANCHOR-JULIAN
           DIVIDE WS-DAY-DIFF BY +7 GIVING WS-DAY-QUOTIENT
                  REMAINDER WS-WEEKDAY-NBR
           IF   WS-WEEKDAY-NBR < ZERO
                ADD  +7                   TO WS-WEEKDAY-NBR
           END-IF
           COMPUTE WS-WEEKDAY-IDX = WS-WEEKDAY-NBR + 1
           MOVE 'Y'                   TO WS-WINDOW-DAY (WS-WEEKDAY-IDX)
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE NEXT SCHEDULE CARD; IF ITS STEP WAS DUE ON THE
      *  CYCLE DATE, CHECK RUNCTL FOR IT.
      ***************************************************************
       300-CHECK-ONE-CARD.
      *
           MOVE TP90-VALUE-READ           TO TP90K-FUNCTION-CODE
           MOVE SPACES                    TO JSCH-RECORD
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 JSCH-RECORD,
                                 RUNC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90K-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSCHCK DD: JOBSCHED, GVBTP90 FAILED, '
                          'RET CD = ' TP90K-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
             WHEN JSCH-RECORD (1:1) = '*'
               OR JSCH-RECORD = SPACES
                  GO TO 300-EXIT
             WHEN OTHER
                  ADD  +1                  TO WS-SCHED-READ-CNT
           END-EVALUATE
      *
           IF   JSCH-RUN-ID = SPACES
           OR   NOT JSCH-FREQ-VALID
                ADD  +1                   TO WS-BAD-CARD-CNT
                DISPLAY 'MBRSCHCK: INVALID JOBSCHED CARD IGNORED: '
                        JSCH-RECORD (1:40)
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 310-TEST-STEP-DUE      THRU 310-EXIT
           IF   NOT WS-STEP-DUE
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-DUE-CNT
      *
           MOVE WS-CTL-CYCLE-DATE         TO RUNC-KEY-CYCLE-DATE
           MOVE JSCH-RUN-ID               TO RUNC-KEY-RUN-ID
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO RUNC-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
      *
           MOVE JSCH-RUN-ID               TO WS-RPT-RUN-ID
           MOVE JSCH-FREQUENCY            TO WS-RPT-FREQUENCY
           MOVE JSCH-DESCRIPTION          TO WS-RPT-DESCRIPTION
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  ADD  +1                 TO WS-MISSED-CNT
                  MOVE '** NEVER STARTED'  TO WS-RPT-STATUS
                  PERFORM 700-ISSUE-ALERT THRU 700-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRSCHCK DD: RUNCTL, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 300-EXIT
             WHEN RUNC-STATUS-ENDED-OK
                  ADD  +1                 TO WS-STARTED-CNT
                  MOVE 'COMPLETED'        TO WS-RPT-STATUS
             WHEN RUNC-STATUS-FAILED
                  ADD  +1                 TO WS-STARTED-CNT
                  MOVE 'STARTED, FAILED'  TO WS-RPT-STATUS
             WHEN OTHER
                  ADD  +1                 TO WS-STARTED-CNT
                  MOVE 'STARTED, NO END'  TO WS-RPT-STATUS
           END-EVALUATE
      *
           PERFORM 400-WRITE-REPORT-LINE  THRU 400-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WAS THIS CARD'S STEP DUE ON THE CYCLE DATE?  NOTHING IS DUE
      *  ON A DAY THAT IS NOT A BUSINESS DAY.
      ***************************************************************
       310-TEST-STEP-DUE.
      *
           MOVE 'N'                       TO WS-STEP-DUE-SW
           IF   NOT WS-BUSINESS-DAY
                GO TO 310-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN JSCH-FREQ-DAILY
                  SET  WS-STEP-DUE        TO TRUE
             WHEN JSCH-FREQ-MONTH-END
              AND WS-MONTH-END
                  SET  WS-STEP-DUE        TO TRUE
             WHEN JSCH-FREQ-QUARTER-END
              AND WS-QUARTER-END
                  SET  WS-STEP-DUE        TO TRUE
             WHEN JSCH-FREQ-WEEKLY
                  MOVE +0                 TO WS-WEEKDAY-IDX
                  PERFORM 320-MATCH-WEEKDAY THRU 320-EXIT
                          UNTIL WS-WEEKDAY-IDX >= +7
                             OR WS-STEP-DUE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       310-EXIT.
           EXIT.
      *
      *
       320-MATCH-WEEKDAY.
      *
           ADD  +1                        TO WS-WEEKDAY-IDX
           IF   WS-WEEKDAY-NAME (WS-WEEKDAY-IDX) = JSCH-WEEKDAY
           AND  WS-WINDOW-DAY-DUE (WS-WEEKDAY-IDX)
                SET  WS-STEP-DUE          TO TRUE
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
       400-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 RUNC-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCHCK DD: SCHDRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE ALERT PER DUE STEP THAT NEVER STARTED, NAMING THE STEP,
      *  SO THE ON-CALL KNOWS EXACTLY WHAT TO SUBMIT.
      ***************************************************************
       700-ISSUE-ALERT.
      *
           MOVE JSCH-RUN-ID               TO WS-ALERT-RUN-ID
           MOVE ALRT-SCHED-MISSED         TO ALRT-MSG-ID
           MOVE WS-ALERT-TEXT             TO ALRT-MSG-TEXT
           MOVE WS-MISSED-CNT             TO ALRT-MSG-COUNT
           DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
           SET  ALOG-FCN-WRITE            TO TRUE
           MOVE 'MBRSCHCK'                TO ALOG-PARM-PROGRAM
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
                                      RUNC-RECORD,
                                      RUNC-RECORD-KEY
           END-IF
           IF   TP90K-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      JSCH-RECORD,
                                      RUNC-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      RUNC-RECORD-KEY
           END-IF
      *
           MOVE WS-SCHED-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCHCK: ' WS-DISPLAY-MASK-1
                   ' SCHEDULE CARDS READ'
           MOVE WS-DUE-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCHCK: ' WS-DISPLAY-MASK-1 ' STEPS DUE'
           MOVE WS-STARTED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCHCK: ' WS-DISPLAY-MASK-1 ' STEPS STARTED'
           MOVE WS-MISSED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCHCK: ' WS-DISPLAY-MASK-1
                   ' STEPS NEVER STARTED'
           MOVE WS-BAD-CARD-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSCHCK: ' WS-DISPLAY-MASK-1 ' INVALID CARDS'
           .
       9900-EXIT.
           EXIT.
