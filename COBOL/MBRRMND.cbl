       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRMND.
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
      ** DESCRIPTION: PRE-LAPSE RENEWAL REMINDERS.  A NIGHTLY CUSTNAMV *
      **              BROWSE FINDS EVERY ACTIVE CUSTOMER WHOSE         *
      **              PLCY-TERM-EFF-DT IS 90, 60 OR 30 BUSINESS DAYS   *
      **              OUT, COUNTED ON THE MBRBDAY CALENDAR, AND        *
      **              WRITES ONE RENEWAL-REMINDER TRIGGER PER          *
      **              CUSTOMER PER MILESTONE TO CORRTRIG FOR MBRCORR   *
      **              (LETTERS RENEW090, RENEW060, RENEW030).  A TERM  *
      **              INSIDE A MILESTONE WHOSE REMINDER HAS NOT GONE   *
      **              OUT YET GETS IT ON THE NEXT RUN, SO A MISSED     *
      **              NIGHT DOES NOT LOSE A REMINDER.  THE REMINDV     *
      **              REGISTER STOPS ANY MILESTONE BEING SENT TWICE.   *
      **              THE MBRCAMPN SUPPRESSIONS ARE HONORED, IN        *
      **              ORDER:                                           *
      **                - CONSENT OPT-OUT, CHANNEL 'MAIL' (MBRCNSCK)   *
      **                - LEGAL HOLD ON THE HOLDLIST KSDS              *
      **                - NO DELIVERABLE CUSTADRV ADDRESS              *
      **                - CONTACT-FREQUENCY CAP (MBRCFCAP) - A         *
      **                  REMINDER IS SERVICING AND SO NEVER CAPPED    *
      **                  UNLESS CAPRULES CLASSIFIES THE RENEWNNN      *
      **                  LETTERS AS MARKETING.  MBRCORR RECORDS THE   *
      **                  CONTACT WHEN THE LETTER GOES OUT.            *
      **              A SUPPRESSED REMINDER IS NOT REGISTERED, SO IT   *
      **              GOES OUT IF THE SUPPRESSION LIFTS IN TIME.       *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRBDAY - BUSINESS-DAY CALENDAR SERVICE       *
      **                 MBRCNSCK - CONSENT SUPPRESSION                *
      **                 MBRCFCAP - CONTACT-FREQUENCY CAPPING          *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                LEGAL-HOLD LIST             (DDNAME=HOLDLIST)  *
      **                                                               *
      ** I-O FILES:     REMINDER REGISTER           (DDNAME=REMINDV)   *
      **                                                               *
      ** OUTPUT FILES:  CORRESPONDENCE TRIGGERS     (DDNAME=CORRTRIG)  *
      **                REMINDER REPORT             (DDNAME=RMNDRPT)   *
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
       01  WS-MBRBDAY                  PIC X(08)  VALUE 'MBRBDAY '.
       01  WS-MBRCNSCK                 PIC X(08)  VALUE 'MBRCNSCK'.
       01  WS-MBRCFCAP                 PIC X(08)  VALUE 'MBRCFCAP'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      THE NAME IS HELD PROTECTED (SEE GVBCPIIK) AND IS REVEALED
      *      UNDER THE ACTIVE KEY FOR THE REPORT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-DUE-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-ALREADY-SENT-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-TRIGGER-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-CONSENT-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-HOLD-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-ADDR-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-CAP-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE MILESTONE DATES - THE CALENDAR DATES THAT ARE 30, 60
      *  AND 90 BUSINESS DAYS AFTER TODAY, WORKED OUT ONCE AT
      *  START-UP.  A TERM ENDING AFTER TODAY AND ON OR BEFORE THE
      *  30-DAY DATE IS IN THE 30 MILESTONE, AND SO ON UP.
      *****************************************************************
       01  WS-STEP-DATE                PIC 9(08)  VALUE ZEROES.
       01  WS-STEP-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-MILESTONE-030-DATE       PIC 9(08)  VALUE ZEROES.
       01  WS-MILESTONE-060-DATE       PIC 9(08)  VALUE ZEROES.
       01  WS-MILESTONE-090-DATE       PIC 9(08)  VALUE ZEROES.
       01  WS-MILESTONE                PIC 9(03)  VALUE ZEROES.
       01  WS-LETTER-ID.
           05  FILLER                  PIC X(05)  VALUE 'RENEW'.
           05  WS-LETTER-MILESTONE     PIC 9(03)  VALUE ZEROES.
      *
       01  WS-ADDR-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-ADDR-FOUND                      VALUE 'Y'.
       01  WS-ADDR-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-ADDR-EOF                        VALUE 'Y'.
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)  VALUE 'KEY '.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(06)  VALUE ' NAME '.
           05  WS-RPT-NAME             PIC X(20).
           05  FILLER                  PIC X(10)  VALUE ' TERM END '.
           05  WS-RPT-EFF-DT           PIC X(08).
           05  FILLER                  PIC X(08)  VALUE ' LETTER '.
           05  WS-RPT-LETTER-ID        PIC X(08).
           05  FILLER                  PIC X(06)  VALUE SPACES.
      *
      *****************************************************************
      *  ONE CORRTRIG TRIGGER, IN THE LAYOUT MBRCORR READS.
      *****************************************************************
       01  WS-TRIGGER-RECORD.
           05  WS-TRG-LETTER-ID        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TRG-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  WS-TRG-TRIG-DATE        PIC X(08).
           05  FILLER                  PIC X(52).
      *
       COPY GVBCRMND.
       COPY GVBCCHLD.
       COPY GVBCHOLD.
       COPY GVBCCNST.
       COPY GVBCCFCP.
       COPY GVBCBDAY.
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90G-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90G-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90G-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90G-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90G-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90G-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90G-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90G-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90G-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90G-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90G-ESDS==.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRRMND '                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-EXAMINE-ONE-RCRD  THRU 300-EXIT
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
           MOVE 'MBRRMND '                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-TRIGGER-CNT            TO RUNC-REG-RCRDS-WRITTEN
           COMPUTE RUNC-REG-RCRDS-REJECTED =
                   WS-SUPP-CONSENT-CNT + WS-SUPP-HOLD-CNT
                 + WS-SUPP-ADDR-CNT + WS-SUPP-CAP-CNT
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE WS-ABEND-CD             TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WORK OUT THE MILESTONE DATES AND OPEN THE FILES.
      ***************************************************************
       100-INIT.
      *
           MOVE WS-TODAY-CCYYMMDD         TO WS-STEP-DATE
           MOVE +0                        TO WS-STEP-CNT
           PERFORM 150-STEP-ONE-BDAY      THRU 150-EXIT
                   UNTIL WS-STEP-CNT >= +90
                      OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
           DISPLAY 'MBRRMND: MILESTONE DATES 030=' WS-MILESTONE-030-DATE
                   ' 060=' WS-MILESTONE-060-DATE
                   ' 090=' WS-MILESTONE-090-DATE
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
                DISPLAY 'MBRRMND DD: CUSTNAMV, GVBTP90 FAILED, '
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
                MOVE 'Y'                   TO EOF-FLAG
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
                DISPLAY 'MBRRMND DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                SET  TP90D-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90G-ANCHOR              TO NULL
           MOVE 'REMINDV '                TO TP90G-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90G-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90G-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90G-FILE-MODE
           MOVE SPACES                    TO TP90G-RETURN-CODE
           MOVE +0                        TO TP90G-VSAM-RETURN-CODE
           MOVE +0                        TO TP90G-RECORD-LENGTH
           MOVE SPACES                    TO TP90G-RECFM
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 RMND-RECORD,
                                 RMND-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRMND DD: REMINDV, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                SET  TP90G-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      CORRTRIG IS SHARED BY EVERY JOB THAT ASKS FOR A LETTER,
      *      SO THE TRIGGERS ARE APPENDED, NEVER REPLACED.
           SET  TP90T-ANCHOR              TO NULL
           MOVE 'CORRTRIG'                TO TP90T-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90T-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90T-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90T-FILE-MODE
           MOVE SPACES                    TO TP90T-RETURN-CODE
           MOVE +0                        TO TP90T-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-TRIGGER-RECORD
                                          TO TP90T-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90T-RECFM
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRMND DD: CORRTRIG, GVBTP90 FAILED, '
                        'RET CD = ' TP90T-RETURN-CODE
                SET  TP90T-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'RMNDRPT '                TO TP90R-DDNAME
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
                DISPLAY 'MBRRMND DD: RMNDRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      THE LEGAL-HOLD LIST IS OPTIONAL - A MISSING ONE IS
      *      REPORTED ONCE AND THAT SUPPRESSION SIMPLY DOES NOT APPLY.
           SET  TP90K-ANCHOR              TO NULL
           MOVE 'HOLDLIST'                TO TP90K-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90K-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90K-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90K-FILE-MODE
           MOVE SPACES                    TO TP90K-RETURN-CODE
           MOVE +0                        TO TP90K-VSAM-RETURN-CODE
           MOVE +0                        TO TP90K-RECORD-LENGTH
           MOVE SPACES                    TO TP90K-RECFM
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 HOLD-RECORD,
                                 HOLD-RECORD-KEY
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRMND: NO HOLDLIST DD ALLOCATED, NO '
                        'LEGAL-HOLD SUPPRESSION'
                SET  TP90K-ANCHOR           TO NULL
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ADVANCE ONE BUSINESS DAY, NOTING THE 30TH, 60TH AND 90TH.
      ***************************************************************
       150-STEP-ONE-BDAY.
      *
           SET  BDAY-FCN-NEXT             TO TRUE
           MOVE WS-STEP-DATE              TO BDAY-DATE-1
           MOVE ZEROES                    TO BDAY-DATE-2
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           IF   BDAY-RET-INVALID
                DISPLAY 'MBRRMND: MBRBDAY REJECTED DATE '
                        WS-STEP-DATE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           MOVE BDAY-RESULT-DATE          TO WS-STEP-DATE
           ADD  +1                        TO WS-STEP-CNT
           EVALUATE WS-STEP-CNT
             WHEN +30
                  MOVE WS-STEP-DATE       TO WS-MILESTONE-030-DATE
             WHEN +60
                  MOVE WS-STEP-DATE       TO WS-MILESTONE-060-DATE
             WHEN +90
                  MOVE WS-STEP-DATE       TO WS-MILESTONE-090-DATE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE NEXT CUSTOMER, PLACE AN ACTIVE TERM IN ITS
      *  MILESTONE, AND SEND THE MILESTONE'S REMINDER IF IT HAS NOT
      *  GONE OUT AND NOTHING SUPPRESSES IT.
      ***************************************************************
       300-EXAMINE-ONE-RCRD.
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90-DDNAME
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRRMND DD: ' TP90-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
      *
           IF   TP90-CUST-STATUS NOT = 'A'
           OR   TP90-CUST-PLCY-TERM-EFF-DT NOT NUMERIC
                GO TO 300-EXIT
           END-IF
           EVALUATE TRUE
             WHEN TP90-CUST-PLCY-TERM-EFF-DT NOT > WS-TODAY-CCYYMMDD
             WHEN TP90-CUST-PLCY-TERM-EFF-DT > WS-MILESTONE-090-DATE
                  GO TO 300-EXIT
             WHEN TP90-CUST-PLCY-TERM-EFF-DT > WS-MILESTONE-060-DATE
                  MOVE 090                TO WS-MILESTONE
             WHEN TP90-CUST-PLCY-TERM-EFF-DT > WS-MILESTONE-030-DATE
                  MOVE 060                TO WS-MILESTONE
             WHEN OTHER
                  MOVE 030                TO WS-MILESTONE
           END-EVALUATE
           ADD  +1                        TO WS-DUE-CNT
      *
           MOVE TP90-CUST-KEY-ID          TO RMND-KEY-KEY-ID
           MOVE TP90-CUST-PLCY-TERM-EFF-DT TO RMND-KEY-TERM-DT
           MOVE WS-MILESTONE              TO RMND-KEY-MILESTONE
           MOVE 'REMINDV '                TO TP90G-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90G-FUNCTION-CODE
           MOVE LENGTH OF RMND-RECORD     TO TP90G-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90G-RECFM
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 RMND-RECORD,
                                 RMND-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90G-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO WS-ALREADY-SENT-CNT
                  GO TO 300-EXIT
             WHEN TP90G-RETURN-CODE NOT = TP90-VALUE-NOT-FOUND
                  DISPLAY 'MBRRMND DD: REMINDV, GVBTP90 FAILED, '
                          'RET CD = ' TP90G-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
      *      THE SUPPRESSIONS, CHEAPEST FIRST - THE SAME ONES, IN THE
      *      SAME ORDER, MBRCAMPN APPLIES TO A MAILING.
           SET  CNSC-FCN-CHECK            TO TRUE
           MOVE TP90-CUST-KEY-ID          TO CNSC-KEY-ID
           MOVE 'MAIL'                    TO CNSC-CHANNEL
           CALL WS-MBRCNSCK USING CNSC-CHECK-PARMS
           IF   CNSC-SUPPRESS
                ADD  +1                   TO WS-SUPP-CONSENT-CNT
                GO TO 300-EXIT
           END-IF
      *
           IF   TP90K-ANCHOR NOT = NULL
                MOVE TP90-CUST-KEY-ID     TO HOLD-RECORD-KEY
                MOVE LENGTH OF HOLD-RECORD TO TP90K-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN TO TP90K-RECFM
                MOVE TP90-VALUE-LOCATE    TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      HOLD-RECORD,
                                      HOLD-RECORD-KEY
                IF   TP90K-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                AND (HOLD-EXPIRY-DATE = ZEROES
                 OR  HOLD-EXPIRY-DATE >= WS-TODAY-CCYYMMDD)
                     ADD  +1              TO WS-SUPP-HOLD-CNT
                     GO TO 300-EXIT
                END-IF
           END-IF
      *
           PERFORM 400-FIND-DELIVERABLE-ADDR THRU 400-EXIT
           IF   NOT WS-ADDR-FOUND
                ADD  +1                   TO WS-SUPP-ADDR-CNT
                GO TO 300-EXIT
           END-IF
      *
           MOVE WS-MILESTONE              TO WS-LETTER-MILESTONE
           SET  CFCP-FCN-CHECK            TO TRUE
           MOVE TP90-CUST-KEY-ID          TO CFCP-KEY-ID
           MOVE WS-TODAY-CCYYMMDD         TO CFCP-CONTACT-DATE
           MOVE 'MAIL'                    TO CFCP-CHANNEL
           MOVE WS-LETTER-ID              TO CFCP-PIECE-ID
           MOVE 'MBRRMND '                TO CFCP-SOURCE-PGM
           MOVE 'S'                       TO CFCP-DEFAULT-CLASS
           CALL WS-MBRCFCAP USING CFCP-CHECK-PARMS
           IF   CFCP-SUPPRESS
                ADD  +1                   TO WS-SUPP-CAP-CNT
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 500-SEND-REMINDER      THRU 500-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FIRST CUSTADRV CHILD NOT MARKED UNDELIVERABLE.
      ***************************************************************
       400-FIND-DELIVERABLE-ADDR.
      *
           MOVE 'N'                       TO WS-ADDR-FOUND-SW
           MOVE 'N'                       TO WS-ADDR-EOF-SW
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
                SET  WS-ADDR-EOF          TO TRUE
           END-IF
      *
           PERFORM 410-JUDGE-ONE-ADDR     THRU 410-EXIT
                   UNTIL WS-ADDR-FOUND OR WS-ADDR-EOF
           .
       400-EXIT.
           EXIT.
      *
      *
       410-JUDGE-ONE-ADDR.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  SET  WS-ADDR-EOF        TO TRUE
             WHEN CUST-CHILD-KEY-ID NOT = TP90-CUST-KEY-ID
             OR   NOT CUST-CHILD-ADDRESS
                  SET  WS-ADDR-EOF        TO TRUE
             WHEN CUST-ADDR-UNDELIVERABLE
                  CONTINUE
             WHEN OTHER
                  SET  WS-ADDR-FOUND      TO TRUE
           END-EVALUATE
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE THE TRIGGER, THEN REGISTER THE MILESTONE AS SENT.
      ***************************************************************
       500-SEND-REMINDER.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRRMND: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
      *
           MOVE WS-MILESTONE              TO WS-LETTER-MILESTONE
           MOVE SPACES                    TO WS-TRIGGER-RECORD
           MOVE WS-LETTER-ID              TO WS-TRG-LETTER-ID
           MOVE TP90-CUST-KEY-ID          TO WS-TRG-KEY-ID
           MOVE WS-TODAY-CCYYMMDD         TO WS-TRG-TRIG-DATE
           MOVE TP90-VALUE-WRITE          TO TP90T-FUNCTION-CODE
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRMND: ERROR WRITING CORRTRIG RC = '
                        TP90T-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
           ADD  +1                        TO WS-TRIGGER-CNT
      *
           MOVE SPACES                    TO RMND-RECORD
           MOVE TP90-CUST-KEY-ID          TO RMND-KEY-ID
           MOVE TP90-CUST-PLCY-TERM-EFF-DT TO RMND-TERM-DT
           MOVE WS-MILESTONE              TO RMND-MILESTONE
           MOVE WS-TODAY-CCYYMMDD         TO RMND-SENT-DATE
           MOVE WS-LETTER-ID              TO RMND-LETTER-ID
           MOVE TP90-VALUE-WRITE          TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 RMND-RECORD,
                                 RMND-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRMND DD: REMINDV, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
      *
           MOVE TP90-CUST-KEY-ID          TO WS-RPT-KEY-ID
           MOVE TP90-CUST-NAME            TO WS-RPT-NAME
           MOVE TP90-CUST-PLCY-TERM-EFF-DT TO WS-RPT-EFF-DT
           MOVE WS-LETTER-ID              TO WS-RPT-LETTER-ID
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRMND: ERROR WRITING RMNDRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       500-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           SET  CNSC-FCN-CLOSE            TO TRUE
           CALL WS-MBRCNSCK USING CNSC-CHECK-PARMS
           SET  CFCP-FCN-CLOSE            TO TRUE
           CALL WS-MBRCFCAP USING CFCP-CHECK-PARMS
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE 'CUSTNAMV'           TO TP90-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90D-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90K-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      HOLD-RECORD,
                                      HOLD-RECORD-KEY
           END-IF
           IF   TP90G-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90G-FUNCTION-CODE
                CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                      RMND-RECORD,
                                      RMND-RECORD-KEY
           END-IF
           IF   TP90T-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90T-FUNCTION-CODE
                CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                      WS-TRIGGER-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRMND: ' WS-DISPLAY-MASK-1 ' RECORDS READ'
           MOVE WS-DUE-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRMND: ' WS-DISPLAY-MASK-1 ' ACTIVE TERMS '
                   'INSIDE A MILESTONE'
           MOVE WS-ALREADY-SENT-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRMND: ' WS-DISPLAY-MASK-1 ' MILESTONES '
                   'ALREADY SENT'
           MOVE WS-TRIGGER-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRMND: ' WS-DISPLAY-MASK-1 ' REMINDER '
                   'TRIGGERS WRITTEN'
           MOVE WS-SUPP-CONSENT-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRMND: ' WS-DISPLAY-MASK-1 ' CONSENT '
                   'SUPPRESSIONS'
           MOVE WS-SUPP-HOLD-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRMND: ' WS-DISPLAY-MASK-1 ' LEGAL-HOLD '
                   'SUPPRESSIONS'
           MOVE WS-SUPP-ADDR-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRMND: ' WS-DISPLAY-MASK-1 ' WITH NO '
                   'DELIVERABLE ADDRESS'
           MOVE WS-SUPP-CAP-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRMND: ' WS-DISPLAY-MASK-1 ' CONTACT-CAP '
                   'SUPPRESSIONS'
           .
       9900-EXIT.
           EXIT.
