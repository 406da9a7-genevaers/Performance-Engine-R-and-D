       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCSAGE.
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
      ** DESCRIPTION: NIGHTLY CUSTOMER CASE AGING.  BROWSES THE        *
      **              CUSTCASE KSDS (SEE GVBCCASE) AND REPORTS EVERY   *
      **              CASE NOT YET CLOSED WITH ITS AGE IN BUSINESS     *
      **              DAYS, COUNTED ON THE MBRBDAY CALENDAR FROM THE   *
      **              OPEN DATE.  A CASE OLDER THAN ITS CASE-SLA-DAYS  *
      **              IS FLAGGED OVERDUE; ONE MORE THAN THE GVBCALRT   *
      **              ESCALATION LIMIT PAST ITS SLA IS FLAGGED         *
      **              ESCALATE AND, THE FIRST NIGHT IT GETS THERE,     *
      **              RAISES A MBR0701W CONSOLE ALERT (ALSO JOURNALED  *
      **              TO ALERTLOG) AND IS MARKED ESCALATED ON THE      *
      **              CASE, THE MARKING JOURNALED TO CASEAUD LIKE ANY  *
      **              OTHER CASE ACTION.  THE RUN HOLDS THE CUSTCASE   *
      **              ENQ THE MCAS TRANSACTION TAKES.                  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRALRTW - ALERTLOG JOURNAL WRITER            *
      **                 MBRAUDWR - CASEAUD AUDIT WRITER               *
      **                 MBRBDAY - BUSINESS-DAY CALENDAR SERVICE       *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** I-O FILES:     CUSTOMER CASE CLUSTER       (DDNAME=CUSTCASE)  *
      **                                                               *
      ** OUTPUT FILES:  CASE AGING REPORT           (DDNAME=CASERPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - ONE OR MORE CASES OVERDUE                 *
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
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-MBRALRTW                 PIC X(08)  VALUE 'MBRALRTW'.
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
       01  WS-MBRBDAY                  PIC X(08)  VALUE 'MBRBDAY '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-CUSTCASE-ENQ-SW          PIC X(01)  VALUE 'N'.
           88  WS-CUSTCASE-ENQ-HELD               VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-OPEN-CASE-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-OVERDUE-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-ESCALATE-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-NEW-ESCALATION-CNT       PIC S9(08) COMP VALUE +0.
       01  WS-BAD-DATE-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-AGE-DAYS                 PIC S9(08) COMP VALUE +0.
       01  WS-DAYS-PAST-SLA            PIC S9(08) COMP VALUE +0.
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)  VALUE 'KEY '.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(06)  VALUE ' CASE '.
           05  WS-RPT-CASE-NBR         PIC 9(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-TYPE             PIC X(01).
           05  WS-RPT-PRIORITY         PIC X(01).
           05  WS-RPT-STATUS           PIC X(01).
           05  FILLER                  PIC X(08)  VALUE ' OPENED '.
           05  WS-RPT-OPEN-DATE        PIC 9(08).
           05  FILLER                  PIC X(05)  VALUE ' AGE '.
           05  WS-RPT-AGE              PIC ZZ9.
           05  FILLER                  PIC X(05)  VALUE ' SLA '.
           05  WS-RPT-SLA              PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-FLAG             PIC X(08).
           05  FILLER                  PIC X(10)  VALUE SPACES.
      *
       01  WS-ALERT-TEXT.
           05  FILLER                  PIC X(20)  VALUE
               'CASE ESCALATED, KEY '.
           05  WS-ALERT-KEY-ID         PIC X(10).
           05  FILLER                  PIC X(06)  VALUE ' CASE '.
           05  WS-ALERT-CASE-NBR       PIC 9(05).
           05  FILLER                  PIC X(09)  VALUE SPACES.
      *
       COPY GVBCCASE.
       COPY GVBCAUDW.
       COPY GVBCALRT.
       COPY GVBCALOG.
       COPY GVBCBDAY.
       COPY GVBCRUNC.
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
       COPY GVBCUR66 REPLACING ==UR66-PARAMETER-AREA== BY
                                ==ENQ-DEQ-PARMS-WRITE==
                                ==UR66-REQUEST-TYPE==   BY
                                ==ENQ-DEQ-FUNC==
                                ==UR66-CONTROL-TYPE==   BY
                                ==ENQ-DEQ-CTRL==
                                ==UR66-MAJOR-NAME==     BY
                                ==ENQ-DEQ-RNAME==
                                ==UR66-MINOR-NAME==     BY
                                ==ENQ-DEQ-QNAME==
                                ==UR66-SCOPE-REQUEST==  BY
                                ==ENQ-DEQ-SCOPE-RQST==
                                ==UR66-REQ-ENQ==        BY
                                ==ENQ-DEQ-REQ-ENQ==
                                ==UR66-REQ-DEQ==        BY
                                ==ENQ-DEQ-REQ-DEQ==
                                ==UR66-CNTR-EXCLUSIVE== BY
                                ==ENQ-DEQ-CNTR-EXCL==
                                ==UR66-CNTR-SHARED==    BY
                                ==ENQ-DEQ-CNTR-SHARED==
                                ==UR66-SCOPE-STEP==     BY
                                ==ENQ-DEQ-SCOPE-STEP==
                                ==UR66-SCOPE-SYSTEM==   BY
                                ==ENQ-DEQ-SCOPE-SYS==
                                ==UR66-SCOPE-SYSTEMS==  BY
                                ==ENQ-DEQ-SCOPE-SYSS==
                                ==UR66-MAX-WAIT-MS==    BY
                                ==ENQ-DEQ-MAX-WAIT-MS==
                                ==UR66-ELAPSED-WAIT-MS== BY
                                ==ENQ-DEQ-ELAPSED-WAIT-MS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRCSAGE'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
      *      THE SAME QNAME THE MCAS TRANSACTION SERIALIZES ON, SO
      *      NO ONLINE CASE ACTION LANDS BETWEEN OUR READ AND THE
      *      ESCALATION REWRITE.
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTCASE'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                SET  WS-CUSTCASE-ENQ-HELD   TO TRUE
                DISPLAY 'MBRCSAGE: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTCASE'
      *
                PERFORM 300-AGE-ONE-CASE      THRU 300-EXIT
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
           MOVE 'MBRCSAGE'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-OPEN-CASE-CNT          TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-BAD-DATE-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-OVERDUE-CNT > ZERO
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
      *  OPEN THE FILES AND START THE CUSTCASE BROWSE.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTCASE'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCSAGE DD: CUSTCASE, GVBTP90 FAILED, '
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
           MOVE LOW-VALUES                TO CASE-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO EOF-FLAG
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'CASERPT '                TO TP90R-DDNAME
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
                DISPLAY 'MBRCSAGE DD: CASERPT, GVBTP90 FAILED, '
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
      *  READ THE NEXT CASE AND, IF IT IS STILL OPEN, AGE IT
      *  AGAINST ITS SLA.
      ***************************************************************
       300-AGE-ONE-CASE.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO RECORD-CNT
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN OTHER
                  DISPLAY 'MBRCSAGE DD: CUSTCASE, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           IF   CASE-CLOSED
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-OPEN-CASE-CNT
      *
           MOVE CASE-KEY-ID               TO WS-RPT-KEY-ID
           MOVE CASE-NBR                  TO WS-RPT-CASE-NBR
           MOVE CASE-TYPE                 TO WS-RPT-TYPE
           MOVE CASE-PRIORITY             TO WS-RPT-PRIORITY
           MOVE CASE-STATUS               TO WS-RPT-STATUS
           MOVE CASE-OPEN-DATE            TO WS-RPT-OPEN-DATE
           MOVE CASE-SLA-DAYS             TO WS-RPT-SLA
           MOVE ZEROES                    TO WS-RPT-AGE
           MOVE SPACES                    TO WS-RPT-FLAG
      *
      *      AGE = BUSINESS DAYS AFTER THE OPEN DATE, UP TO AND
      *      INCLUDING TODAY.
           SET  BDAY-FCN-BETWEEN          TO TRUE
           MOVE CASE-OPEN-DATE            TO BDAY-DATE-1
           MOVE WS-TODAY-CCYYMMDD         TO BDAY-DATE-2
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           IF   BDAY-RET-INVALID
                ADD  +1                   TO WS-BAD-DATE-CNT
                MOVE 'BAD DATE'           TO WS-RPT-FLAG
                PERFORM 400-WRITE-REPORT-LINE THRU 400-EXIT
                GO TO 300-EXIT
           END-IF
      *
           MOVE BDAY-RESULT-DAYS          TO WS-AGE-DAYS
           MOVE WS-AGE-DAYS               TO WS-RPT-AGE
           COMPUTE WS-DAYS-PAST-SLA = WS-AGE-DAYS - CASE-SLA-DAYS
      *
           EVALUATE TRUE
             WHEN WS-DAYS-PAST-SLA > ALRT-CASE-ESCALATE-LIMIT
                  ADD  +1                 TO WS-OVERDUE-CNT
                                             WS-ESCALATE-CNT
                  MOVE 'ESCALATE'         TO WS-RPT-FLAG
                  IF   CASE-NOT-ESCALATED
                       PERFORM 500-ESCALATE-CASE THRU 500-EXIT
                  END-IF
             WHEN WS-DAYS-PAST-SLA > ZERO
                  ADD  +1                 TO WS-OVERDUE-CNT
                  MOVE 'OVERDUE '         TO WS-RPT-FLAG
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
      *
           PERFORM 400-WRITE-REPORT-LINE  THRU 400-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
       400-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCSAGE DD: CASERPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIRST NIGHT PAST THE ESCALATION LIMIT - RAISE THE ALERT,
      *  MARK THE CASE SO IT IS NOT RAISED AGAIN, AND JOURNAL THE
      *  MARKING AS A CASE ACTION.
      ***************************************************************
       500-ESCALATE-CASE.
      *
           ADD  +1                        TO WS-NEW-ESCALATION-CNT
      *
           MOVE CASE-KEY-ID               TO WS-ALERT-KEY-ID
           MOVE CASE-NBR                  TO WS-ALERT-CASE-NBR
           MOVE ALRT-CASE-ESCALATED       TO ALRT-MSG-ID
           MOVE WS-ALERT-TEXT             TO ALRT-MSG-TEXT
           MOVE WS-DAYS-PAST-SLA          TO ALRT-MSG-COUNT
           DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
           SET  ALOG-FCN-WRITE            TO TRUE
           MOVE 'MBRCSAGE'                TO ALOG-PARM-PROGRAM
           MOVE ALRT-MESSAGE-LINE         TO ALOG-PARM-MSG-LINE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
      *
           MOVE CASE-RECORD               TO WS-BEFORE-IMAGE
           SET  CASE-ESCALATED            TO TRUE
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CASE-RECORD,
                                 CASE-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCSAGE DD: CUSTCASE, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-CASE             TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE CASE-KEY-ID               TO AUDW-KEY-ID
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE CASE-RECORD               TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           .
       500-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           SET  ALOG-FCN-CLOSE            TO TRUE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
      *
           IF   WS-CUSTCASE-ENQ-HELD
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'N'                     TO WS-CUSTCASE-ENQ-SW
           END-IF
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CASE-RECORD,
                                      CASE-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCSAGE: ' WS-DISPLAY-MASK-1 ' CASES READ'
           MOVE WS-OPEN-CASE-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCSAGE: ' WS-DISPLAY-MASK-1 ' CASES STILL OPEN'
           MOVE WS-OVERDUE-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCSAGE: ' WS-DISPLAY-MASK-1 ' PAST THEIR SLA'
           MOVE WS-ESCALATE-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCSAGE: ' WS-DISPLAY-MASK-1 ' PAST THE '
                   'ESCALATION LIMIT'
           MOVE WS-NEW-ESCALATION-CNT     TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCSAGE: ' WS-DISPLAY-MASK-1 ' NEWLY '
                   'ESCALATED (ALERTED)'
           MOVE WS-BAD-DATE-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCSAGE: ' WS-DISPLAY-MASK-1 ' WITH AN '
                   'UNUSABLE OPEN DATE'
           .
       9900-EXIT.
           EXIT.
