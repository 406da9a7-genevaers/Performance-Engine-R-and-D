       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPRAGE.
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
      ** DESCRIPTION: DAILY PRIVACY REQUEST AGING.  BROWSES THE        *
      **              PRIVREQ REGISTER (SEE GVBCPRIV) AND REPORTS      *
      **              EVERY REQUEST STILL RECEIVED OR VERIFIED WITH    *
      **              THE BUSINESS DAYS LEFT TO ITS STATUTORY DUE      *
      **              DATE, COUNTED ON THE MBRBDAY CALENDAR.  A        *
      **              REQUEST WITHIN THE GVBCALRT WARNING LIMIT IS     *
      **              FLAGGED AT RISK, ONE PAST ITS DUE DATE BREACHED  *
      **              (DAYS LEFT NEGATIVE).  EACH RUN RAISES ONE       *
      **              MBR0801W ALERT FOR THE AT-RISK COUNT AND ONE     *
      **              MBR0802E FOR THE BREACHED COUNT, BOTH ALSO       *
      **              JOURNALED TO ALERTLOG, SO THE PRIVACY OFFICE IS  *
      **              CHASED EVERY DAY UNTIL THE REQUEST IS CLOSED.    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRALRTW - ALERTLOG JOURNAL WRITER            *
      **                 MBRBDAY - BUSINESS-DAY CALENDAR SERVICE       *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   PRIVACY REQUEST CLUSTER     (DDNAME=PRIVREQ)   *
      **                                                               *
      ** OUTPUT FILES:  PRIVACY AGING REPORT        (DDNAME=PRAGRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - REQUESTS AT RISK OR BREACHED              *
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
       01  WS-MBRALRTW                 PIC X(08)  VALUE 'MBRALRTW'.
       01  WS-MBRBDAY                  PIC X(08)  VALUE 'MBRBDAY '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-OPEN-REQ-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-AT-RISK-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-BREACHED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-BAD-DATE-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DAYS-LEFT                PIC S9(08) COMP VALUE +0.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(08)  VALUE 'REQUEST '.
           05  WS-RPT-REQUEST-ID       PIC X(12).
           05  FILLER                  PIC X(05)  VALUE ' KEY '.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-REQ-TYPE         PIC X(01).
           05  WS-RPT-STATUS           PIC X(01).
           05  FILLER                  PIC X(06)  VALUE ' RECD '.
           05  WS-RPT-RECEIVED         PIC 9(08).
           05  FILLER                  PIC X(05)  VALUE ' DUE '.
           05  WS-RPT-DUE              PIC 9(08).
           05  FILLER                  PIC X(06)  VALUE ' LEFT '.
           05  WS-RPT-DAYS-LEFT        PIC -ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-FLAG             PIC X(08).
      *
       COPY GVBCPRIV.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRPRAGE'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-AGE-ONE-REQUEST   THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 700-RAISE-ALERTS      THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRPRAGE'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-OPEN-REQ-CNT           TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-BAD-DATE-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-AT-RISK-CNT > ZERO
               OR WS-BREACHED-CNT > ZERO
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
      *  OPEN THE REGISTER AND THE REPORT AND START THE BROWSE.
      ***************************************************************
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'PRIVREQ '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPRAGE DD: PRIVREQ, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF PRIV-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO PRIV-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO EOF-FLAG
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'PRAGRPT '                TO TP90R-DDNAME
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
                DISPLAY 'MBRPRAGE DD: PRAGRPT, GVBTP90 FAILED, '
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
      *  READ THE NEXT REQUEST AND, IF IT IS STILL OPEN, COUNT THE
      *  BUSINESS DAYS BETWEEN TODAY AND ITS DUE DATE - FORWARD
      *  WHILE IT IS IN TIME, BACKWARD (NEGATIVE) ONCE BREACHED.
      ***************************************************************
       300-AGE-ONE-REQUEST.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO RECORD-CNT
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN OTHER
                  DISPLAY 'MBRPRAGE DD: PRIVREQ, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           IF   NOT PRIV-STILL-OPEN
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-OPEN-REQ-CNT
      *
           MOVE PRIV-REQUEST-ID           TO WS-RPT-REQUEST-ID
           MOVE PRIV-KEY-ID               TO WS-RPT-KEY-ID
           MOVE PRIV-REQ-TYPE             TO WS-RPT-REQ-TYPE
           MOVE PRIV-STATUS               TO WS-RPT-STATUS
           MOVE PRIV-RECEIVED-DATE        TO WS-RPT-RECEIVED
           MOVE PRIV-DUE-DATE             TO WS-RPT-DUE
           MOVE ZEROES                    TO WS-RPT-DAYS-LEFT
           MOVE SPACES                    TO WS-RPT-FLAG
      *
           SET  BDAY-FCN-BETWEEN          TO TRUE
           IF   PRIV-DUE-DATE < WS-TODAY-CCYYMMDD
                MOVE PRIV-DUE-DATE        TO BDAY-DATE-1
                MOVE WS-TODAY-CCYYMMDD    TO BDAY-DATE-2
           ELSE
                MOVE WS-TODAY-CCYYMMDD    TO BDAY-DATE-1
                MOVE PRIV-DUE-DATE        TO BDAY-DATE-2
           END-IF
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           IF   BDAY-RET-INVALID
                ADD  +1                   TO WS-BAD-DATE-CNT
                MOVE 'BAD DATE'           TO WS-RPT-FLAG
                PERFORM 400-WRITE-REPORT-LINE THRU 400-EXIT
                GO TO 300-EXIT
           END-IF
      *
           IF   PRIV-DUE-DATE < WS-TODAY-CCYYMMDD
                COMPUTE WS-DAYS-LEFT = 0 - BDAY-RESULT-DAYS
           ELSE
                MOVE BDAY-RESULT-DAYS     TO WS-DAYS-LEFT
           END-IF
           MOVE WS-DAYS-LEFT              TO WS-RPT-DAYS-LEFT
      *
           EVALUATE TRUE
             WHEN PRIV-DUE-DATE < WS-TODAY-CCYYMMDD
                  ADD  +1                 TO WS-BREACHED-CNT
                  MOVE 'BREACHED'         TO WS-RPT-FLAG
             WHEN WS-DAYS-LEFT <= ALRT-PRIV-WARN-LIMIT
                  ADD  +1                 TO WS-AT-RISK-CNT
                  MOVE 'AT RISK '         TO WS-RPT-FLAG
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
                DISPLAY 'MBRPRAGE DD: PRAGRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE ALERT PER CONDITION PER RUN, COUNT IN THE MESSAGE.
      ***************************************************************
       700-RAISE-ALERTS.
      *
           IF   WS-AT-RISK-CNT > ZERO
                MOVE ALRT-PRIV-AT-RISK    TO ALRT-MSG-ID
                MOVE 'PRIVACY REQUESTS NEAR STATUTORY DEADLINE'
                                          TO ALRT-MSG-TEXT
                MOVE WS-AT-RISK-CNT       TO ALRT-MSG-COUNT
                PERFORM 710-ISSUE-ALERT   THRU 710-EXIT
           END-IF
      *
           IF   WS-BREACHED-CNT > ZERO
                MOVE ALRT-PRIV-BREACHED   TO ALRT-MSG-ID
                MOVE 'PRIVACY REQUESTS PAST STATUTORY DEADLINE'
                                          TO ALRT-MSG-TEXT
                MOVE WS-BREACHED-CNT      TO ALRT-MSG-COUNT
                PERFORM 710-ISSUE-ALERT   THRU 710-EXIT
           END-IF
           .
       700-EXIT.
           EXIT.
      *
      *
       710-ISSUE-ALERT.
      *
           DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
           SET  ALOG-FCN-WRITE            TO TRUE
           MOVE 'MBRPRAGE'                TO ALOG-PARM-PROGRAM
           MOVE ALRT-MESSAGE-LINE         TO ALOG-PARM-MSG-LINE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
           .
       710-EXIT.
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
                                      PRIV-RECORD,
                                      PRIV-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRAGE: ' WS-DISPLAY-MASK-1 ' REQUESTS READ'
           MOVE WS-OPEN-REQ-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRAGE: ' WS-DISPLAY-MASK-1 ' STILL OPEN'
           MOVE WS-AT-RISK-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRAGE: ' WS-DISPLAY-MASK-1 ' AT RISK'
           MOVE WS-BREACHED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRAGE: ' WS-DISPLAY-MASK-1 ' BREACHED'
           MOVE WS-BAD-DATE-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRAGE: ' WS-DISPLAY-MASK-1 ' WITH AN '
                   'UNUSABLE DUE DATE'
           .
       9900-EXIT.
           EXIT.
