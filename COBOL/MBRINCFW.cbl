       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRINCFW.
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
      ** DESCRIPTION: INCIDENT FORWARDER.  READS THE ALERTLOG JOURNAL  *
      **              (SEE GVBCALOG) FOR THE CYCLE DATE AND SENDS      *
      **              EVERY ERROR-SEVERITY ENTRY - INCLUDING THE       *
      **              ESCALATIONS MBRADIG JOURNALS - TO THE INCIDENT-  *
      **              MANAGEMENT SYSTEM AS AN MQ REQUEST CARRYING THE  *
      **              MESSAGE ID, PROGRAM, CYCLE DATE AND TEXT.  THE   *
      **              CORRELATED REPLY NAMES THE INCIDENT NUMBER,      *
      **              WHICH IS RECORDED AGAINST THE JOURNAL ENTRY ON   *
      **              THE ALERTINC KSDS (SEE GVBCAINC).  WHILE A       *
      **              MESSAGE ID'S TICKET IS OPEN, A REPEAT OF THE     *
      **              ALERT UPDATES THAT TICKET INSTEAD OF RAISING A   *
      **              NEW ONE.  AN ENTRY ALREADY LINKED IS NEVER SENT  *
      **              TWICE, SO THE STEP CAN BE RERUN OR SCHEDULED     *
      **              THROUGH THE DAY; AN ENTRY THAT DREW NO REPLY IS  *
      **              LEFT UNLINKED AND RETRIED ON THE NEXT RUN.       *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRALRTW - ALERT JOURNAL WRITER             *
      **                 MQCONN/MQOPEN/MQPUT/MQGET/MQCLOSE/MQDISC      *
      **                                                               *
      ** INPUT FILES:   ALERT JOURNAL               (DDNAME=ALERTLOG)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                MQ REPLY QUEUE  (DEFAULT                       *
      **                                 CUSTNAME.INCIDENT.REPLY)      *
      **                                                               *
      ** I-O FILES:     INCIDENT LINKS AND TICKETS  (DDNAME=ALERTINC)  *
      **                                                               *
      ** OUTPUT FILES:  FORWARDING REPORT           (DDNAME=INCFWRPT)  *
      **                MQ REQUEST QUEUE (DEFAULT INCIDENT.INBOUND)    *
      **                                                               *
      ** NOTES:   THE MQ CONTROL BLOCKS BELOW ARE TRIMMED LOCAL        *
      **          DEFINITIONS CARRYING ONLY THE FIELDS THIS FORWARDER  *
      **          TOUCHES, THE SAME CONVENTION MBRMQSRV USES.          *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY SELECTED ENTRY FORWARDED            *
      **              0004 - SOME ENTRIES REJECTED OR UNANSWERED       *
      **              0008 - INCIDENT SYSTEM UNREACHABLE               *
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
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRALRTW                 PIC X(08)  VALUE 'MBRALRTW'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-MQ-DOWN-SW               PIC X(01)  VALUE 'N'.
           88  WS-MQ-DOWN                         VALUE 'Y'.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-SELECTED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-LINKED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-CREATED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-UPDATED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-REJECTED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-UNANSWERED-CNT           PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-CYCLE-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-QMGR-NAME            PIC X(48)  VALUE SPACES.
       01  WS-CTL-REQUEST-QUEUE        PIC X(48)  VALUE SPACES.
       01  WS-CTL-REPLY-QUEUE          PIC X(48)  VALUE SPACES.
       01  WS-KWRD-NUMERIC             PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE ALERT IN HAND - WHAT IS ASKED OF THE INCIDENT SYSTEM
      *  AND THE TICKET IT IS ASKED AGAINST.
      *****************************************************************
       01  WS-TICKET-FOUND-SW          PIC X(01)  VALUE 'N'.
           88  WS-TICKET-FOUND                    VALUE 'Y'.
       01  WS-REQ-ACTION               PIC X(01)  VALUE SPACE.
           88  WS-REQ-CREATE                      VALUE 'C'.
           88  WS-REQ-UPDATE                      VALUE 'U'.
       01  WS-REQ-INCIDENT-NO          PIC X(12)  VALUE SPACES.
       01  WS-REPLY-SW                 PIC X(01)  VALUE 'N'.
           88  WS-REPLY-RECEIVED                  VALUE 'Y'.
       01  WS-LINK-KEY                 PIC X(31)  VALUE SPACES.
       01  WS-LINK-ACTION              PIC X(01)  VALUE SPACE.
      *
      *****************************************************************
      *  TRIMMED MQ CONTROL BLOCKS.  THE REQUEST GOES OUT AS MESSAGE
      *  TYPE 1 (REQUEST) NAMING THE REPLY QUEUE; THE REPLY IS
      *  MATCHED BACK BY ITS CORRELATION ID, WHICH THE INCIDENT
      *  SYSTEM SETS TO THE REQUEST'S MESSAGE ID.
      *****************************************************************
       01  WS-MQ-HCONN                 PIC S9(09) COMP VALUE +0.
       01  WS-MQ-HOBJ-REQUEST          PIC S9(09) COMP VALUE +0.
       01  WS-MQ-HOBJ-REPLY            PIC S9(09) COMP VALUE +0.
       01  WS-MQ-COMPCODE              PIC S9(09) COMP VALUE +0.
       01  WS-MQ-REASON                PIC S9(09) COMP VALUE +0.
       01  WS-MQ-BUFFER-LENGTH         PIC S9(09) COMP VALUE +0.
       01  WS-MQ-DATA-LENGTH           PIC S9(09) COMP VALUE +0.
      *
       01  WS-MQ-CC-WARNING            PIC S9(09) COMP VALUE +1.
       01  WS-MQ-RC-NO-MSG-AVAILABLE   PIC S9(09) COMP VALUE +2033.
       01  WS-MQ-OO-INPUT-SHARED       PIC S9(09) COMP VALUE +2.
       01  WS-MQ-OO-OUTPUT             PIC S9(09) COMP VALUE +16.
       01  WS-MQ-MT-REQUEST            PIC S9(09) COMP VALUE +1.
      *
       01  WS-MQ-REQUEST-MSGID         PIC X(24)  VALUE LOW-VALUES.
      *
       01  WS-MQ-OBJECT-DESC.
           05  WS-MQOD-STRUCID         PIC X(04)  VALUE 'OD  '.
           05  WS-MQOD-VERSION         PIC S9(09) COMP VALUE +1.
           05  WS-MQOD-OBJECTTYPE      PIC S9(09) COMP VALUE +1.
           05  WS-MQOD-OBJECTNAME      PIC X(48)  VALUE SPACES.
           05  WS-MQOD-OBJECTQMGRNAME  PIC X(48)  VALUE SPACES.
           05  FILLER                  PIC X(60)  VALUE SPACES.
      *
       01  WS-MQ-MESSAGE-DESC.
           05  WS-MQMD-STRUCID         PIC X(04)  VALUE 'MD  '.
           05  WS-MQMD-VERSION         PIC S9(09) COMP VALUE +1.
           05  WS-MQMD-MSGTYPE         PIC S9(09) COMP VALUE +1.
           05  WS-MQMD-REPLYTOQ        PIC X(48)  VALUE SPACES.
           05  WS-MQMD-REPLYTOQMGR     PIC X(48)  VALUE SPACES.
           05  WS-MQMD-MSGID           PIC X(24)  VALUE LOW-VALUES.
           05  WS-MQMD-CORRELID        PIC X(24)  VALUE LOW-VALUES.
           05  FILLER                  PIC X(60)  VALUE SPACES.
      *
       01  WS-MQ-GET-OPTIONS.
           05  WS-MQGMO-STRUCID        PIC X(04)  VALUE 'GMO '.
           05  WS-MQGMO-VERSION        PIC S9(09) COMP VALUE +1.
           05  WS-MQGMO-OPTIONS        PIC S9(09) COMP VALUE +1.
           05  WS-MQGMO-WAITINTERVAL   PIC S9(09) COMP VALUE +30000.
           05  FILLER                  PIC X(40)  VALUE SPACES.
      *
       01  WS-MQ-PUT-OPTIONS.
           05  WS-MQPMO-STRUCID        PIC X(04)  VALUE 'PMO '.
           05  WS-MQPMO-VERSION        PIC S9(09) COMP VALUE +1.
           05  WS-MQPMO-OPTIONS        PIC S9(09) COMP VALUE +0.
           05  FILLER                  PIC X(40)  VALUE SPACES.
      *
       01  WS-RPT-HEADER-LINE.
           05  FILLER                  PIC X(42)  VALUE
               'MBRINCFW - INCIDENT FORWARDING FOR CYCLE '.
           05  WS-RPT-HDR-DATE         PIC 9(08).
           05  FILLER                  PIC X(30)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-ALERT-DATE       PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ALERT-TIME       PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-MSG-ID           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-OUTCOME          PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-INCIDENT-NO      PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-REMARK           PIC X(20).
      *
       COPY GVBCKWRD.
       COPY GVBCALRT.
       COPY GVBCALOG.
       COPY GVBCAINC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90I-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90I-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90I-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90I-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90I-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90I-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90I-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90I-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90I-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90I-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90I-ESDS==.
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
           ACCEPT WS-CTL-CYCLE-DATE       FROM DATE YYYYMMDD
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-CONNECT-MQ        THRU 200-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
            AND NOT WS-MQ-DOWN
                PERFORM 300-READ-THE-JOURNAL  THRU 300-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-MQ-DOWN
                  MOVE 8                     TO RETURN-CODE
             WHEN WS-REJECTED-CNT > ZERO
               OR WS-UNANSWERED-CNT > ZERO
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
      *  CONTROL CARD, THEN THE JOURNAL, THE LINK FILE AND THE
      *  REPORT.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRINCFW'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +5                     TO KWRD-ENTRY-COUNT
           MOVE 'CYCLEDATE'            TO KWRD-NAME (1)
           MOVE WS-CTL-CYCLE-DATE      TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'QMGR'                 TO KWRD-NAME (2)
           MOVE SPACES                 TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           MOVE 'QUEUE'                TO KWRD-NAME (3)
           MOVE 'INCIDENT.INBOUND'     TO KWRD-VALUE (3)
           MOVE SPACES                 TO KWRD-ALLOWED (3)
           MOVE 'D'                    TO KWRD-SOURCE (3)
           MOVE 'REPLYQ'               TO KWRD-NAME (4)
           MOVE 'CUSTNAME.INCIDENT.REPLY'
                                       TO KWRD-VALUE (4)
           MOVE SPACES                 TO KWRD-ALLOWED (4)
           MOVE 'D'                    TO KWRD-SOURCE (4)
           MOVE 'WAITSECS'             TO KWRD-NAME (5)
           MOVE '30'                   TO KWRD-VALUE (5)
           MOVE SPACES                 TO KWRD-ALLOWED (5)
           MOVE 'D'                    TO KWRD-SOURCE (5)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (1) (1:8) NOT NUMERIC
               OR KWRD-VALUE (5) (1:2) NOT NUMERIC
                  DISPLAY 'MBRINCFW: CYCLEDATE/WAITSECS MUST BE '
                          'NUMERIC'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:8)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-CYCLE-DATE
                  MOVE KWRD-VALUE (2)        TO WS-CTL-QMGR-NAME
                  MOVE KWRD-VALUE (3)        TO WS-CTL-REQUEST-QUEUE
                  MOVE KWRD-VALUE (4)        TO WS-CTL-REPLY-QUEUE
                  MOVE KWRD-VALUE (5) (1:2)  TO WS-KWRD-NUMERIC
                  COMPUTE WS-MQGMO-WAITINTERVAL =
                          WS-KWRD-NUMERIC * 1000
           END-EVALUATE
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'ALERTLOG'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF ALOG-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ALOG-RECORD,
                                 AINC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRINCFW DD: ALERTLOG, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90-ANCHOR            TO NULL
                GO TO 100-EXIT
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET  TP90I-ANCHOR              TO NULL
           MOVE 'ALERTINC'                TO TP90I-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE +0                        TO TP90I-RECORD-LENGTH
           MOVE SPACES                    TO TP90I-RECFM
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 AINC-RECORD,
                                 AINC-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRINCFW DD: ALERTINC, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90I-ANCHOR           TO NULL
                GO TO 100-EXIT
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90I-DDNAME
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'INCFWRPT'                TO TP90R-DDNAME
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
                                 AINC-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRINCFW DD: INCFWRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90R-ANCHOR           TO NULL
                GO TO 100-EXIT
           END-IF
      *
           MOVE WS-CTL-CYCLE-DATE         TO WS-RPT-HDR-DATE
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 AINC-RECORD-KEY
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CONNECT, OPEN THE INCIDENT SYSTEM'S INBOUND QUEUE FOR
      *  OUTPUT AND OUR REPLY QUEUE FOR INPUT.  ANY FAILURE MARKS
      *  THE INCIDENT SYSTEM UNREACHABLE - NOTHING IS SENT, AND
      *  EVERY ENTRY WAITS FOR THE NEXT RUN.
      ***************************************************************
       200-CONNECT-MQ.
      *
           DISPLAY 'MBRINCFW: QUEUE MANAGER = ' WS-CTL-QMGR-NAME
           DISPLAY 'MBRINCFW: REQUEST QUEUE = ' WS-CTL-REQUEST-QUEUE
           DISPLAY 'MBRINCFW: REPLY QUEUE   = ' WS-CTL-REPLY-QUEUE
      *
           CALL 'MQCONN' USING WS-CTL-QMGR-NAME
                               WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON
           IF   WS-MQ-COMPCODE > WS-MQ-CC-WARNING
                DISPLAY 'MBRINCFW: MQCONN FAILED, REASON = '
                        WS-MQ-REASON
                MOVE +0                   TO WS-MQ-HCONN
                SET  WS-MQ-DOWN           TO TRUE
                GO TO 200-EXIT
           END-IF
      *
           MOVE WS-CTL-REQUEST-QUEUE      TO WS-MQOD-OBJECTNAME
           CALL 'MQOPEN' USING WS-MQ-HCONN
                               WS-MQ-OBJECT-DESC
                               WS-MQ-OO-OUTPUT
                               WS-MQ-HOBJ-REQUEST
                               WS-MQ-COMPCODE
                               WS-MQ-REASON
           IF   WS-MQ-COMPCODE > WS-MQ-CC-WARNING
                DISPLAY 'MBRINCFW: MQOPEN ' WS-CTL-REQUEST-QUEUE
                DISPLAY 'MBRINCFW: FAILED, REASON = ' WS-MQ-REASON
                MOVE +0                   TO WS-MQ-HOBJ-REQUEST
                SET  WS-MQ-DOWN           TO TRUE
                GO TO 200-EXIT
           END-IF
      *
           MOVE WS-CTL-REPLY-QUEUE        TO WS-MQOD-OBJECTNAME
           CALL 'MQOPEN' USING WS-MQ-HCONN
                               WS-MQ-OBJECT-DESC
                               WS-MQ-OO-INPUT-SHARED
                               WS-MQ-HOBJ-REPLY
                               WS-MQ-COMPCODE
                               WS-MQ-REASON
           IF   WS-MQ-COMPCODE > WS-MQ-CC-WARNING
                DISPLAY 'MBRINCFW: MQOPEN ' WS-CTL-REPLY-QUEUE
                DISPLAY 'MBRINCFW: FAILED, REASON = ' WS-MQ-REASON
                MOVE +0                   TO WS-MQ-HOBJ-REPLY
                SET  WS-MQ-DOWN           TO TRUE
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE WHOLE JOURNAL AND FORWARD THIS CYCLE'S ERRORS.
      *  THE JOURNAL IS RELEASED AT THE END SO THIS PROGRAM'S OWN
      *  ALERTS CAN BE APPENDED TO IT THROUGH MBRALRTW.
      ***************************************************************
       300-READ-THE-JOURNAL.
      *
           PERFORM 310-READ-ONE-ENTRY     THRU 310-EXIT
                   UNTIL EOF-FLAG = 'Y'
                      OR SEVERE-ERROR NOT = ' '
                      OR WS-MQ-DOWN
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ALOG-RECORD,
                                 AINC-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           .
       300-EXIT.
           EXIT.
      *
      *
       310-READ-ONE-ENTRY.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO ALOG-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ALOG-RECORD,
                                 AINC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ALERTLOG'
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRINCFW DD: ALERTLOG, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                  TO RECORD-CNT
                  IF   ALOG-DATE = WS-CTL-CYCLE-DATE
                   AND ALOG-SEVERITY = 'E'
                       ADD  +1             TO WS-SELECTED-CNT
                       PERFORM 400-FORWARD-ONE-ALERT THRU 400-EXIT
                  END-IF
           END-EVALUATE
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE ERROR ENTRY.  SKIP IT IF IT IS ALREADY LINKED; OTHERWISE
      *  UPDATE THE MESSAGE ID'S OPEN TICKET OR RAISE A NEW ONE.  AN
      *  UPDATE THE INCIDENT SYSTEM ANSWERS 'CLOSED' IS RESENT AS A
      *  CREATE.
      ***************************************************************
       400-FORWARD-ONE-ALERT.
      *
           MOVE SPACES                    TO AINC-RECORD-KEY
           SET  AINC-KEY-IS-LINK          TO TRUE
           MOVE ALOG-DATE                 TO AINC-KEY-ALERT-DATE
           MOVE ALOG-TIME                 TO AINC-KEY-ALERT-TIME
           MOVE ALOG-PROGRAM              TO AINC-KEY-ALERT-PROGRAM
           MOVE ALOG-MSG-ID               TO AINC-KEY-ALERT-MSG-ID
           MOVE AINC-RECORD-KEY           TO WS-LINK-KEY
           PERFORM 410-READ-ALERTINC      THRU 410-EXIT
           IF   TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-LINKED-CNT
                GO TO 400-EXIT
           END-IF
      *
           MOVE SPACES                    TO AINC-RECORD-KEY
           SET  AINC-KEY-IS-TICKET        TO TRUE
           MOVE ALOG-MSG-ID               TO AINC-KEY-TICKET-MSG-ID
           PERFORM 410-READ-ALERTINC      THRU 410-EXIT
           IF   TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-TICKET-FOUND      TO TRUE
           ELSE
                MOVE 'N'                  TO WS-TICKET-FOUND-SW
           END-IF
      *
           IF   WS-TICKET-FOUND
            AND AINC-TICKET-OPEN
                SET  WS-REQ-UPDATE        TO TRUE
                MOVE AINC-INCIDENT-NO     TO WS-REQ-INCIDENT-NO
           ELSE
                SET  WS-REQ-CREATE        TO TRUE
                MOVE SPACES               TO WS-REQ-INCIDENT-NO
           END-IF
      *
           PERFORM 450-SEND-AND-WAIT      THRU 450-EXIT
           IF   WS-MQ-DOWN
                GO TO 400-EXIT
           END-IF
      *
           IF   WS-REPLY-RECEIVED
            AND WS-REQ-UPDATE
            AND INCR-TICKET-CLOSED
                PERFORM 530-CLOSE-TICKET  THRU 530-EXIT
                SET  WS-REQ-CREATE        TO TRUE
                MOVE SPACES               TO WS-REQ-INCIDENT-NO
                PERFORM 450-SEND-AND-WAIT THRU 450-EXIT
                IF   WS-MQ-DOWN
                     GO TO 400-EXIT
                END-IF
           END-IF
      *
           MOVE ALOG-DATE                 TO WS-RPT-ALERT-DATE
           MOVE ALOG-TIME                 TO WS-RPT-ALERT-TIME
           MOVE ALOG-PROGRAM              TO WS-RPT-PROGRAM
           MOVE ALOG-MSG-ID               TO WS-RPT-MSG-ID
           MOVE ALOG-MSG-TEXT             TO WS-RPT-REMARK
           MOVE SPACES                    TO WS-RPT-INCIDENT-NO
      *
           EVALUATE TRUE
             WHEN NOT WS-REPLY-RECEIVED
                  ADD  +1                  TO WS-UNANSWERED-CNT
                  MOVE 'NO REPLY'          TO WS-RPT-OUTCOME
             WHEN INCR-ACCEPTED
                  MOVE WS-REQ-ACTION       TO WS-LINK-ACTION
                  PERFORM 510-WRITE-LINK   THRU 510-EXIT
                  PERFORM 520-POST-TICKET  THRU 520-EXIT
                  MOVE INCR-INCIDENT-NO    TO WS-RPT-INCIDENT-NO
                  IF   WS-REQ-CREATE
                       ADD  +1             TO WS-CREATED-CNT
                       MOVE 'NEW TICKET'   TO WS-RPT-OUTCOME
                  ELSE
                       ADD  +1             TO WS-UPDATED-CNT
                       MOVE 'UPDATED'      TO WS-RPT-OUTCOME
                  END-IF
             WHEN OTHER
                  ADD  +1                  TO WS-REJECTED-CNT
                  MOVE SPACES              TO INCR-INCIDENT-NO
                  MOVE 'R'                 TO WS-LINK-ACTION
                  PERFORM 510-WRITE-LINK   THRU 510-EXIT
                  MOVE 'REJECTED'          TO WS-RPT-OUTCOME
                  MOVE INCR-REASON         TO WS-RPT-REMARK
           END-EVALUATE
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 AINC-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRINCFW: ERROR WRITING INCFWRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       410-READ-ALERTINC.
      *
           MOVE 'ALERTINC'                TO TP90I-DDNAME
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90I-FILE-MODE
           MOVE LENGTH OF AINC-RECORD     TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM
           MOVE SPACES                    TO AINC-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 AINC-RECORD,
                                 AINC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
             WHEN TP90I-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'MBRINCFW DD: ALERTINC, GVBTP90 FAILED, '
                          'RET CD = ' TP90I-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PUT ONE REQUEST AND WAIT UP TO WAITSECS FOR ITS REPLY.  NO
      *  REPLY IN TIME LEAVES WS-REPLY-SW 'N'; A FAILED PUT OR GET
      *  MARKS THE INCIDENT SYSTEM UNREACHABLE.
      ***************************************************************
       450-SEND-AND-WAIT.
      *
           MOVE 'N'                       TO WS-REPLY-SW
      *
           MOVE SPACES                    TO INCM-REQUEST-MSG
           MOVE 'MBRINC01'                TO INCM-FORMAT-ID
           MOVE 'CUSTNAME'                TO INCM-SOURCE-SYSTEM
           MOVE WS-REQ-ACTION             TO INCM-ACTION
           MOVE WS-REQ-INCIDENT-NO        TO INCM-INCIDENT-NO
           MOVE ALOG-MSG-ID               TO INCM-MSG-ID
           MOVE ALOG-SEVERITY             TO INCM-SEVERITY
           MOVE ALOG-PROGRAM              TO INCM-PROGRAM
           MOVE WS-CTL-CYCLE-DATE         TO INCM-CYCLE-DATE
           MOVE ALOG-DATE                 TO INCM-ALERT-DATE
           MOVE ALOG-TIME                 TO INCM-ALERT-TIME
           MOVE ALOG-PROGRAM              TO INCM-ALERT-PROGRAM
           MOVE ALOG-MSG-ID               TO INCM-ALERT-MSG-ID
           MOVE ALOG-MSG-TEXT             TO INCM-MSG-TEXT
           MOVE ALOG-MSG-COUNT            TO INCM-MSG-COUNT
           IF   ALOG-PROGRAM = 'MBRADIG '
                MOVE 'Y'                  TO INCM-ESCALATED
           ELSE
                MOVE 'N'                  TO INCM-ESCALATED
           END-IF
      *
           MOVE WS-MQ-MT-REQUEST          TO WS-MQMD-MSGTYPE
           MOVE WS-CTL-REPLY-QUEUE        TO WS-MQMD-REPLYTOQ
           MOVE SPACES                    TO WS-MQMD-REPLYTOQMGR
           MOVE LOW-VALUES                TO WS-MQMD-MSGID
                                             WS-MQMD-CORRELID
           MOVE LENGTH OF INCM-REQUEST-MSG TO WS-MQ-DATA-LENGTH
           CALL 'MQPUT' USING WS-MQ-HCONN
                              WS-MQ-HOBJ-REQUEST
                              WS-MQ-MESSAGE-DESC
                              WS-MQ-PUT-OPTIONS
                              WS-MQ-DATA-LENGTH
                              INCM-REQUEST-MSG
                              WS-MQ-COMPCODE
                              WS-MQ-REASON
           IF   WS-MQ-COMPCODE > WS-MQ-CC-WARNING
                DISPLAY 'MBRINCFW: MQPUT FAILED FOR ' ALOG-MSG-ID
                        ', REASON = ' WS-MQ-REASON
                SET  WS-MQ-DOWN           TO TRUE
                GO TO 450-EXIT
           END-IF
           MOVE WS-MQMD-MSGID             TO WS-MQ-REQUEST-MSGID
      *
           MOVE LOW-VALUES                TO WS-MQMD-MSGID
           MOVE WS-MQ-REQUEST-MSGID       TO WS-MQMD-CORRELID
           MOVE SPACES                    TO INCR-REPLY-MSG
           MOVE LENGTH OF INCR-REPLY-MSG  TO WS-MQ-BUFFER-LENGTH
           CALL 'MQGET' USING WS-MQ-HCONN
                              WS-MQ-HOBJ-REPLY
                              WS-MQ-MESSAGE-DESC
                              WS-MQ-GET-OPTIONS
                              WS-MQ-BUFFER-LENGTH
                              INCR-REPLY-MSG
                              WS-MQ-DATA-LENGTH
                              WS-MQ-COMPCODE
                              WS-MQ-REASON
           EVALUATE TRUE
             WHEN WS-MQ-REASON = WS-MQ-RC-NO-MSG-AVAILABLE
                  DISPLAY 'MBRINCFW: NO REPLY FOR ' ALOG-MSG-ID
                          ' AT ' ALOG-DATE ' ' ALOG-TIME
             WHEN WS-MQ-COMPCODE > WS-MQ-CC-WARNING
                  DISPLAY 'MBRINCFW: MQGET FAILED, REASON = '
                          WS-MQ-REASON
                  SET  WS-MQ-DOWN          TO TRUE
             WHEN OTHER
                  SET  WS-REPLY-RECEIVED   TO TRUE
           END-EVALUATE
           .
       450-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RECORD THE INCIDENT NUMBER AGAINST THE JOURNAL ENTRY.  A
      *  REJECTED ENTRY IS LINKED TOO, WITH NO NUMBER, SO IT IS NOT
      *  RESENT EVERY RUN.
      ***************************************************************
       510-WRITE-LINK.
      *
           MOVE WS-LINK-KEY               TO AINC-RECORD-KEY
           MOVE SPACES                    TO AINC-RECORD
           MOVE WS-LINK-KEY               TO AINC-KEY
           MOVE WS-LINK-ACTION            TO AINC-ACTION
           MOVE INCR-INCIDENT-NO          TO AINC-INCIDENT-NO
           MOVE SPACE                     TO AINC-TICKET-STATUS
           MOVE ALOG-DATE                 TO AINC-FIRST-DATE
                                             AINC-LAST-DATE
           MOVE ALOG-TIME                 TO AINC-LAST-TIME
           MOVE ZEROES                    TO AINC-UPDATE-CNT
           MOVE WS-CTL-CYCLE-DATE         TO AINC-CYCLE-DATE
      *
           MOVE 'ALERTINC'                TO TP90I-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90I-FUNCTION-CODE
           MOVE LENGTH OF AINC-RECORD     TO TP90I-RECORD-LENGTH
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 AINC-RECORD,
                                 AINC-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRINCFW: ERROR WRITING ALERTINC LINK RC = '
                        TP90I-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  KEEP THE MESSAGE ID'S TICKET RECORD CURRENT - A NEW
      *  TICKET REPLACES A CLOSED ONE, AN UPDATE BUMPS THE COUNT.
      ***************************************************************
       520-POST-TICKET.
      *
           MOVE SPACES                    TO AINC-RECORD-KEY
           SET  AINC-KEY-IS-TICKET        TO TRUE
           MOVE ALOG-MSG-ID               TO AINC-KEY-TICKET-MSG-ID
           PERFORM 540-LOCATE-TICKET      THRU 540-EXIT
      *
           IF   TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE    TO TP90I-FUNCTION-CODE
           ELSE
                MOVE SPACES               TO AINC-RECORD
                MOVE AINC-RECORD-KEY      TO AINC-KEY
                MOVE TP90-VALUE-WRITE     TO TP90I-FUNCTION-CODE
           END-IF
      *
           IF   WS-REQ-CREATE
                MOVE ALOG-DATE            TO AINC-FIRST-DATE
                MOVE ZEROES               TO AINC-UPDATE-CNT
           ELSE
                ADD  1                    TO AINC-UPDATE-CNT
           END-IF
           MOVE INCR-INCIDENT-NO          TO AINC-INCIDENT-NO
           MOVE WS-REQ-ACTION             TO AINC-ACTION
           SET  AINC-TICKET-OPEN          TO TRUE
           MOVE ALOG-DATE                 TO AINC-LAST-DATE
           MOVE ALOG-TIME                 TO AINC-LAST-TIME
           MOVE WS-CTL-CYCLE-DATE         TO AINC-CYCLE-DATE
      *
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 AINC-RECORD,
                                 AINC-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRINCFW: ERROR POSTING ALERTINC TICKET RC = '
                        TP90I-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE INCIDENT SYSTEM HAS CLOSED THE MESSAGE ID'S TICKET -
      *  MARK IT SO BEFORE THE REPLACEMENT IS RAISED.
      ***************************************************************
       530-CLOSE-TICKET.
      *
           MOVE SPACES                    TO AINC-RECORD-KEY
           SET  AINC-KEY-IS-TICKET        TO TRUE
           MOVE ALOG-MSG-ID               TO AINC-KEY-TICKET-MSG-ID
           PERFORM 540-LOCATE-TICKET      THRU 540-EXIT
      *
           IF   TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  AINC-TICKET-CLOSED   TO TRUE
                MOVE TP90-VALUE-UPDATE    TO TP90I-FUNCTION-CODE
                CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                      AINC-RECORD,
                                      AINC-RECORD-KEY
                DISPLAY 'MBRINCFW: TICKET ' AINC-INCIDENT-NO
                        ' FOR ' ALOG-MSG-ID ' IS CLOSED, RAISING A '
                        'NEW ONE'
           END-IF
           .
       530-EXIT.
           EXIT.
      *
      *
       540-LOCATE-TICKET.
      *
           MOVE 'ALERTINC'                TO TP90I-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90I-FILE-MODE
           MOVE LENGTH OF AINC-RECORD     TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM
           MOVE SPACES                    TO AINC-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 AINC-RECORD,
                                 AINC-RECORD-KEY
           .
       540-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE EVERYTHING, THEN RAISE THIS RUN'S OWN ALERTS - THE
      *  JOURNAL IS NO LONGER HELD FOR INPUT BY NOW.
      ***************************************************************
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      ALOG-RECORD,
                                      AINC-RECORD-KEY
           END-IF
           IF   TP90I-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90I-FUNCTION-CODE
                CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                      AINC-RECORD,
                                      AINC-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      AINC-RECORD-KEY
           END-IF
      *
           IF   WS-MQ-HOBJ-REQUEST NOT = +0
                CALL 'MQCLOSE' USING WS-MQ-HCONN
                                     WS-MQ-HOBJ-REQUEST
                                     WS-MQ-BUFFER-LENGTH
                                     WS-MQ-COMPCODE
                                     WS-MQ-REASON
           END-IF
           IF   WS-MQ-HOBJ-REPLY NOT = +0
                CALL 'MQCLOSE' USING WS-MQ-HCONN
                                     WS-MQ-HOBJ-REPLY
                                     WS-MQ-BUFFER-LENGTH
                                     WS-MQ-COMPCODE
                                     WS-MQ-REASON
           END-IF
           IF   WS-MQ-HCONN NOT = +0
                CALL 'MQDISC'  USING WS-MQ-HCONN
                                     WS-MQ-COMPCODE
                                     WS-MQ-REASON
           END-IF
      *
           IF   WS-MQ-DOWN
                MOVE ALRT-INC-FWD-FAILED  TO ALRT-MSG-ID
                MOVE 'INCIDENT SYSTEM UNREACHABLE - ALERTS NOT SENT'
                                          TO ALRT-MSG-TEXT
                MOVE WS-SELECTED-CNT      TO ALRT-MSG-COUNT
                PERFORM 9950-RAISE-ALERT  THRU 9950-EXIT
           END-IF
           IF   WS-UNANSWERED-CNT > ZERO
                MOVE ALRT-INC-NO-REPLY    TO ALRT-MSG-ID
                MOVE 'ALERTS SENT WITH NO INCIDENT REPLY - WILL RETRY'
                                          TO ALRT-MSG-TEXT
                MOVE WS-UNANSWERED-CNT    TO ALRT-MSG-COUNT
                PERFORM 9950-RAISE-ALERT  THRU 9950-EXIT
           END-IF
           SET  ALOG-FCN-CLOSE            TO TRUE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRINCFW: ' WS-DISPLAY-MASK-1 ' JOURNAL ENTRIES '
                   'READ'
           MOVE WS-SELECTED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRINCFW: ' WS-DISPLAY-MASK-1 ' ERROR ENTRIES '
                   'FOR THIS CYCLE'
           MOVE WS-LINKED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRINCFW: ' WS-DISPLAY-MASK-1 ' ALREADY '
                   'FORWARDED'
           MOVE WS-CREATED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRINCFW: ' WS-DISPLAY-MASK-1 ' NEW TICKETS'
           MOVE WS-UPDATED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRINCFW: ' WS-DISPLAY-MASK-1 ' TICKETS UPDATED'
           MOVE WS-REJECTED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRINCFW: ' WS-DISPLAY-MASK-1 ' REJECTED'
           MOVE WS-UNANSWERED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRINCFW: ' WS-DISPLAY-MASK-1 ' UNANSWERED'
           .
       9900-EXIT.
           EXIT.
      *
      *
       9950-RAISE-ALERT.
      *
           DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
           SET  ALOG-FCN-WRITE            TO TRUE
           MOVE 'MBRINCFW'                TO ALOG-PARM-PROGRAM
           MOVE ALRT-MESSAGE-LINE         TO ALOG-PARM-MSG-LINE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
           .
       9950-EXIT.
           EXIT.
