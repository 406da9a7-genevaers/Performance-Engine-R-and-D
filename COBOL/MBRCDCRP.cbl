       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCDCRP.
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
      ** DESCRIPTION: CDC FEED REPLAY.  RE-DELIVERS A RANGE OF         *
      **              RETAINED CAPTURE DATES FROM THE CDCHIST KSDS     *
      **              (SEE GVBCCDCH) TO ONE NAMED CONSUMER THAT LOST   *
      **              A DAY, INSTEAD OF A FULL EXTRACT.  EVERY DELTA   *
      **              GOES TO THE CDCRPLY FILE WITH ITS ORIGINAL       *
      **              SEQUENCE NUMBER, CAPTURE DATE AND THE REPLAY     *
      **              FLAG, FOLLOWED BY ONE CONTROL TRAILER CARRYING   *
      **              THE CONSUMER, ROUTE, DATE RANGE AND COUNTS THE   *
      **              CONSUMER RECONCILES AGAINST.  THE ROUTE IS THE   *
      **              NEXT STEP OF THE REPLAY JOB:                     *
      **                FILE - CDCRPLY IS SENT TO THE CONSUMER AS IS   *
      **                MQ   - MBRCDCPB PUBLISHES CDCRPLY TO THE TOPIC *
      **                DB2  - MBRDB2AP APPLIES CDCRPLY TO CUSTREPL    *
      **              THE TRANSMISSION IS RECORDED ON SENTLOG UNDER    *
      **              FEED ID 'RP' + THE CONSUMER NAME, FOR MBRACKRC.  *
      **                                                               *
      **              ONLY WHOLE DAYS ARE REPLAYED: A DAY WITHOUT ITS  *
      **              DAY-HEADER ROW (NEVER FULLY RETAINED) OR WHOSE   *
      **              ROW COUNT DISAGREES WITH THE HEADER IS REPORTED  *
      **              AND LEFT OUT.                                    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CDC FEED HISTORY            (DDNAME=CDCHIST)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  REPLAY FILE                 (DDNAME=CDCRPLY)   *
      **                TRANSMISSIONS SENT          (DDNAME=SENTLOG)   *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY DAY IN THE RANGE REPLAYED           *
      **              0004 - A DAY WAS LEFT OUT, OR NONE WAS RETAINED  *
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
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-REPLAYED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-ADDED-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-CHANGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DELETED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DAYS-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-DAYS-LEFT-OUT-CNT        PIC S9(08) COMP VALUE +0.
       01  WS-ROWS-LEFT-OUT-CNT        PIC S9(08) COMP VALUE +0.
      *
       01  WS-BROWSE-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-FROM-DATE            PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-TO-DATE              PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-CONSUMER             PIC X(08)  VALUE SPACES.
       01  WS-CTL-TARGET               PIC X(04)  VALUE SPACES.
       01  WS-KWRD-NUMERIC             PIC 9(08)  VALUE ZEROES.
      *
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS          PIC 9(06).
           05  FILLER                  PIC X(02).
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE DAY BEING REPLAYED, AND WHAT ITS HEADER ROW PROMISED.
      *****************************************************************
       01  WS-DAY-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-DAY-STATE-SW             PIC X(01)  VALUE ' '.
           88  WS-DAY-NONE                        VALUE ' '.
           88  WS-DAY-HEADED                      VALUE 'H'.
           88  WS-DAY-UNHEADED                    VALUE 'U'.
       01  WS-DAY-EXPECTED-CNT         PIC S9(09) COMP VALUE +0.
       01  WS-DAY-ROW-CNT              PIC S9(09) COMP VALUE +0.
      *
       01  WS-RPT-DAY-LINE.
           05  FILLER                  PIC X(14)  VALUE
               'MBRCDCRP: DAY '.
           05  WS-RPT-DAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-DAY-ROWS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(08)  VALUE ' DELTAS '.
           05  WS-RPT-DAY-OUTCOME      PIC X(32).
      *
       COPY GVBCKWRD.
       COPY GVBCCDCH.
       COPY GVBCACKR.
       COPY GVBCRUNC.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW             FROM TIME
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRCDCRP'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-REPLAY-THE-RANGE  THRU 300-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 700-WRITE-CONTROL     THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 950-RECORD-TRANSMISSION THRU 950-EXIT
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCDCRP'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-REPLAYED-CNT           TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-ROWS-LEFT-OUT-CNT      TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-DAYS-LEFT-OUT-CNT > ZERO
               OR WS-DAYS-CNT = ZERO
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
      *  CONTROL CARD, THEN THE HISTORY CLUSTER AND THE REPLAY FILE.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRCDCRP'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +4                     TO KWRD-ENTRY-COUNT
           MOVE 'FROMDATE'             TO KWRD-NAME (1)
           MOVE SPACES                 TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'TODATE'               TO KWRD-NAME (2)
           MOVE SPACES                 TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           MOVE 'CONSUMER'             TO KWRD-NAME (3)
           MOVE SPACES                 TO KWRD-VALUE (3)
           MOVE SPACES                 TO KWRD-ALLOWED (3)
           MOVE 'D'                    TO KWRD-SOURCE (3)
           MOVE 'TARGET'               TO KWRD-NAME (4)
           MOVE 'FILE'                 TO KWRD-VALUE (4)
           MOVE 'FILE MQ DB2'          TO KWRD-ALLOWED (4)
           MOVE 'D'                    TO KWRD-SOURCE (4)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           IF   KWRD-VALUE (2) = SPACES
                MOVE KWRD-VALUE (1)       TO KWRD-VALUE (2)
           END-IF
           EVALUATE TRUE
             WHEN KWRD-VALUE (1) (1:8) NOT NUMERIC
               OR KWRD-VALUE (2) (1:8) NOT NUMERIC
                  DISPLAY 'MBRCDCRP: FROMDATE (AND TODATE IF GIVEN) '
                          'MUST BE CCYYMMDD'
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (2) (1:8) < KWRD-VALUE (1) (1:8)
                  DISPLAY 'MBRCDCRP: TODATE IS BEFORE FROMDATE'
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (3) = SPACES
               OR KWRD-VALUE (3) (9:56) NOT = SPACES
                  DISPLAY 'MBRCDCRP: CONSUMER= IS REQUIRED, UP TO '
                          'EIGHT CHARACTERS'
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:8) TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC      TO WS-CTL-FROM-DATE
                  MOVE KWRD-VALUE (2) (1:8) TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC      TO WS-CTL-TO-DATE
                  MOVE KWRD-VALUE (3) (1:8) TO WS-CTL-CONSUMER
                  MOVE KWRD-VALUE (4) (1:4) TO WS-CTL-TARGET
           END-EVALUATE
           DISPLAY 'MBRCDCRP: REPLAYING ' WS-CTL-FROM-DATE ' TO '
                   WS-CTL-TO-DATE ' FOR ' WS-CTL-CONSUMER
                   ' BY ' WS-CTL-TARGET
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CDCHIST '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRP DD: CDCHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90-ANCHOR            TO NULL
                GO TO 100-EXIT
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'CDCRPLY '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF CDCR-RECORD     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 CDCR-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRP DD: CDCRPLY, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90R-ANCHOR           TO NULL
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90R-DDNAME
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BROWSE THE RANGE IN CAPTURE-DATE/SEQUENCE ORDER.  EACH DAY
      *  OPENS WITH ITS HEADER ROW; THE DAY IS JUDGED WHOLE OR NOT
      *  WHEN THE NEXT DAY (OR THE END OF THE RANGE) IS REACHED.
      *  ROWS ARE WRITTEN AS THEY ARE READ, SO A DAY FOUND SHORT AT
      *  ITS END HAS ALREADY GONE OUT - IT IS REPORTED, AND THE RUN
      *  FAILS, RATHER THAN SILENTLY SENT.
      ***************************************************************
       300-REPLAY-THE-RANGE.
      *
           MOVE WS-CTL-FROM-DATE          TO CDCH-KEY-CAPTURE-DATE
           MOVE ZEROES                    TO CDCH-KEY-SEQ-NBR
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF CDCH-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF        TO TRUE
           END-IF
      *
           PERFORM 310-REPLAY-ONE-ROW     THRU 310-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR = ' '
                PERFORM 350-CLOSE-THE-DAY THRU 350-EXIT
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
       310-REPLAY-ONE-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-BROWSE-EOF       TO TRUE
                  GO TO 310-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCDCRP DD: CDCHIST, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 310-EXIT
             WHEN CDCH-CAPTURE-DATE > WS-CTL-TO-DATE
                  SET  WS-BROWSE-EOF       TO TRUE
                  GO TO 310-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           IF   CDCH-CAPTURE-DATE NOT = WS-DAY-DATE
                PERFORM 350-CLOSE-THE-DAY THRU 350-EXIT
                MOVE CDCH-CAPTURE-DATE    TO WS-DAY-DATE
                MOVE +0                   TO WS-DAY-ROW-CNT
                IF   CDCH-DAY-HEADER
                     SET  WS-DAY-HEADED   TO TRUE
                     MOVE CDCH-HDR-RECORD-CNT
                                          TO WS-DAY-EXPECTED-CNT
                     GO TO 310-EXIT
                ELSE
                     SET  WS-DAY-UNHEADED TO TRUE
                END-IF
           END-IF
      *
           ADD  +1                        TO WS-DAY-ROW-CNT
           IF   WS-DAY-UNHEADED
                ADD  +1                   TO WS-ROWS-LEFT-OUT-CNT
                GO TO 310-EXIT
           END-IF
      *
           MOVE SPACES                    TO CDCR-RECORD
           MOVE CDCH-SEQ-NBR              TO CDCR-SEQ-NBR
           SET  CDCR-IS-REPLAY            TO TRUE
           MOVE CDCH-CAPTURE-DATE         TO CDCR-CAPTURE-DATE
           MOVE CDCH-FEED-RECORD          TO CDCR-FEED-RECORD
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 CDCR-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRP: ERROR WRITING CDCRPLY RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 310-EXIT
           END-IF
      *
           ADD  +1                        TO WS-REPLAYED-CNT
           EVALUATE CDCH-FEED-RECORD (17:7)
             WHEN 'ADDED  '
                  ADD  +1                  TO WS-ADDED-CNT
             WHEN 'CHANGED'
                  ADD  +1                  TO WS-CHANGED-CNT
             WHEN OTHER
                  ADD  +1                  TO WS-DELETED-CNT
           END-EVALUATE
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  JUDGE THE DAY JUST FINISHED.  AN UNHEADED DAY WAS NEVER
      *  SENT.  A HEADED DAY SHORT OF ITS HEADER COUNT HAS BEEN
      *  SENT INCOMPLETE - THE RUN IS FAILED SO THE FILE IS NOT
      *  PASSED ON.
      ***************************************************************
       350-CLOSE-THE-DAY.
      *
           IF   WS-DAY-NONE
                GO TO 350-EXIT
           END-IF
      *
           MOVE WS-DAY-DATE               TO WS-RPT-DAY-DATE
           MOVE WS-DAY-ROW-CNT            TO WS-RPT-DAY-ROWS
           EVALUATE TRUE
             WHEN WS-DAY-UNHEADED
                  ADD  +1                  TO WS-DAYS-LEFT-OUT-CNT
                  MOVE 'LEFT OUT - NEVER FULLY RETAINED'
                                           TO WS-RPT-DAY-OUTCOME
             WHEN WS-DAY-ROW-CNT NOT = WS-DAY-EXPECTED-CNT
                  MOVE 'SHORT OF ITS HEADER COUNT'
                                           TO WS-RPT-DAY-OUTCOME
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                  TO WS-DAYS-CNT
                  MOVE 'REPLAYED'          TO WS-RPT-DAY-OUTCOME
           END-EVALUATE
           DISPLAY WS-RPT-DAY-LINE
           SET  WS-DAY-NONE               TO TRUE
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CONTROL TRAILER THE CONSUMER RECONCILES AGAINST.
      ***************************************************************
       700-WRITE-CONTROL.
      *
           MOVE SPACES                    TO CDCR-RECORD
           SET  CDCR-CONTROL-TRAILER      TO TRUE
           SET  CDCR-IS-REPLAY            TO TRUE
           MOVE WS-CTL-TO-DATE            TO CDCR-CAPTURE-DATE
           MOVE WS-CTL-CONSUMER           TO CDCR-CTL-CONSUMER
           MOVE WS-CTL-TARGET             TO CDCR-CTL-TARGET
           MOVE WS-CTL-FROM-DATE          TO CDCR-CTL-FROM-DATE
           MOVE WS-CTL-TO-DATE            TO CDCR-CTL-TO-DATE
           MOVE WS-REPLAYED-CNT           TO CDCR-CTL-RECORD-CNT
           MOVE WS-ADDED-CNT              TO CDCR-CTL-ADDED-CNT
           MOVE WS-CHANGED-CNT            TO CDCR-CTL-CHANGED-CNT
           MOVE WS-DELETED-CNT            TO CDCR-CTL-DELETED-CNT
           MOVE WS-DAYS-CNT               TO CDCR-CTL-DAYS-CNT
           MOVE WS-RUN-DATE               TO CDCR-CTL-REPLAY-DATE
           MOVE WS-TIME-HHMMSS            TO CDCR-CTL-REPLAY-TIME
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 CDCR-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRP: ERROR WRITING CDCRPLY TRAILER RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
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
                                      CDCH-RECORD,
                                      CDCH-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      CDCR-RECORD,
                                      CDCH-RECORD-KEY
           END-IF
      *
           MOVE WS-DAYS-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCDCRP: ' WS-DISPLAY-MASK-1 ' DAYS REPLAYED'
           MOVE WS-DAYS-LEFT-OUT-CNT      TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCDCRP: ' WS-DISPLAY-MASK-1 ' DAYS LEFT OUT'
           MOVE WS-REPLAYED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCDCRP: ' WS-DISPLAY-MASK-1 ' DELTAS REPLAYED'
           .
       9900-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RECORD THE REPLAY ON SENTLOG FOR THE ACKNOWLEDGMENT
      *  RECONCILIATION - FEED ID 'RP' + CONSUMER, DATED THE RUN
      *  DATE.  A MISSING SENTLOG DD MEANS THE TRANSMISSION GOES
      *  UNRECORDED, AS EVERY OPTIONAL DD DOES.
      ***************************************************************
       950-RECORD-TRANSMISSION.
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'SENTLOG '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF ACKR-RECORD     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 ACKR-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRP: NO SENTLOG DD ALLOCATED, '
                        'TRANSMISSION NOT RECORDED'
                SET  TP90R-ANCHOR         TO NULL
                GO TO 950-EXIT
           END-IF
      *
           MOVE SPACES                    TO ACKR-RECORD
           STRING 'RP'                    DELIMITED BY SIZE
                  WS-CTL-CONSUMER         DELIMITED BY SIZE
             INTO ACKR-FEED-ID
           MOVE WS-RUN-DATE               TO ACKR-BUSN-DATE
           MOVE WS-REPLAYED-CNT           TO ACKR-RECORD-CNT
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 ACKR-RECORD,
                                 CDCH-RECORD-KEY
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 ACKR-RECORD,
                                 CDCH-RECORD-KEY
           SET  TP90R-ANCHOR              TO NULL
           .
       950-EXIT.
           EXIT.
