       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCDCRT.
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
      ** DESCRIPTION: CDC FEED RETENTION.  RUNS AFTER THE GVBXC6       *
      **              EXTRACT STEP, BEFORE THE NIGHT'S CDCFEED IS      *
      **              CONSUMED AND DISCARDED, AND FILES EVERY DELTA    *
      **              ON THE CDCHIST KSDS (SEE GVBCCDCH) UNDER THE     *
      **              CYCLE DATE AND ITS ORIGINAL SEQUENCE NUMBER,     *
      **              WITH A DAY-HEADER ROW CARRYING THE COUNTS, SO    *
      **              MBRCDCRP CAN RE-DELIVER ANY RETAINED DATE RANGE  *
      **              TO A CONSUMER THAT LOST A DAY.  DAYS OLDER THAN  *
      **              RETAINDAYS ARE THEN AGED OFF THE FRONT OF THE    *
      **              CLUSTER.                                         *
      **                                                               *
      **              THE DAY-HEADER ROW IS WRITTEN LAST.  A DAY WITH  *
      **              A HEADER IS LEFT ALONE UNLESS REPLACE=Y; A DAY   *
      **              WITHOUT ONE (AN EARLIER RUN THAT FAILED PART     *
      **              WAY) HAS ITS ROWS CLEARED AND IS FILED AFRESH,   *
      **              SO THE STEP IS SIMPLY RERUN AFTER A FAILURE.     *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                                                               *
      ** INPUT FILES:   CDC DELTA FEED              (DDNAME=CDCFEED)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     CDC FEED HISTORY            (DDNAME=CDCHIST)   *
      **                                                               *
      ** RETURN CDS:  0000 - FEED RETAINED                             *
      **              0004 - DAY ALREADY RETAINED, FEED NOT REFILED    *
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
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-ADDED-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-CHANGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-DELETED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-CLEARED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-PURGED-ROW-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-PURGED-DAY-CNT           PIC S9(08) COMP VALUE +0.
      *
       01  WS-DAY-STATE-SW             PIC X(01)  VALUE ' '.
           88  WS-DAY-NOT-FILED                   VALUE ' '.
           88  WS-DAY-ALREADY-FILED               VALUE 'F'.
       01  WS-BROWSE-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-CYCLE-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-RETAIN-DAYS          PIC 9(03)  VALUE 35.
       01  WS-CTL-REPLACE              PIC X(01)  VALUE 'N'.
           88  WS-REPLACE-ALLOWED                 VALUE 'Y'.
       01  WS-KWRD-NUMERIC             PIC 9(08)  VALUE ZEROES.
       01  WS-CUTOFF-DATE              PIC 9(08)  VALUE ZEROES.
       01  WS-LAST-PURGED-DATE         PIC 9(08)  VALUE ZEROES.
      *
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS          PIC 9(06).
           05  FILLER                  PIC X(02).
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE CDCFEED RECORD - THE SAME 129-BYTE SHAPE GVBXC6 WRITES.
      *****************************************************************
       01  WS-CDC-FEED-RECORD.
           05  WS-FEED-REC-RUN-DATE         PIC X(08).
           05  WS-FEED-REC-RUN-TIME         PIC X(08).
           05  WS-FEED-REC-CHANGE-TYPE      PIC X(07).
               88  WS-FEED-REC-ADDED              VALUE 'ADDED  '.
               88  WS-FEED-REC-CHANGED            VALUE 'CHANGED'.
               88  WS-FEED-REC-DELETED            VALUE 'DELETED'.
           05  WS-FEED-REC-KEY               PIC X(10).
           05  WS-FEED-REC-IMAGE             PIC X(96).
      *
       COPY GVBCKWRD.
       COPY GVBCCDCH.
       COPY GVBCRUNC.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90H-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90H-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90H-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90H-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90H-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90H-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90H-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90H-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90H-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90H-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90H-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE               TO WS-CTL-CYCLE-DATE
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRCDCRT'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-CHECK-THE-DAY     THRU 200-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
            AND WS-DAY-NOT-FILED
                PERFORM 300-FILE-THE-FEED     THRU 300-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 500-AGE-OFF-OLD-DAYS  THRU 500-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCDCRT'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           IF   WS-DAY-NOT-FILED
                MOVE RECORD-CNT           TO RUNC-REG-RCRDS-WRITTEN
           ELSE
                MOVE +0                   TO RUNC-REG-RCRDS-WRITTEN
           END-IF
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-DAY-ALREADY-FILED
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
      *  CONTROL CARD AND AGE-OFF CUTOFF, THEN THE FEED AND THE
      *  HISTORY CLUSTER.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRCDCRT'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +3                     TO KWRD-ENTRY-COUNT
           MOVE 'CYCLEDATE'            TO KWRD-NAME (1)
           MOVE WS-CTL-CYCLE-DATE      TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'RETAINDAYS'           TO KWRD-NAME (2)
           MOVE '035'                  TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           MOVE 'REPLACE'              TO KWRD-NAME (3)
           MOVE 'N'                    TO KWRD-VALUE (3)
           MOVE 'Y N'                  TO KWRD-ALLOWED (3)
           MOVE 'D'                    TO KWRD-SOURCE (3)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (1) (1:8) NOT NUMERIC
               OR KWRD-VALUE (2) (1:3) NOT NUMERIC
                  DISPLAY 'MBRCDCRT: CYCLEDATE MUST BE CCYYMMDD AND '
                          'RETAINDAYS THREE DIGITS'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:8)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-CYCLE-DATE
                  MOVE KWRD-VALUE (2) (1:3)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-RETAIN-DAYS
                  MOVE KWRD-VALUE (3) (1:1)  TO WS-CTL-REPLACE
           END-EVALUATE
      *
           MOVE WS-CTL-CYCLE-DATE         TO JDAY-GREGORIAN-DATE
           CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
           COMPUTE GDAT-JULIAN-DAY =
                   JDAY-JULIAN-DAY - WS-CTL-RETAIN-DAYS
           CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
           MOVE GDAT-GREGORIAN-DATE       TO WS-CUTOFF-DATE
           DISPLAY 'MBRCDCRT: FILING CYCLE ' WS-CTL-CYCLE-DATE
                   ', AGEING OFF DAYS BEFORE ' WS-CUTOFF-DATE
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CDCFEED '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-CDC-FEED-RECORD
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-CDC-FEED-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRT DD: CDCFEED, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90-ANCHOR            TO NULL
                GO TO 100-EXIT
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET  TP90H-ANCHOR              TO NULL
           MOVE 'CDCHIST '                TO TP90H-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90H-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90H-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90H-FILE-MODE
           MOVE SPACES                    TO TP90H-RETURN-CODE
           MOVE +0                        TO TP90H-VSAM-RETURN-CODE
           MOVE +0                        TO TP90H-RECORD-LENGTH
           MOVE SPACES                    TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRT DD: CDCHIST, GVBTP90 FAILED, '
                        'RET CD = ' TP90H-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                SET  TP90H-ANCHOR           TO NULL
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90H-DDNAME
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  HAS THIS CYCLE ALREADY BEEN FILED?  A DAY-HEADER ROW SAYS
      *  YES - LEAVE IT UNLESS REPLACE=Y.  OTHERWISE CLEAR WHATEVER
      *  ROWS THE CYCLE HAS (NONE, OR A FAILED RUN'S PARTIAL DAY).
      ***************************************************************
       200-CHECK-THE-DAY.
      *
           MOVE WS-CTL-CYCLE-DATE         TO CDCH-KEY-CAPTURE-DATE
           MOVE ZEROES                    TO CDCH-KEY-SEQ-NBR
           MOVE TP90-VALUE-READ           TO TP90H-FUNCTION-CODE
           MOVE LENGTH OF CDCH-RECORD     TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90H-RETURN-CODE = TP90-VALUE-SUCCESSFUL
              AND NOT WS-REPLACE-ALLOWED
                  SET  WS-DAY-ALREADY-FILED TO TRUE
                  MOVE CDCH-HDR-RECORD-CNT TO WS-DISPLAY-MASK-1
                  DISPLAY 'MBRCDCRT: CYCLE ' WS-CTL-CYCLE-DATE
                          ' ALREADY RETAINED (' WS-DISPLAY-MASK-1
                          ' DELTAS) - FEED NOT REFILED'
                  GO TO 200-EXIT
             WHEN TP90H-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCDCRT: REPLACE=Y - CYCLE '
                          WS-CTL-CYCLE-DATE ' IS BEING REFILED'
             WHEN TP90H-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'MBRCDCRT DD: CDCHIST, GVBTP90 FAILED, '
                          'RET CD = ' TP90H-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 200-EXIT
           END-EVALUATE
      *
           MOVE WS-CTL-CYCLE-DATE         TO CDCH-KEY-CAPTURE-DATE
           MOVE ZEROES                    TO CDCH-KEY-SEQ-NBR
           PERFORM 600-START-BROWSE       THRU 600-EXIT
           PERFORM 210-CLEAR-ONE-ROW      THRU 210-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR SEVERE-ERROR NOT = ' '
           IF   WS-CLEARED-CNT > ZERO
                MOVE WS-CLEARED-CNT       TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRCDCRT: ' WS-DISPLAY-MASK-1 ' EARLIER '
                        'ROWS CLEARED FOR CYCLE ' WS-CTL-CYCLE-DATE
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
       210-CLEAR-ONE-ROW.
      *
           PERFORM 610-READ-NEXT          THRU 610-EXIT
           IF   WS-BROWSE-EOF
                GO TO 210-EXIT
           END-IF
           IF   CDCH-CAPTURE-DATE NOT = WS-CTL-CYCLE-DATE
                SET  WS-BROWSE-EOF        TO TRUE
                GO TO 210-EXIT
           END-IF
      *
           PERFORM 620-DELETE-ROW         THRU 620-EXIT
           ADD  +1                        TO WS-CLEARED-CNT
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FILE EVERY DELTA UNDER THE CYCLE DATE AND ITS POSITION IN
      *  THE FEED, THEN THE DAY-HEADER ROW WITH THE COUNTS.
      ***************************************************************
       300-FILE-THE-FEED.
      *
           ACCEPT WS-TIME-NOW             FROM TIME
           PERFORM 310-FILE-ONE-DELTA     THRU 310-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           MOVE SPACES                    TO CDCH-RECORD
           MOVE WS-CTL-CYCLE-DATE         TO CDCH-CAPTURE-DATE
           MOVE ZEROES                    TO CDCH-SEQ-NBR
           MOVE RECORD-CNT                TO CDCH-HDR-RECORD-CNT
           MOVE WS-ADDED-CNT              TO CDCH-HDR-ADDED-CNT
           MOVE WS-CHANGED-CNT            TO CDCH-HDR-CHANGED-CNT
           MOVE WS-DELETED-CNT            TO CDCH-HDR-DELETED-CNT
           PERFORM 350-WRITE-ROW          THRU 350-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
       310-FILE-ONE-DELTA.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO WS-CDC-FEED-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-CDC-FEED-RECORD,
                                 CDCH-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED CDCFEED'
                  GO TO 310-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCDCRT DD: CDCFEED, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 310-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
           EVALUATE TRUE
             WHEN WS-FEED-REC-ADDED
                  ADD  +1                  TO WS-ADDED-CNT
             WHEN WS-FEED-REC-CHANGED
                  ADD  +1                  TO WS-CHANGED-CNT
             WHEN OTHER
                  ADD  +1                  TO WS-DELETED-CNT
           END-EVALUATE
      *
           MOVE SPACES                    TO CDCH-RECORD
           MOVE WS-CTL-CYCLE-DATE         TO CDCH-CAPTURE-DATE
           MOVE RECORD-CNT                TO CDCH-SEQ-NBR
           MOVE WS-CDC-FEED-RECORD        TO CDCH-FEED-RECORD
           PERFORM 350-WRITE-ROW          THRU 350-EXIT
           .
       310-EXIT.
           EXIT.
      *
      *
       350-WRITE-ROW.
      *
           MOVE WS-RUN-DATE               TO CDCH-RETAINED-DATE
           MOVE WS-TIME-HHMMSS            TO CDCH-RETAINED-TIME
           MOVE CDCH-CAPTURE-DATE         TO CDCH-KEY-CAPTURE-DATE
           MOVE CDCH-SEQ-NBR              TO CDCH-KEY-SEQ-NBR
           MOVE TP90-VALUE-WRITE          TO TP90H-FUNCTION-CODE
           MOVE LENGTH OF CDCH-RECORD     TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRT: ERROR WRITING CDCHIST KEY '
                        CDCH-RECORD-KEY ' RC = ' TP90H-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AGE OFF EVERY ROW CAPTURED BEFORE THE CUTOFF.  THE CLUSTER
      *  IS IN CAPTURE-DATE ORDER, SO THE SWEEP STOPS AT THE FIRST
      *  ROW INSIDE THE RETENTION PERIOD.
      ***************************************************************
       500-AGE-OFF-OLD-DAYS.
      *
           MOVE ZEROES                    TO CDCH-RECORD-KEY
           PERFORM 600-START-BROWSE       THRU 600-EXIT
           PERFORM 510-AGE-ONE-ROW        THRU 510-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR SEVERE-ERROR NOT = ' '
           .
       500-EXIT.
           EXIT.
      *
      *
       510-AGE-ONE-ROW.
      *
           PERFORM 610-READ-NEXT          THRU 610-EXIT
           IF   WS-BROWSE-EOF
                GO TO 510-EXIT
           END-IF
           IF   CDCH-CAPTURE-DATE NOT < WS-CUTOFF-DATE
                SET  WS-BROWSE-EOF        TO TRUE
                GO TO 510-EXIT
           END-IF
      *
           PERFORM 620-DELETE-ROW         THRU 620-EXIT
           ADD  +1                        TO WS-PURGED-ROW-CNT
           IF   CDCH-CAPTURE-DATE NOT = WS-LAST-PURGED-DATE
                ADD  +1                   TO WS-PURGED-DAY-CNT
                MOVE CDCH-CAPTURE-DATE    TO WS-LAST-PURGED-DATE
           END-IF
           .
       510-EXIT.
           EXIT.
      *
      *
       600-START-BROWSE.
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90H-FUNCTION-CODE
           MOVE LENGTH OF CDCH-RECORD     TO TP90H-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90H-RECFM
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF        TO TRUE
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
       610-READ-NEXT.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90H-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90H-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-BROWSE-EOF       TO TRUE
             WHEN OTHER
                  DISPLAY 'MBRCDCRT DD: CDCHIST, GVBTP90 FAILED, '
                          'RET CD = ' TP90H-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  SET  WS-BROWSE-EOF       TO TRUE
           END-EVALUATE
           .
       610-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  DELETE THE ROW JUST READ BY THE BROWSE, THE CONVENTION
      *  MBRRETN'S RUNCTL PRUNE USES.
      ***************************************************************
       620-DELETE-ROW.
      *
           MOVE TP90-VALUE-DELETE         TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 CDCH-RECORD,
                                 CDCH-RECORD-KEY
           IF   TP90H-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCDCRT: ERROR DELETING CDCHIST KEY '
                        CDCH-RECORD-KEY ' RC = ' TP90H-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       620-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      WS-CDC-FEED-RECORD,
                                      CDCH-RECORD-KEY
           END-IF
           IF   TP90H-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90H-FUNCTION-CODE
                CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                      CDCH-RECORD,
                                      CDCH-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCDCRT: ' WS-DISPLAY-MASK-1 ' DELTAS FILED FOR '
                   'CYCLE ' WS-CTL-CYCLE-DATE
           MOVE WS-PURGED-DAY-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCDCRT: ' WS-DISPLAY-MASK-1 ' DAYS AGED OFF'
           MOVE WS-PURGED-ROW-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCDCRT: ' WS-DISPLAY-MASK-1 ' ROWS AGED OFF'
           .
       9900-EXIT.
           EXIT.
