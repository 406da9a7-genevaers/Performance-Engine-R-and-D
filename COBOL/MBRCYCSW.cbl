       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCYCSW.
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
      ** DESCRIPTION: BATCH-WINDOW CYCLE-STATE SWITCH.  RUN AS THE     *
      **              FIRST STEP OF THE NIGHTLY CYCLE WITH ACTION=SET  *
      **              AND AS THE LAST WITH ACTION=CLEAR.  SET MARKS    *
      **              THE CYCLSTAT RECORD (SEE GVBCCYST) 'B' FOR THE   *
      **              CYCLE DATE, AND FROM THAT MOMENT THE MBRCUPD     *
      **              AND MBRCCHLD MAINTENANCE TRANSACTIONS ARE        *
      **              READ-ONLY, QUEUING EACH CHANGE ON FRZQUEUE       *
      **              RATHER THAN RACING MLOADVS, MBRDLTAP OR MBRSWAP  *
      **              FOR THE CUSTNAME FAMILY.  CLEAR MARKS IT 'O'     *
      **              AGAIN; THE MBRFRZAP STEP THAT FOLLOWS APPLIES    *
      **              THE QUEUE.                                       *
      **                                                               *
      **              A SET WHILE THE SWITCH IS ALREADY SET (THE LAST  *
      **              CYCLE NEVER REACHED ITS CLEAR STEP) KEEPS THE    *
      **              WINDOW CLOSED UNDER THE NEW CYCLE DATE AND ENDS  *
      **              WITH RC 4, SO THE MISSED CLEAR IS NOTICED.  A    *
      **              CLEAR WHILE ONLINE IS ALREADY OPEN CHANGES       *
      **              NOTHING AND ALSO ENDS WITH RC 4.                 *
      **                                                               *
      ** CONTROL CARD (KEYWORD=VALUE, SEE GVBCKWRD):                   *
      **   ACTION=SET!CLEAR   REQUIRED                                 *
      **   CYCLEDATE=CCYYMMDD DEFAULT TODAY (SET ONLY)                 *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     CYCLE-STATE RECORD          (DDNAME=CYCLSTAT)  *
      **                                                               *
      ** RETURN CDS:  0000 - SWITCH SET OR CLEARED                     *
      **              0004 - SWITCH WAS ALREADY IN THAT STATE          *
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
       01  WS-ALREADY-SW               PIC X(01)  VALUE 'N'.
           88  WS-ALREADY-IN-STATE                VALUE 'Y'.
       01  WS-SWITCH-DONE-SW           PIC X(01)  VALUE 'N'.
           88  WS-SWITCH-DONE                     VALUE 'Y'.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-ACTION               PIC X(05)  VALUE SPACES.
           88  WS-CTL-ACTION-SET                  VALUE 'SET  '.
           88  WS-CTL-ACTION-CLEAR                VALUE 'CLEAR'.
       01  WS-CTL-CYCLE-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-KWRD-NUMERIC             PIC 9(08)  VALUE ZEROES.
      *
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS          PIC 9(06).
           05  FILLER                  PIC X(02).
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
      *
      *      THE STATE AS FOUND, KEPT FOR THE LOG AND CARRIED INTO
      *      THE REWRITTEN RECORD.
       01  WS-OLD-CYST-RECORD          PIC X(80)  VALUE SPACES.
      *
       COPY GVBCKWRD.
       COPY GVBCRUNC.
       COPY GVBCCYST.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
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
           MOVE 'MBRCYCSW'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-READ-REQUEST          THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-READ-CYCLE-STATE  THRU 200-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                EVALUATE TRUE
                  WHEN WS-CTL-ACTION-CLEAR
                   AND CYST-ONLINE-OPEN
                       SET  WS-ALREADY-IN-STATE TO TRUE
                       DISPLAY 'MBRCYCSW: ONLINE IS ALREADY OPEN - '
                               'NOTHING TO CLEAR'
                  WHEN WS-CTL-ACTION-SET
                   AND CYST-BATCH-WINDOW
                       SET  WS-ALREADY-IN-STATE TO TRUE
                       DISPLAY 'MBRCYCSW: *** BATCH WINDOW FOR CYCLE '
                               CYST-CYCLE-DATE ' WAS NEVER CLEARED - '
                               'KEPT CLOSED FOR CYCLE '
                               WS-CTL-CYCLE-DATE ' ***'
                       PERFORM 300-WRITE-CYCLE-STATE THRU 300-EXIT
                  WHEN OTHER
                       PERFORM 300-WRITE-CYCLE-STATE THRU 300-EXIT
                END-EVALUATE
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCYCSW'                TO RUNC-REG-RUN-ID
           MOVE +1                        TO RUNC-REG-RCRDS-READ
           IF   WS-SWITCH-DONE
                MOVE +1                   TO RUNC-REG-RCRDS-WRITTEN
           ELSE
                MOVE +0                   TO RUNC-REG-RCRDS-WRITTEN
           END-IF
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-ALREADY-IN-STATE
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
      *  PARSE THE CONTROL CARD - THE ACTION IS REQUIRED; THE CYCLE
      *  DATE DEFAULTS TO TODAY.
      ***************************************************************
       100-READ-REQUEST.
      *
           MOVE 'MBRCYCSW'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +2                     TO KWRD-ENTRY-COUNT
           MOVE 'ACTION'               TO KWRD-NAME (1)
           MOVE SPACES                 TO KWRD-VALUE (1)
           MOVE 'SET CLEAR'            TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'CYCLEDATE'            TO KWRD-NAME (2)
           MOVE WS-CTL-CYCLE-DATE      TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN KWRD-VALUE (1) = SPACES
                  DISPLAY 'MBRCYCSW: *** ACTION=SET OR ACTION=CLEAR '
                          'IS REQUIRED ***'
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN KWRD-VALUE (2) (1:8) NOT NUMERIC
                  DISPLAY 'MBRCYCSW: CYCLEDATE MUST BE CCYYMMDD'
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:5)  TO WS-CTL-ACTION
                  MOVE KWRD-VALUE (2) (1:8)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-CYCLE-DATE
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE CURRENT CYCLE STATE.  A MISSING OR EMPTY RECORD
      *  MEANS ONLINE IS OPEN.
      ***************************************************************
       200-READ-CYCLE-STATE.
      *
           MOVE SPACES                 TO CYST-RECORD
           MOVE 'O'                    TO CYST-STATE
           MOVE ZEROES                 TO CYST-CYCLE-DATE
                                          CYST-SET-DATE
                                          CYST-SET-TIME
                                          CYST-CLEARED-DATE
                                          CYST-CLEARED-TIME
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'CYCLSTAT'            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  LENGTH OF CYST-RECORD TO TP90-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY

           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE  TP90-VALUE-READ      TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CYST-RECORD,
                                      TP90-RECORD-KEY
                IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE SPACES           TO CYST-RECORD
                     MOVE 'O'              TO CYST-STATE
                END-IF
                MOVE  TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CYST-RECORD,
                                      TP90-RECORD-KEY
                SET   TP90-ANCHOR          TO NULL
           END-IF
      *
           MOVE CYST-RECORD            TO WS-OLD-CYST-RECORD
           IF   CYST-BATCH-WINDOW
                DISPLAY 'MBRCYCSW: CURRENT STATE IS BATCH WINDOW FOR '
                        'CYCLE ' CYST-CYCLE-DATE ', SET '
                        CYST-SET-DATE ' ' CYST-SET-TIME
           ELSE
                DISPLAY 'MBRCYCSW: CURRENT STATE IS ONLINE OPEN'
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REWRITE THE CYCLE-STATE RECORD - THE SWITCH ITSELF.  A SET
      *  STAMPS THE CYCLE DATE AND SET TIME; A CLEAR KEEPS THEM AND
      *  ADDS THE CLEARED TIME, SO THE RECORD SHOWS THE LAST WINDOW.
      ***************************************************************
       300-WRITE-CYCLE-STATE.
      *
           MOVE WS-OLD-CYST-RECORD     TO CYST-RECORD
           ACCEPT WS-TIME-NOW          FROM TIME
           IF   WS-CTL-ACTION-SET
                MOVE 'B'               TO CYST-STATE
                MOVE WS-CTL-CYCLE-DATE TO CYST-CYCLE-DATE
                MOVE WS-RUN-DATE       TO CYST-SET-DATE
                MOVE WS-TIME-HHMMSS    TO CYST-SET-TIME
                MOVE ZEROES            TO CYST-CLEARED-DATE
                                          CYST-CLEARED-TIME
           ELSE
                MOVE 'O'               TO CYST-STATE
                MOVE WS-RUN-DATE       TO CYST-CLEARED-DATE
                MOVE WS-TIME-HHMMSS    TO CYST-CLEARED-TIME
           END-IF
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'CYCLSTAT'            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-OUTPUT     TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  LENGTH OF CYST-RECORD TO TP90-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCYCSW DD: CYCLSTAT, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
                SET   TP90-ANCHOR          TO NULL
                GO TO 300-EXIT
           END-IF
      *
           MOVE  TP90-VALUE-WRITE      TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-SWITCH-DONE        TO TRUE
                IF   WS-CTL-ACTION-SET
                     DISPLAY 'MBRCYCSW: BATCH WINDOW SET FOR CYCLE '
                             CYST-CYCLE-DATE ' - ONLINE MAINTENANCE '
                             'IS NOW QUEUED'
                ELSE
                     DISPLAY 'MBRCYCSW: BATCH WINDOW FOR CYCLE '
                             CYST-CYCLE-DATE ' CLEARED - ONLINE '
                             'MAINTENANCE IS OPEN'
                END-IF
           ELSE
                DISPLAY 'MBRCYCSW: ERROR WRITING CYCLSTAT RC = '
                        TP90-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
           MOVE  TP90-VALUE-CLOSE      TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           SET   TP90-ANCHOR           TO NULL
           .
       300-EXIT.
           EXIT.
