       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRGREF.
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
      ** DESCRIPTION: NIGHTLY GENEVA REFERENCE EXPORT.  WRITES THE     *
      **              LOCAL AGREEMENTS MASTER (AGRMST) AND THE POSTAL  *
      **              DIRECTORY (POSTDIRV) AS REFERENCE-PHASE FILES    *
      **              IN THE KEYED, EFFECTIVE-DATED LAYOUT OF          *
      **              GVBCGREF, EACH BETWEEN A HEADER AND A TRAILER    *
      **              CONTROL RECORD, SO PERFORMANCE ENGINE VIEWS RUN  *
      **              THROUGH GVBXR6 CAN DECODE AGREEMENT STATUS AND   *
      **              POSTAL-CODE CITY/STATE WITH AN ORDINARY LOOKUP.  *
      **              BOTH KSDS ARE BROWSED IN KEY ORDER, SO THE       *
      **              EXTRACTS NEED NO SORT BEFORE THE LOOKUP PHASE.   *
      **              A CLOSED AGREEMENT IS SPLIT INTO AN OPEN ROW AND *
      **              A CLOSED ROW AT ITS CLOSE DATE.                  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   LOCAL AGREEMENTS MASTER     (DDNAME=AGRMST)    *
      **                POSTAL DIRECTORY            (DDNAME=POSTDIRV)  *
      **                                                               *
      ** OUTPUT FILES:  AGREEMENT REFERENCE FILE    (DDNAME=AGRMREF)   *
      **                POSTAL REFERENCE FILE       (DDNAME=POSTREF)   *
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
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-WRITTEN-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-HIGH-DATE                PIC 9(08)  VALUE 99991231.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE EXTRACT BEING WRITTEN AND ITS CONTROL TOTALS.
      *****************************************************************
       01  WS-OUT-DDNAME               PIC X(08)  VALUE SPACES.
       01  WS-OUT-FILE-ID              PIC X(08)  VALUE SPACES.
       01  WS-OUT-KEY-LENGTH           PIC 9(03)  VALUE ZEROES.
       01  WS-OUT-RECORD               PIC X(80)  VALUE SPACES.
       01  WS-OUT-KEY                  PIC X(11)  VALUE SPACES.
       01  WS-ROW-CNT                  PIC S9(09) COMP VALUE +0.
       01  WS-HASH-TOTAL               PIC S9(15) COMP-3 VALUE +0.
       01  WS-AGRE-NUM                 PIC 9(11)  VALUE ZEROES.
       01  WS-ZIP-NUM                  PIC 9(05)  VALUE ZEROES.
      *
       01  WS-OPEN-DATE                PIC 9(08)  VALUE ZEROES.
       01  WS-CLOSE-DATE               PIC 9(08)  VALUE ZEROES.
       01  WS-DAY-BEFORE-CLOSE         PIC 9(08)  VALUE ZEROES.
      *
       COPY GVBCGREF.
       COPY GVBCAGRM.
       COPY GVBCPOST.
       COPY GVBCRUNC.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90O-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90O-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90O-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90O-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90O-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90O-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90O-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90O-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90O-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90O-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90O-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRGREF '                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 200-EXPORT-AGREEMENTS     THRU 200-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-EXPORT-POSTAL     THRU 300-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRGREF '                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-WRITTEN-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
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
      *  OPEN THE OUTPUT EXTRACT NAMED IN WS-OUT-DDNAME AND WRITE
      *  ITS HEADER.
      ***************************************************************
       150-OPEN-EXTRACT.
      *
           MOVE +0                        TO WS-ROW-CNT
                                             WS-HASH-TOTAL
      *
           SET  TP90O-ANCHOR              TO NULL
           MOVE WS-OUT-DDNAME             TO TP90O-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90O-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90O-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90O-FILE-MODE
           MOVE SPACES                    TO TP90O-RETURN-CODE
           MOVE +0                        TO TP90O-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-OUT-RECORD   TO TP90O-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90O-RECFM
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-OUT-RECORD,
                                 WS-OUT-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRGREF DD: ' WS-OUT-DDNAME ', GVBTP90 '
                        'FAILED, RET CD = ' TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           MOVE SPACES                    TO GREF-HEADER-RECORD
           MOVE LOW-VALUES                TO GREF-HDR-KEY
           SET  GREF-IS-HEADER            TO TRUE
           MOVE WS-OUT-FILE-ID            TO GREF-HDR-FILE-ID
           MOVE WS-RUN-DATE               TO GREF-HDR-BUSN-DATE
           MOVE WS-OUT-KEY-LENGTH         TO GREF-HDR-KEY-LENGTH
           MOVE LENGTH OF WS-OUT-RECORD   TO GREF-HDR-RECORD-LENGTH
           MOVE GREF-HEADER-RECORD        TO WS-OUT-RECORD
           PERFORM 170-WRITE-EXTRACT      THRU 170-EXIT
           .
       150-EXIT.
           EXIT.
      *
      *
       170-WRITE-EXTRACT.
      *
           MOVE TP90-VALUE-WRITE          TO TP90O-FUNCTION-CODE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-OUT-RECORD,
                                 WS-OUT-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRGREF: ERROR WRITING ' WS-OUT-DDNAME
                        ' RC = ' TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       170-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE THE TRAILER AND CLOSE THE EXTRACT.
      ***************************************************************
       180-CLOSE-EXTRACT.
      *
           IF   SEVERE-ERROR = ' '
                MOVE SPACES               TO GREF-TRAILER-RECORD
                MOVE HIGH-VALUES          TO GREF-TRL-KEY
                SET  GREF-IS-TRAILER      TO TRUE
                MOVE WS-OUT-FILE-ID       TO GREF-TRL-FILE-ID
                MOVE WS-ROW-CNT           TO GREF-TRL-RECORD-CNT
                MOVE WS-HASH-TOTAL        TO GREF-TRL-HASH-TOTAL
                MOVE GREF-TRAILER-RECORD  TO WS-OUT-RECORD
                PERFORM 170-WRITE-EXTRACT THRU 170-EXIT
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90O-FUNCTION-CODE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-OUT-RECORD,
                                 WS-OUT-KEY
           SET  TP90O-ANCHOR              TO NULL
      *
           MOVE WS-ROW-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRGREF: ' WS-DISPLAY-MASK-1 ' ROWS WRITTEN TO '
                   WS-OUT-DDNAME
           .
       180-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AGRMST TO AGRMREF.
      ***************************************************************
       200-EXPORT-AGREEMENTS.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'AGRMST  '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 AGRM-RECORD,
                                 AGRM-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRGREF DD: AGRMST, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
      *
           MOVE 'AGRMREF '                TO WS-OUT-DDNAME
           MOVE 'AGRMST  '                TO WS-OUT-FILE-ID
           MOVE LENGTH OF GREF-AGRM-AGRE-ID
                                          TO WS-OUT-KEY-LENGTH
           PERFORM 150-OPEN-EXTRACT       THRU 150-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE TP90-VALUE-START-BROWSE TO TP90-FUNCTION-CODE
                MOVE LENGTH OF AGRM-RECORD TO TP90-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN TO TP90-RECFM
                MOVE LOW-VALUES           TO AGRM-RECORD-KEY
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      AGRM-RECORD,
                                      AGRM-RECORD-KEY
                IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE 'Y'             TO EOF-FLAG
                ELSE
                     MOVE ' '             TO EOF-FLAG
                END-IF
                PERFORM 220-EXPORT-ONE-AGRM THRU 220-EXIT
                        UNTIL EOF-FLAG = 'Y'
                           OR SEVERE-ERROR NOT = ' '
                PERFORM 180-CLOSE-EXTRACT THRU 180-EXIT
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 AGRM-RECORD,
                                 AGRM-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE AGREEMENT.  A CLOSED AGREEMENT WITH A USABLE CLOSE DATE
      *  AFTER ITS OPEN DATE BECOMES TWO ROWS SO THE STATUS DECODES
      *  AS OF THE EVENT DATE; EVERYTHING ELSE IS ONE OPEN-ENDED ROW.
      ***************************************************************
       220-EXPORT-ONE-AGRM.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 AGRM-RECORD,
                                 AGRM-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 220-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRGREF DD: AGRMST, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 220-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
           MOVE ZEROES                    TO WS-OPEN-DATE
                                             WS-CLOSE-DATE
           IF   AGRM-OPEN-DATE NUMERIC
                MOVE AGRM-OPEN-DATE       TO WS-OPEN-DATE
           END-IF
           IF   AGRM-CLOSE-DATE NUMERIC
                MOVE AGRM-CLOSE-DATE      TO WS-CLOSE-DATE
           END-IF
      *
           MOVE SPACES                    TO GREF-AGRM-RECORD
           MOVE AGRM-AGRE-ID              TO GREF-AGRM-AGRE-ID
           MOVE WS-OPEN-DATE              TO GREF-AGRM-OPEN-DATE
                                             GREF-AGRM-EFF-START-DATE
           MOVE WS-CLOSE-DATE             TO GREF-AGRM-CLOSE-DATE
           MOVE WS-HIGH-DATE              TO GREF-AGRM-EFF-END-DATE
           MOVE AGRM-STATUS               TO GREF-AGRM-STATUS
      *
           IF   AGRM-STATUS-CLOSED
           AND  WS-CLOSE-DATE > WS-OPEN-DATE
                MOVE WS-CLOSE-DATE        TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY - 1
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE  TO WS-DAY-BEFORE-CLOSE
      *
                MOVE WS-DAY-BEFORE-CLOSE  TO GREF-AGRM-EFF-END-DATE
                MOVE 'O'                  TO GREF-AGRM-STATUS
                MOVE 'OPEN'               TO GREF-AGRM-STATUS-DESC
                PERFORM 240-WRITE-AGRM-ROW THRU 240-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 220-EXIT
                END-IF
      *
                MOVE WS-CLOSE-DATE        TO GREF-AGRM-EFF-START-DATE
                MOVE WS-HIGH-DATE         TO GREF-AGRM-EFF-END-DATE
                MOVE AGRM-STATUS          TO GREF-AGRM-STATUS
           END-IF
      *
           EVALUATE TRUE
             WHEN AGRM-STATUS-OPEN
                  MOVE 'OPEN'              TO GREF-AGRM-STATUS-DESC
             WHEN AGRM-STATUS-CLOSED
                  MOVE 'CLOSED'            TO GREF-AGRM-STATUS-DESC
             WHEN OTHER
                  MOVE 'UNKNOWN'           TO GREF-AGRM-STATUS-DESC
           END-EVALUATE
           PERFORM 240-WRITE-AGRM-ROW     THRU 240-EXIT
           .
       220-EXIT.
           EXIT.
      *
      *
       240-WRITE-AGRM-ROW.
      *
           MOVE GREF-AGRM-RECORD          TO WS-OUT-RECORD
           PERFORM 170-WRITE-EXTRACT      THRU 170-EXIT
           IF   SEVERE-ERROR = ' '
                ADD  +1                   TO WS-ROW-CNT
                                             WS-WRITTEN-CNT
                IF   GREF-AGRM-AGRE-ID NUMERIC
                     MOVE GREF-AGRM-AGRE-ID TO WS-AGRE-NUM
                     ADD  WS-AGRE-NUM     TO WS-HASH-TOTAL
                END-IF
           END-IF
           .
       240-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSTDIRV TO POSTREF.
      ***************************************************************
       300-EXPORT-POSTAL.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'POSTDIRV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 POST-RECORD,
                                 POST-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRGREF DD: POSTDIRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 300-EXIT
           END-IF
      *
           MOVE 'POSTREF '                TO WS-OUT-DDNAME
           MOVE 'POSTDIRV'                TO WS-OUT-FILE-ID
           MOVE LENGTH OF GREF-POST-ZIP5  TO WS-OUT-KEY-LENGTH
           PERFORM 150-OPEN-EXTRACT       THRU 150-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE TP90-VALUE-START-BROWSE TO TP90-FUNCTION-CODE
                MOVE LENGTH OF POST-RECORD TO TP90-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN TO TP90-RECFM
                MOVE LOW-VALUES           TO POST-RECORD-KEY
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      POST-RECORD,
                                      POST-RECORD-KEY
                IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE 'Y'             TO EOF-FLAG
                ELSE
                     MOVE ' '             TO EOF-FLAG
                END-IF
                PERFORM 320-EXPORT-ONE-POST THRU 320-EXIT
                        UNTIL EOF-FLAG = 'Y'
                           OR SEVERE-ERROR NOT = ' '
                PERFORM 180-CLOSE-EXTRACT THRU 180-EXIT
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 POST-RECORD,
                                 POST-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           .
       300-EXIT.
           EXIT.
      *
      *
       320-EXPORT-ONE-POST.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 POST-RECORD,
                                 POST-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 320-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRGREF DD: POSTDIRV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 320-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
           MOVE SPACES                    TO GREF-POST-RECORD
           MOVE POST-ZIP5                 TO GREF-POST-ZIP5
           MOVE ZEROES                    TO GREF-POST-EFF-START-DATE
           MOVE WS-HIGH-DATE              TO GREF-POST-EFF-END-DATE
           MOVE POST-CITY                 TO GREF-POST-CITY
           MOVE POST-STATE                TO GREF-POST-STATE
           MOVE POST-CNTRY-CD             TO GREF-POST-CNTRY-CD
      *
           MOVE GREF-POST-RECORD          TO WS-OUT-RECORD
           PERFORM 170-WRITE-EXTRACT      THRU 170-EXIT
           IF   SEVERE-ERROR = ' '
                ADD  +1                   TO WS-ROW-CNT
                                             WS-WRITTEN-CNT
                IF   POST-ZIP5 NUMERIC
                     MOVE POST-ZIP5       TO WS-ZIP-NUM
                     ADD  WS-ZIP-NUM      TO WS-HASH-TOTAL
                END-IF
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRGREF: ' WS-DISPLAY-MASK-1 ' SOURCE RECORDS READ'
           MOVE WS-WRITTEN-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRGREF: ' WS-DISPLAY-MASK-1
                   ' REFERENCE ROWS WRITTEN'
           .
       9900-EXIT.
           EXIT.
