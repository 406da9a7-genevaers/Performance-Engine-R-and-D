       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRCUCK.
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
      ** DESCRIPTION: SHARED RESTRICTED-CUSTOMER CHECK (SEE GVBCRCUC   *
      **              FOR THE CALLING INTERFACE).  GIVEN A CUSTOMER    *
      **              KEY, HOW THE CALLER MEANS TO USE THE RECORD AND  *
      **              THE OPERATOR'S RESTRICTED-ACCESS LEVEL FROM THE  *
      **              ENTITLE STORE, ANSWERS WHETHER THE CUSTOMER IS   *
      **              ON THE RESTRICT REGISTER AND, IF SO, WHETHER     *
      **              THE RECORD MAY BE SHOWN, MUST BE MASKED, OR      *
      **              MUST BE REFUSED.  EVERY ANSWER FOR A REGISTERED  *
      **              CUSTOMER IS JOURNALED TO RESTRLOG BEFORE IT IS   *
      **              RETURNED; ONE THAT CANNOT BE JOURNALED IS        *
      **              TURNED INTO A REFUSAL.  THE RESTRICT DD IS       *
      **              OPENED ON FIRST USE AND HELD OPEN UNTIL THE      *
      **              CALLER'S CLOSE CALL, THE MBRRSKLK CONVENTION;    *
      **              RESTRLOG IS OPENED AND CLOSED AROUND EACH        *
      **              RECORD, THE CINQLOG CONVENTION.                  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   RESTRICTED-CUSTOMER KSDS    (DDNAME=RESTRICT)  *
      **                                                               *
      ** OUTPUT FILES:  RESTRICTED ACCESS JOURNAL   (DDNAME=RESTRLOG)  *
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
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
      *
       01  WS-RESTRICT-DDNAME          PIC X(08)  VALUE 'RESTRICT'.
       01  WS-RESTRICT-STATE-SW        PIC X(01)  VALUE ' '.
           88  WS-RESTRICT-UNTRIED                VALUE ' '.
           88  WS-RESTRICT-IS-OPEN                VALUE 'O'.
           88  WS-RESTRICT-UNAVAILABLE            VALUE 'N'.
      *
       01  WS-RESTRLOG-DDNAME          PIC X(08)  VALUE 'RESTRLOG'.
       01  WS-JOURNAL-SW               PIC X(01)  VALUE 'N'.
           88  WS-JOURNAL-WRITTEN                 VALUE 'Y'.
       01  WS-LOG-TIME-NOW.
           05  WS-LOG-TIME-HHMMSS      PIC 9(06).
           05  FILLER                  PIC X(02).
      *
       COPY GVBCRCUS.
       COPY GVBCRCUJ.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90J-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90J-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90J-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90J-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90J-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90J-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90J-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90J-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90J-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90J-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90J-ESDS==.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCRCUC REPLACING ==RCUC-CHECK-PARMS== BY
                               ==LS-CHECK-PARMS==.
      *
       PROCEDURE DIVISION USING LS-CHECK-PARMS.
      *
       000-MAIN-LOGIC.
      *
           EVALUATE TRUE
             WHEN RCUC-FCN-CHECK
                  PERFORM 200-CHECK-KEY       THRU 200-EXIT
             WHEN RCUC-FCN-CLOSE
                  PERFORM 300-CLOSE-RESTRICT  THRU 300-EXIT
             WHEN OTHER
                  PERFORM 150-CLEAR-ANSWER    THRU 150-EXIT
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN RESTRICT ON FIRST USE.  NOT ALLOCATED IS REPORTED ONCE
      *  AND REMEMBERED, THE MBRRSKLK CONVENTION.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           EVALUATE TRUE
             WHEN WS-RESTRICT-IS-OPEN
                  CONTINUE
             WHEN WS-RESTRICT-UNAVAILABLE
                  CONTINUE
             WHEN OTHER
                  SET   TP90-ANCHOR           TO NULL
                  MOVE  WS-RESTRICT-DDNAME    TO TP90-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                  MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                  MOVE  TP90-VALUE-INPUT      TO TP90-FILE-MODE
                  MOVE  SPACES                TO TP90-RETURN-CODE
                  MOVE  +0                    TO TP90-VSAM-RETURN-CODE
                  MOVE  +0                    TO TP90-RECORD-LENGTH
                  MOVE  SPACES                TO TP90-RECFM

                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        RCUS-RECORD,
                                        RCUS-RECORD-KEY

                  IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-RESTRICT-IS-OPEN TO TRUE
                  ELSE
                       SET  WS-RESTRICT-UNAVAILABLE TO TRUE
                       DISPLAY 'MBRRCUCK: NO RESTRICT DD ALLOCATED, '
                               'NO CUSTOMER IS TREATED AS RESTRICTED'
                  END-IF
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
       150-CLEAR-ANSWER.
      *
           SET  RCUC-NOT-RESTRICTED       TO TRUE
           MOVE SPACE                     TO RCUC-CLASS
           SET  RCUC-RET-OK               TO TRUE
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOOK THE KEY UP ON THE REGISTER AND JUDGE THE ACCESS.  A
      *  CHANGE NEEDS LEVEL 2; A VIEW OR A LIST ROW NEEDS LEVEL 1.
      *  WITHOUT THE LEVEL A LIST ROW IS MASKED AND ANYTHING ELSE
      *  IS REFUSED.
      ***************************************************************
       200-CHECK-KEY.
      *
           PERFORM 150-CLEAR-ANSWER       THRU 150-EXIT
           PERFORM 100-ENSURE-OPEN        THRU 100-EXIT
      *
           IF   WS-RESTRICT-UNAVAILABLE
                SET  RCUC-RET-NO-REGISTER-DD TO TRUE
                GO TO 200-EXIT
           END-IF
           IF   RCUC-KEY-ID = SPACES
                GO TO 200-EXIT
           END-IF
      *
           MOVE RCUC-KEY-ID               TO RCUS-RECORD-KEY
           MOVE WS-RESTRICT-DDNAME        TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE LENGTH OF RCUS-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SPACES                    TO RCUS-RECORD

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCUS-RECORD,
                                 RCUS-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 200-EXIT
           END-IF
      *
           MOVE RCUS-CLASS                TO RCUC-CLASS
           IF   RCUC-OPER-LEVEL = SPACE
                MOVE '0'                  TO RCUC-OPER-LEVEL
           END-IF
      *
           EVALUATE TRUE
             WHEN RCUC-ACCESS-UPDATE
              AND RCUC-OPER-LEVEL = '2'
                  SET  RCUC-ALLOWED       TO TRUE
             WHEN RCUC-ACCESS-UPDATE
                  SET  RCUC-DENIED        TO TRUE
             WHEN RCUC-OPER-LEVEL = '1' OR '2'
                  SET  RCUC-ALLOWED       TO TRUE
             WHEN RCUC-ACCESS-LIST
                  SET  RCUC-MASKED        TO TRUE
             WHEN OTHER
                  SET  RCUC-DENIED        TO TRUE
           END-EVALUATE
      *
      *      NO RESTRICTED RECORD GOES OUT WITHOUT ITS JOURNAL RECORD.
           PERFORM 400-JOURNAL-ACCESS     THRU 400-EXIT
           IF   NOT WS-JOURNAL-WRITTEN
                SET  RCUC-DENIED          TO TRUE
                SET  RCUC-RET-NO-JOURNAL  TO TRUE
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
       300-CLOSE-RESTRICT.
      *
           PERFORM 150-CLEAR-ANSWER       THRU 150-EXIT
           IF   WS-RESTRICT-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      RCUS-RECORD,
                                      RCUS-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
                SET  WS-RESTRICT-UNTRIED  TO TRUE
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPEND ONE RESTRLOG RECORD FOR THIS ACCESS - WHO, FROM
      *  WHERE, WHICH CUSTOMER, HOW, AND WHAT THEY WERE GIVEN.
      ***************************************************************
       400-JOURNAL-ACCESS.
      *
           MOVE 'N'                       TO WS-JOURNAL-SW
      *
           MOVE SPACES                    TO RCUJ-RECORD
           ACCEPT RCUJ-LOG-DATE           FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME-NOW         FROM TIME
           MOVE WS-LOG-TIME-HHMMSS        TO RCUJ-LOG-TIME
           MOVE RCUC-OPERATOR             TO RCUJ-OPERATOR
           MOVE RCUC-TERMINAL             TO RCUJ-TERMINAL
           MOVE RCUC-TRAN-ID              TO RCUJ-TRAN-ID
           MOVE RCUC-PROGRAM              TO RCUJ-PROGRAM
           MOVE RCUC-REQUESTER            TO RCUJ-REQUESTER
           MOVE RCUC-KEY-ID               TO RCUJ-KEY-ID
           MOVE RCUC-CLASS                TO RCUJ-CLASS
           MOVE RCUC-ACCESS-TYPE          TO RCUJ-ACCESS-TYPE
           MOVE RCUC-OPER-LEVEL           TO RCUJ-OPER-LEVEL
           MOVE RCUC-RESULT               TO RCUJ-RESULT
           IF   RCUS-CLASS-EMPLOYEE
           AND  RCUS-EMPLOYEE-OPER NOT = SPACES
           AND  RCUS-EMPLOYEE-OPER = RCUC-OPERATOR
                MOVE 'Y'                  TO RCUJ-OWN-RECORD
           ELSE
                MOVE 'N'                  TO RCUJ-OWN-RECORD
           END-IF
      *
           SET  TP90J-ANCHOR              TO NULL
           MOVE WS-RESTRLOG-DDNAME        TO TP90J-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90J-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90J-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90J-FILE-MODE
           MOVE SPACES                    TO TP90J-RETURN-CODE
           MOVE +0                        TO TP90J-VSAM-RETURN-CODE
           MOVE LENGTH OF RCUJ-RECORD     TO TP90J-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90J-RECFM
      *
           CALL GVBTP90    USING TP90J-PARAMETER-AREA,
                                 RCUJ-RECORD,
                                 RCUS-RECORD-KEY
      *
           IF   TP90J-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRCUCK: RESTRLOG CANNOT BE OPENED, '
                        'RESTRICTED KEY ' RCUC-KEY-ID ' REFUSED'
                SET  TP90J-ANCHOR         TO NULL
                GO TO 400-EXIT
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90J-FUNCTION-CODE
           CALL GVBTP90    USING TP90J-PARAMETER-AREA,
                                 RCUJ-RECORD,
                                 RCUS-RECORD-KEY
           IF   TP90J-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-JOURNAL-WRITTEN   TO TRUE
           ELSE
                DISPLAY 'MBRRCUCK: ERROR WRITING RESTRLOG RC = '
                        TP90J-RETURN-CODE
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90J-FUNCTION-CODE
           CALL GVBTP90    USING TP90J-PARAMETER-AREA,
                                 RCUJ-RECORD,
                                 RCUS-RECORD-KEY
           SET  TP90J-ANCHOR              TO NULL
           .
       400-EXIT.
           EXIT.
