       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRSKLK.
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
      ** DESCRIPTION: SHARED CUSTOMER RISK-INDICATOR LOOKUP (SEE       *
      **              GVBCRSKL FOR THE CALLING INTERFACE).  GIVEN A    *
      **              CUSTOMER KEY-ID, ANSWERS THE OVERALL RISK LEVEL  *
      **              MBRRISK LAST BUILT ON RISKINDV, THE REASON       *
      **              FLAGS, AND THE REASON NAMES AS ONE LINE OF TEXT  *
      **              FOR A SCREEN OR A REPLY.  NO RECORD MEANS LEVEL  *
      **              0.  THE RISKINDV DD IS OPENED ON FIRST USE AND   *
      **              HELD OPEN UNTIL THE CALLER'S CLOSE CALL, THE     *
      **              SAME CONVENTION MBRXIDLK USES FOR CUSTXIDP.      *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   RISK INDICATOR KSDS         (DDNAME=RISKINDV)  *
      **                                                               *
      ** OUTPUT FILES:  NONE                                           *
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
       01  WS-RISK-DDNAME              PIC X(08)  VALUE 'RISKINDV'.
       01  WS-RISK-STATE-SW            PIC X(01)  VALUE ' '.
           88  WS-RISK-UNTRIED                    VALUE ' '.
           88  WS-RISK-IS-OPEN                    VALUE 'O'.
           88  WS-RISK-UNAVAILABLE                VALUE 'N'.
      *
       01  WS-RT-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-LEVEL-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-TEXT-PTR                 PIC S9(04) COMP VALUE +1.
      *
       COPY GVBCRISK.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCRSKL REPLACING ==RSKL-LOOKUP-PARMS== BY
                               ==LS-LOOKUP-PARMS==.
      *
       PROCEDURE DIVISION USING LS-LOOKUP-PARMS.
      *
       000-MAIN-LOGIC.
      *
           EVALUATE TRUE
             WHEN RSKL-FCN-LOOKUP
                  PERFORM 200-LOOKUP-KEY      THRU 200-EXIT
             WHEN RSKL-FCN-CLOSE
                  PERFORM 300-CLOSE-RISKINDV  THRU 300-EXIT
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
      *  OPEN RISKINDV ON FIRST USE.  NOT ALLOCATED IS REPORTED ONCE
      *  AND REMEMBERED, THE MBRXIDLK CONVENTION.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           EVALUATE TRUE
             WHEN WS-RISK-IS-OPEN
                  CONTINUE
             WHEN WS-RISK-UNAVAILABLE
                  CONTINUE
             WHEN OTHER
                  SET   TP90-ANCHOR           TO NULL
                  MOVE  WS-RISK-DDNAME        TO TP90-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                  MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                  MOVE  TP90-VALUE-INPUT      TO TP90-FILE-MODE
                  MOVE  SPACES                TO TP90-RETURN-CODE
                  MOVE  +0                    TO TP90-VSAM-RETURN-CODE
                  MOVE  +0                    TO TP90-RECORD-LENGTH
                  MOVE  SPACES                TO TP90-RECFM

                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        RISK-RECORD,
                                        RISK-RECORD-KEY

                  IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-RISK-IS-OPEN   TO TRUE
                  ELSE
                       SET  WS-RISK-UNAVAILABLE TO TRUE
                       DISPLAY 'MBRRSKLK: NO RISKINDV DD ALLOCATED, '
                               'RISK LEVELS CANNOT BE ANSWERED'
                  END-IF
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
       150-CLEAR-ANSWER.
      *
           MOVE '0'                       TO RSKL-LEVEL
           MOVE RISK-LEVEL-NAME (1)       TO RSKL-LEVEL-NAME
           MOVE SPACES                    TO RSKL-REASONS
                                             RSKL-REASON-TEXT
           MOVE ZEROES                    TO RSKL-BUILD-DATE
           SET  RSKL-RET-NOT-FOUND        TO TRUE
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ANSWER THE INDICATOR FOR ONE CUSTOMER.
      ***************************************************************
       200-LOOKUP-KEY.
      *
           PERFORM 150-CLEAR-ANSWER       THRU 150-EXIT
           PERFORM 100-ENSURE-OPEN        THRU 100-EXIT
      *
           IF   WS-RISK-UNAVAILABLE
                SET  RSKL-RET-NO-RISK-DD  TO TRUE
                GO TO 200-EXIT
           END-IF
           IF   RSKL-KEY-ID = SPACES
                GO TO 200-EXIT
           END-IF
      *
           MOVE RSKL-KEY-ID               TO RISK-RECORD-KEY
           MOVE WS-RISK-DDNAME            TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE LENGTH OF RISK-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SPACES                    TO RISK-RECORD

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RISK-RECORD,
                                 RISK-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 200-EXIT
           END-IF
      *
           SET  RSKL-RET-FOUND            TO TRUE
           MOVE RISK-LEVEL                TO RSKL-LEVEL
           MOVE RISK-REASONS              TO RSKL-REASONS
           MOVE RISK-BUILD-DATE           TO RSKL-BUILD-DATE
           IF   RISK-LEVEL-LOW
           OR   RISK-LEVEL-MEDIUM
           OR   RISK-LEVEL-HIGH
                MOVE RISK-LEVEL           TO WS-LEVEL-IDX
                ADD  +1                   TO WS-LEVEL-IDX
                MOVE RISK-LEVEL-NAME (WS-LEVEL-IDX)
                                          TO RSKL-LEVEL-NAME
           END-IF
      *
           MOVE +1                        TO WS-TEXT-PTR
           PERFORM 210-NAME-ONE-REASON    THRU 210-EXIT
                   VARYING WS-RT-IDX FROM +1 BY +1
                   UNTIL   WS-RT-IDX > RISK-REASON-COUNT
           .
       200-EXIT.
           EXIT.
      *
      *
      *      ONE REASON NAME, FOLLOWED BY A SPACE, FOR EACH FLAG SET.
       210-NAME-ONE-REASON.
      *
           IF   RISK-REASON-FLAG (RISK-RT-POSITION (WS-RT-IDX))
                = RISK-RT-FLAG (WS-RT-IDX)
                STRING RISK-RT-NAME (WS-RT-IDX) DELIMITED BY '  '
                       ' '                DELIMITED BY SIZE
                       INTO RSKL-REASON-TEXT
                       WITH POINTER WS-TEXT-PTR
                END-STRING
           END-IF
           .
       210-EXIT.
           EXIT.
      *
      *
       300-CLOSE-RISKINDV.
      *
           PERFORM 150-CLEAR-ANSWER       THRU 150-EXIT
           IF   WS-RISK-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      RISK-RECORD,
                                      RISK-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
                SET  WS-RISK-UNTRIED      TO TRUE
           END-IF
           .
       300-EXIT.
           EXIT.
