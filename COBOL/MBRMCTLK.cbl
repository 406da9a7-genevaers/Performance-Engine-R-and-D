       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRMCTLK.
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
      ** DESCRIPTION: SHARED OPERATOR MESSAGE CATALOG LOOKUP (SEE      *
      **              GVBCMCTL FOR THE CALLING INTERFACE).  GIVEN AN   *
      **              MBR MESSAGE ID, ANSWERS ITS CATALOG ENTRY -      *
      **              SEVERITY, WHETHER TO RERUN, THE ESCALATION       *
      **              CONTACT, AND THE EXPLANATION, PROBABLE CAUSE     *
      **              AND OPERATOR ACTION TEXTS - FOR A REPORT OR A    *
      **              SCREEN.  THE MSGCAT DD IS OPENED ON FIRST USE    *
      **              AND HELD OPEN UNTIL THE CALLER'S CLOSE CALL,     *
      **              THE SAME CONVENTION MBRRSKLK USES FOR RISKINDV.  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   OPERATOR MESSAGE CATALOG    (DDNAME=MSGCAT)    *
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
       01  WS-MCAT-DDNAME              PIC X(08)  VALUE 'MSGCAT  '.
       01  WS-MCAT-STATE-SW            PIC X(01)  VALUE ' '.
           88  WS-MCAT-UNTRIED                    VALUE ' '.
           88  WS-MCAT-IS-OPEN                    VALUE 'O'.
           88  WS-MCAT-UNAVAILABLE                VALUE 'N'.
      *
       01  WS-LINE-IDX                 PIC S9(04) COMP VALUE +0.
      *
       COPY GVBCMCAT.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCMCTL REPLACING ==MCTL-LOOKUP-PARMS== BY
                               ==LS-LOOKUP-PARMS==.
      *
       PROCEDURE DIVISION USING LS-LOOKUP-PARMS.
      *
       000-MAIN-LOGIC.
      *
           EVALUATE TRUE
             WHEN MCTL-FCN-LOOKUP
                  PERFORM 200-LOOKUP-MSG-ID   THRU 200-EXIT
             WHEN MCTL-FCN-CLOSE
                  PERFORM 300-CLOSE-MSGCAT    THRU 300-EXIT
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
      *  OPEN MSGCAT ON FIRST USE.  NOT ALLOCATED IS REPORTED ONCE
      *  AND REMEMBERED, THE MBRXIDLK CONVENTION.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           EVALUATE TRUE
             WHEN WS-MCAT-IS-OPEN
                  CONTINUE
             WHEN WS-MCAT-UNAVAILABLE
                  CONTINUE
             WHEN OTHER
                  SET   TP90-ANCHOR           TO NULL
                  MOVE  WS-MCAT-DDNAME        TO TP90-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                  MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                  MOVE  TP90-VALUE-INPUT      TO TP90-FILE-MODE
                  MOVE  SPACES                TO TP90-RETURN-CODE
                  MOVE  +0                    TO TP90-VSAM-RETURN-CODE
                  MOVE  +0                    TO TP90-RECORD-LENGTH
                  MOVE  SPACES                TO TP90-RECFM

                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        MCAT-RECORD,
                                        MCAT-RECORD-KEY

                  IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-MCAT-IS-OPEN   TO TRUE
                  ELSE
                       SET  WS-MCAT-UNAVAILABLE TO TRUE
                       DISPLAY 'MBRMCTLK: NO MSGCAT DD ALLOCATED, '
                               'OPERATOR ACTIONS CANNOT BE ANSWERED'
                  END-IF
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
       150-CLEAR-ANSWER.
      *
           MOVE SPACES                    TO MCTL-SEVERITY
                                             MCTL-RERUN
                                             MCTL-CONTACT
           MOVE ZEROES                    TO MCTL-MAINT-DATE
           PERFORM 160-CLEAR-ONE-LINE     THRU 160-EXIT
                   VARYING WS-LINE-IDX FROM +1 BY +1
                   UNTIL   WS-LINE-IDX > +3
           SET  MCTL-RET-NOT-FOUND        TO TRUE
           .
       150-EXIT.
           EXIT.
      *
      *
       160-CLEAR-ONE-LINE.
      *
           MOVE SPACES                    TO MCTL-EXPLAIN-LINE
                                             (WS-LINE-IDX)
                                             MCTL-CAUSE-LINE
                                             (WS-LINE-IDX)
                                             MCTL-ACTION-LINE
                                             (WS-LINE-IDX)
           .
       160-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ANSWER THE CATALOG ENTRY FOR ONE MESSAGE ID.
      ***************************************************************
       200-LOOKUP-MSG-ID.
      *
           PERFORM 150-CLEAR-ANSWER       THRU 150-EXIT
           PERFORM 100-ENSURE-OPEN        THRU 100-EXIT
      *
           IF   WS-MCAT-UNAVAILABLE
                SET  MCTL-RET-NO-CATALOG-DD TO TRUE
                GO TO 200-EXIT
           END-IF
           IF   MCTL-MSG-ID = SPACES
                GO TO 200-EXIT
           END-IF
      *
           MOVE MCTL-MSG-ID               TO MCAT-RECORD-KEY
           MOVE WS-MCAT-DDNAME            TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE LENGTH OF MCAT-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SPACES                    TO MCAT-RECORD

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MCAT-RECORD,
                                 MCAT-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 200-EXIT
           END-IF
      *
           SET  MCTL-RET-FOUND            TO TRUE
           MOVE MCAT-SEVERITY             TO MCTL-SEVERITY
           MOVE MCAT-RERUN                TO MCTL-RERUN
           MOVE MCAT-CONTACT              TO MCTL-CONTACT
           MOVE MCAT-MAINT-DATE           TO MCTL-MAINT-DATE
           PERFORM 210-ANSWER-ONE-LINE    THRU 210-EXIT
                   VARYING WS-LINE-IDX FROM +1 BY +1
                   UNTIL   WS-LINE-IDX > +3
           .
       200-EXIT.
           EXIT.
      *
      *
       210-ANSWER-ONE-LINE.
      *
           MOVE MCAT-EXPLAIN-LINE (WS-LINE-IDX)
                                 TO MCTL-EXPLAIN-LINE (WS-LINE-IDX)
           MOVE MCAT-CAUSE-LINE (WS-LINE-IDX)
                                 TO MCTL-CAUSE-LINE (WS-LINE-IDX)
           MOVE MCAT-ACTION-LINE (WS-LINE-IDX)
                                 TO MCTL-ACTION-LINE (WS-LINE-IDX)
           .
       210-EXIT.
           EXIT.
      *
      *
       300-CLOSE-MSGCAT.
      *
           PERFORM 150-CLEAR-ANSWER       THRU 150-EXIT
           IF   WS-MCAT-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      MCAT-RECORD,
                                      MCAT-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
                SET  WS-MCAT-UNTRIED      TO TRUE
           END-IF
           .
       300-EXIT.
           EXIT.
