       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRXIDLK.
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
      ** DESCRIPTION: SHARED EXTERNAL-ID LOOKUP SERVICE (SEE GVBCCXIL  *
      **              FOR THE CALLING INTERFACE).  GIVEN AN EXTERNAL   *
      **              SYSTEM CODE AND THE ID THAT SYSTEM KNOWS A       *
      **              CUSTOMER BY, ANSWERS OUR CUSTNAMV KEY-ID BY      *
      **              BROWSING THE CUSTXID ALTERNATE-INDEX PATH AND    *
      **              TAKING THE ROW IN FORCE ON THE AS-OF DATE.  AN   *
      **              ID IN FORCE FOR MORE THAN ONE CUSTOMER IS        *
      **              ANSWERED AS AMBIGUOUS RATHER THAN GUESSED AT.    *
      **              THE CUSTXIDP DD IS OPENED ON FIRST USE AND HELD  *
      **              OPEN UNTIL THE CALLER'S CLOSE CALL, THE SAME     *
      **              CONVENTION MBRALIAS USES FOR KEYALIAS.           *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   CUSTXID AIX PATH            (DDNAME=CUSTXIDP)  *
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
       01  WS-XID-DDNAME               PIC X(08)  VALUE 'CUSTXIDP'.
       01  WS-XID-STATE-SW             PIC X(01)  VALUE ' '.
           88  WS-XID-UNTRIED                     VALUE ' '.
           88  WS-XID-IS-OPEN                     VALUE 'O'.
           88  WS-XID-UNAVAILABLE                 VALUE 'N'.
      *
       01  WS-BROWSE-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
      *
       01  WS-AS-OF-DATE               PIC 9(08)  VALUE ZEROES.
      *
       COPY GVBCCXID.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCCXIL REPLACING ==CXIL-LOOKUP-PARMS== BY
                               ==LS-LOOKUP-PARMS==.
      *
       PROCEDURE DIVISION USING LS-LOOKUP-PARMS.
      *
       000-MAIN-LOGIC.
      *
           EVALUATE TRUE
             WHEN CXIL-FCN-FIND-KEY
                  PERFORM 200-FIND-KEY        THRU 200-EXIT
             WHEN CXIL-FCN-CLOSE
                  PERFORM 300-CLOSE-PATH      THRU 300-EXIT
             WHEN OTHER
                  MOVE SPACES             TO CXIL-KEY-ID
                  MOVE +0                 TO CXIL-MATCH-CNT
                  SET  CXIL-RET-NOT-FOUND TO TRUE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN THE CUSTXIDP PATH ON FIRST USE.  NOT ALLOCATED IS
      *  REPORTED ONCE AND REMEMBERED, THE MBRALIAS CONVENTION.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           EVALUATE TRUE
             WHEN WS-XID-IS-OPEN
                  CONTINUE
             WHEN WS-XID-UNAVAILABLE
                  CONTINUE
             WHEN OTHER
                  SET   TP90-ANCHOR           TO NULL
                  MOVE  WS-XID-DDNAME         TO TP90-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                  MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                  MOVE  TP90-VALUE-INPUT      TO TP90-FILE-MODE
                  MOVE  SPACES                TO TP90-RETURN-CODE
                  MOVE  +0                    TO TP90-VSAM-RETURN-CODE
                  MOVE  +0                    TO TP90-RECORD-LENGTH
                  MOVE  SPACES                TO TP90-RECFM

                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        CXID-RECORD,
                                        CXID-ALT-KEY

                  IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-XID-IS-OPEN    TO TRUE
                  ELSE
                       SET  WS-XID-UNAVAILABLE TO TRUE
                       DISPLAY 'MBRXIDLK: NO CUSTXIDP DD ALLOCATED, '
                               'EXTERNAL IDS CANNOT BE RESOLVED'
                  END-IF
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND THE KEY-ID FOR ONE EXTERNAL ID.  THE PATH RETURNS ALL
      *  ROWS FOR THE ID TOGETHER (IN PRIME-KEY ORDER); EVERY ONE IN
      *  FORCE ON THE AS-OF DATE IS COUNTED SO A RE-ISSUED ID STILL
      *  OPEN ON TWO CUSTOMERS IS CAUGHT.
      ***************************************************************
       200-FIND-KEY.
      *
           MOVE SPACES                    TO CXIL-KEY-ID
           MOVE +0                        TO CXIL-MATCH-CNT
           SET  CXIL-RET-NOT-FOUND        TO TRUE
      *
           PERFORM 100-ENSURE-OPEN        THRU 100-EXIT
      *
           IF   WS-XID-UNAVAILABLE
                SET  CXIL-RET-NO-XID-DD   TO TRUE
                GO TO 200-EXIT
           END-IF
      *
           IF   CXIL-SYSTEM-CD = SPACES
           OR   CXIL-EXTERNAL-ID = SPACES
                GO TO 200-EXIT
           END-IF
      *
           IF   CXIL-AS-OF-DATE = ZEROES
                ACCEPT WS-AS-OF-DATE      FROM DATE YYYYMMDD
           ELSE
                MOVE CXIL-AS-OF-DATE      TO WS-AS-OF-DATE
           END-IF
      *
           MOVE CXIL-SYSTEM-CD            TO CXID-ALT-SYSTEM-CD
           MOVE CXIL-EXTERNAL-ID          TO CXID-ALT-EXTERNAL-ID
           MOVE WS-XID-DDNAME             TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE LENGTH OF CXID-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-ALT-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 200-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           PERFORM 210-CHECK-ONE-ROW      THRU 210-EXIT
                   UNTIL WS-BROWSE-EOF
      *
           EVALUATE TRUE
             WHEN CXIL-MATCH-CNT = +1
                  SET  CXIL-RET-FOUND     TO TRUE
             WHEN CXIL-MATCH-CNT > +1
                  SET  CXIL-RET-AMBIGUOUS TO TRUE
           END-EVALUATE
           .
       200-EXIT.
           EXIT.
      *
      *
       210-CHECK-ONE-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-ALT-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CXID-SYSTEM-CD   NOT = CXIL-SYSTEM-CD
           OR   CXID-EXTERNAL-ID NOT = CXIL-EXTERNAL-ID
                SET  WS-BROWSE-EOF        TO TRUE
                GO TO 210-EXIT
           END-IF
      *
           IF   WS-AS-OF-DATE < CXID-EFF-DATE
           OR   WS-AS-OF-DATE > CXID-EXP-DATE
                GO TO 210-EXIT
           END-IF
      *
      *      THE SAME CUSTOMER HOLDING THE ID UNDER TWO OVERLAPPING
      *      EFFECTIVE DATES IS STILL ONE ANSWER.
           IF   CXIL-MATCH-CNT > +0
           AND  CXID-KEY-ID = CXIL-KEY-ID
                GO TO 210-EXIT
           END-IF
      *
           ADD  +1                        TO CXIL-MATCH-CNT
           IF   CXIL-MATCH-CNT = +1
                MOVE CXID-KEY-ID          TO CXIL-KEY-ID
           END-IF
           .
       210-EXIT.
           EXIT.
      *
      *
       300-CLOSE-PATH.
      *
           MOVE SPACES                    TO CXIL-KEY-ID
           MOVE +0                        TO CXIL-MATCH-CNT
           SET  CXIL-RET-NOT-FOUND        TO TRUE
           IF   WS-XID-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-ALT-KEY
                SET  TP90-ANCHOR          TO NULL
                SET  WS-XID-UNTRIED       TO TRUE
           END-IF
           .
       300-EXIT.
           EXIT.
