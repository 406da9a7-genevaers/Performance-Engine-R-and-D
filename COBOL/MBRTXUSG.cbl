       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRTXUSG.
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
      ** DESCRIPTION: ONLINE TRANSACTION USAGE JOURNAL WRITER (SEE     *
      **              GVBCTXUS FOR THE RECORD).  CALLED BY EACH CICS   *
      **              TRANSACTION AS ITS TASK ENDS WITH THE START AND  *
      **              END STAMPS FILLED IN; WORKS OUT THE RESPONSE     *
      **              TIME AND APPENDS THE RECORD TO TXUSLOG.  A       *
      **              JOURNAL THAT CANNOT BE OPENED DOES NOT DISTURB   *
      **              THE TRANSACTION - THE SAME RULE THE CINQLOG      *
      **              ACCESS LOG FOLLOWS - THE RECORD IS SIMPLY LOST.  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   NONE                                           *
      **                                                               *
      ** OUTPUT FILES:  TRANSACTION USAGE JOURNAL   (DDNAME=TXUSLOG)   *
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
       01  WS-TXUSLOG-DDNAME           PIC X(08)  VALUE 'TXUSLOG '.
      *
      *      TIMES OF DAY IN HUNDREDTHS OF A SECOND SINCE MIDNIGHT.
       01  WS-START-HS                 PIC S9(09) COMP VALUE +0.
       01  WS-END-HS                   PIC S9(09) COMP VALUE +0.
       01  WS-ELAPSED-HS               PIC S9(09) COMP VALUE +0.
       01  WS-HS-PER-DAY               PIC S9(09) COMP VALUE +8640000.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCTXUS REPLACING ==TXUS-RECORD== BY ==LS-USAGE-RECORD==.
      *
       PROCEDURE DIVISION USING LS-USAGE-RECORD.
      *
       000-MAIN-LOGIC.
      *
           PERFORM 100-COMPUTE-RESPONSE   THRU 100-EXIT
           PERFORM 200-WRITE-JOURNAL      THRU 200-EXIT
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  END MINUS START.  A TASK THAT SPANS MIDNIGHT HAS A LATER
      *  END DATE, AND A DAY IS ADDED BACK; A NEGATIVE ANSWER (A
      *  CLOCK ADJUSTMENT) IS RECORDED AS ZERO.
      ***************************************************************
       100-COMPUTE-RESPONSE.
      *
           COMPUTE WS-START-HS = TXUS-START-HH * 360000
                               + TXUS-START-MM * 6000
                               + TXUS-START-SS * 100
                               + TXUS-START-HS
           COMPUTE WS-END-HS   = TXUS-END-HH * 360000
                               + TXUS-END-MM * 6000
                               + TXUS-END-SS * 100
                               + TXUS-END-HS
           COMPUTE WS-ELAPSED-HS = WS-END-HS - WS-START-HS
           IF   TXUS-END-DATE > TXUS-START-DATE
                ADD  WS-HS-PER-DAY         TO WS-ELAPSED-HS
           END-IF
           IF   WS-ELAPSED-HS < +0
                MOVE +0                    TO WS-ELAPSED-HS
           END-IF
           COMPUTE TXUS-RESPONSE-MS = WS-ELAPSED-HS * 10
           .
       100-EXIT.
           EXIT.
      *
      *
       200-WRITE-JOURNAL.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE WS-TXUSLOG-DDNAME         TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF LS-USAGE-RECORD TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LS-USAGE-RECORD,
                                 TP90-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-WRITE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      LS-USAGE-RECORD,
                                      TP90-RECORD-KEY
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      LS-USAGE-RECORD,
                                      TP90-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
           END-IF
           .
       200-EXIT.
           EXIT.
