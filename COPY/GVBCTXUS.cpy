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
      *---------------------------------------------------------------*
      *     GVBCTXUS - ONLINE TRANSACTION USAGE RECORD FOR THE TXUSLOG
      *                JOURNAL.  EVERY CICS TRANSACTION STAMPS THE
      *                START OF ITS TASK HERE, COUNTS THE VSAM CALLS
      *                IT MAKES THROUGH GVBTP90 (JOURNAL WRITES ARE
      *                NOT COUNTED), AND HANDS THE RECORD TO MBRTXUSG
      *                AS THE TASK ENDS - BEFORE ITS EXEC CICS RETURN
      *                OR XCTL.  MBRTXUSG WORKS OUT THE RESPONSE TIME
      *                AND APPENDS THE RECORD.  MBRTXRPT SUMMARIZES
      *                THE JOURNAL BY DAY OR MONTH.
      *
      *                ONE RECORD IS ONE TASK - ONE LEG OF A
      *                PSEUDO-CONVERSATION, FROM AID KEY TO SCREEN.
      *                TIMES ARE HHMMSSHH (HUNDREDTHS), SO A RESPONSE
      *                TIME IS GOOD TO THE NEAREST 10 MILLISECONDS.
      *
      *     OUTCOMES (TXUS-OUTCOME):
      *         P - FIRST ENTRY, PROMPT SENT.
      *         C - COMPLETED - THE OPERATOR GOT AN ANSWER, WHICH MAY
      *             BE "NOT FOUND" OR AN INPUT EDIT.
      *         D - ACCESS DENIED BY THE ENTITLEMENT GATE.
      *         E - ERROR - A FILE OR STORE FAILURE ENDED THE TASK.
      *
      *----------------------------------------------------------------*

       01  TXUS-RECORD.
           05  TXUS-TRAN-ID                   PIC X(04).
           05  TXUS-PROGRAM                   PIC X(08).
           05  TXUS-OPERATOR                  PIC X(08).
           05  TXUS-TERMINAL                  PIC X(04).
           05  TXUS-START-DATE                PIC 9(08).
           05  TXUS-START-TIME                PIC 9(08).
           05  TXUS-START-TIME-X REDEFINES TXUS-START-TIME.
               10  TXUS-START-HH              PIC 9(02).
               10  TXUS-START-MM              PIC 9(02).
               10  TXUS-START-SS              PIC 9(02).
               10  TXUS-START-HS              PIC 9(02).
           05  TXUS-END-DATE                  PIC 9(08).
           05  TXUS-END-TIME                  PIC 9(08).
           05  TXUS-END-TIME-X REDEFINES TXUS-END-TIME.
               10  TXUS-END-HH                PIC 9(02).
               10  TXUS-END-MM                PIC 9(02).
               10  TXUS-END-SS                PIC 9(02).
               10  TXUS-END-HS                PIC 9(02).
           05  TXUS-RESPONSE-MS               PIC 9(09).
           05  TXUS-VSAM-CALLS                PIC 9(05).
           05  TXUS-OUTCOME                   PIC X(01).
               88  TXUS-OUTCOME-PROMPTED         VALUE 'P'.
               88  TXUS-OUTCOME-COMPLETED        VALUE 'C'.
               88  TXUS-OUTCOME-DENIED           VALUE 'D'.
               88  TXUS-OUTCOME-ERROR            VALUE 'E'.
           05  FILLER                         PIC X(29).
