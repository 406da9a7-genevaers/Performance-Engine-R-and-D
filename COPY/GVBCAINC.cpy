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
      *     GVBCAINC - INCIDENT FORWARDING.  THE ALERTINC KSDS THAT
      *                TIES ALERTLOG ENTRIES TO THE INCIDENT-
      *                MANAGEMENT SYSTEM'S TICKETS, AND THE REQUEST
      *                AND REPLY MESSAGES MBRINCFW EXCHANGES WITH THAT
      *                SYSTEM OVER MQ.
      *
      *                ALERTINC HOLDS TWO RECORD TYPES UNDER ONE
      *                31-BYTE KEY:
      *                  'L' LINK   - ONE PER FORWARDED ALERTLOG
      *                               ENTRY (ITS DATE, TIME, PROGRAM
      *                               AND MESSAGE ID), CARRYING THE
      *                               INCIDENT NUMBER IT WAS FILED
      *                               UNDER.  A LINKED ENTRY IS NEVER
      *                               FORWARDED AGAIN.
      *                  'T' TICKET - ONE PER MESSAGE ID, THE TICKET
      *                               CURRENTLY RAISED FOR IT.  WHILE
      *                               IT IS OPEN, A REPEAT OF THE
      *                               ALERT UPDATES THAT TICKET; WHEN
      *                               THE INCIDENT SYSTEM ANSWERS AN
      *                               UPDATE WITH 'CLOSED', THE NEXT
      *                               OCCURRENCE OPENS A NEW ONE.
      *
      *----------------------------------------------------------------*

       01  AINC-RECORD-KEY.
           05  AINC-KEY-TYPE                  PIC X(01).
               88  AINC-KEY-IS-LINK              VALUE 'L'.
               88  AINC-KEY-IS-TICKET            VALUE 'T'.
           05  AINC-KEY-REST                  PIC X(30).
           05  AINC-KEY-LINK REDEFINES AINC-KEY-REST.
               10  AINC-KEY-ALERT-DATE        PIC 9(08).
               10  AINC-KEY-ALERT-TIME        PIC 9(06).
               10  AINC-KEY-ALERT-PROGRAM     PIC X(08).
               10  AINC-KEY-ALERT-MSG-ID      PIC X(08).
           05  AINC-KEY-TICKET REDEFINES AINC-KEY-REST.
               10  AINC-KEY-TICKET-MSG-ID     PIC X(08).
               10  FILLER                     PIC X(22).
      *
       01  AINC-RECORD.
           05  AINC-KEY                       PIC X(31).
           05  AINC-INCIDENT-NO               PIC X(12).
           05  AINC-ACTION                    PIC X(01).
               88  AINC-ACTION-CREATE            VALUE 'C'.
               88  AINC-ACTION-UPDATE            VALUE 'U'.
               88  AINC-ACTION-REJECTED          VALUE 'R'.
           05  AINC-TICKET-STATUS             PIC X(01).
               88  AINC-TICKET-OPEN              VALUE 'O'.
               88  AINC-TICKET-CLOSED            VALUE 'C'.
           05  AINC-FIRST-DATE                PIC 9(08).
           05  AINC-LAST-DATE                 PIC 9(08).
           05  AINC-LAST-TIME                 PIC 9(06).
           05  AINC-UPDATE-CNT                PIC 9(05).
           05  AINC-CYCLE-DATE                PIC 9(08).
           05  FILLER                         PIC X(20).
      *
      *****************************************************************
      *  INCIDENT SYSTEM INBOUND REQUEST (FORMAT MBRINC01).  ACTION
      *  'C' RAISES A TICKET; 'U' ADDS AN OCCURRENCE TO THE TICKET
      *  NAMED IN INCM-INCIDENT-NO.  INCM-ALERT-REF (DATE, TIME,
      *  PROGRAM, MESSAGE ID) IS UNIQUE PER ALERTLOG ENTRY, SO THE
      *  INCIDENT SYSTEM CAN DISCARD A RESEND.
      *****************************************************************
       01  INCM-REQUEST-MSG.
           05  INCM-FORMAT-ID                 PIC X(08).
           05  INCM-SOURCE-SYSTEM             PIC X(08).
           05  INCM-ACTION                    PIC X(01).
           05  INCM-INCIDENT-NO               PIC X(12).
           05  INCM-MSG-ID                    PIC X(08).
           05  INCM-SEVERITY                  PIC X(01).
           05  INCM-PROGRAM                   PIC X(08).
           05  INCM-CYCLE-DATE                PIC 9(08).
           05  INCM-ALERT-REF.
               10  INCM-ALERT-DATE            PIC 9(08).
               10  INCM-ALERT-TIME            PIC 9(06).
               10  INCM-ALERT-PROGRAM         PIC X(08).
               10  INCM-ALERT-MSG-ID          PIC X(08).
           05  INCM-MSG-TEXT                  PIC X(50).
           05  INCM-MSG-COUNT                 PIC X(09).
           05  INCM-ESCALATED                 PIC X(01).
           05  FILLER                         PIC X(17).
      *
      *****************************************************************
      *  INCIDENT SYSTEM REPLY, CORRELATED TO THE REQUEST'S MESSAGE
      *  ID.  RESULT 'A' ACCEPTED (THE INCIDENT NUMBER IS THE TICKET
      *  CREATED OR UPDATED), 'C' THE TICKET NAMED ON AN UPDATE IS
      *  CLOSED, 'R' REJECTED (REASON GIVEN).
      *****************************************************************
       01  INCR-REPLY-MSG.
           05  INCR-FORMAT-ID                 PIC X(08).
           05  INCR-RESULT                    PIC X(01).
               88  INCR-ACCEPTED                 VALUE 'A'.
               88  INCR-TICKET-CLOSED            VALUE 'C'.
               88  INCR-REJECTED                 VALUE 'R'.
           05  INCR-INCIDENT-NO               PIC X(12).
           05  INCR-REASON                    PIC X(40).
           05  FILLER                         PIC X(19).
