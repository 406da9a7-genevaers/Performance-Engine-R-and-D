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
      *     GVBCCASE - CUSTOMER COMPLAINT AND SERVICE CASES (THE
      *                CUSTCASE KSDS).  ONE 96-BYTE RECORD PER CASE,
      *                KEYED BY THE CUSTNAMV KEY-ID PLUS A FIVE-DIGIT
      *                CASE NUMBER ALLOCATED PER CUSTOMER, SO A
      *                CUSTOMER'S CASES BROWSE TOGETHER IN THE ORDER
      *                THEY WERE OPENED.  THE MCAS TRANSACTION
      *                (MBRCCASE) OPENS, UPDATES, ASSIGNS AND CLOSES
      *                CASES; THE NIGHTLY MBRCSAGE RUN AGES THE OPEN
      *                ONES AGAINST CASE-SLA-DAYS IN BUSINESS DAYS.
      *
      *     NOTES:  1) THE RECORD IS THE SAME 96 BYTES AS A CUSTNAME
      *                IMAGE SO EACH CASE ACTION IS JOURNALED THROUGH
      *                MBRAUDWR AS AN ORDINARY BEFORE/AFTER PAIR,
      *                RECORD TYPE 'K' (SEE GVBCAUDW), ONTO THE
      *                CASEAUD JOURNAL RATHER THAN CUSTNAUD.
      *             2) CASE-SLA-DAYS IS FIXED WHEN THE CASE IS OPENED,
      *                FROM THE PRIORITY DEFAULTS BELOW, SO A LATER
      *                CHANGE TO THE DEFAULTS NEVER MOVES THE TARGET
      *                ON A CASE ALREADY IN FLIGHT.
      *             3) CASE-ESCALATED-FLAG IS SET BY MBRCSAGE THE
      *                FIRST NIGHT THE CASE PASSES THE ESCALATION
      *                THRESHOLD, SO THE CONSOLE ALERT IS RAISED ONCE
      *                PER CASE, NOT EVERY NIGHT.
      *
      *----------------------------------------------------------------*

       01  CASE-RECORD-KEY.
           05  CASE-KEY-KEY-ID                PIC X(10).
           05  CASE-KEY-CASE-NBR              PIC 9(05).
      *
       01  CASE-RECORD.
           05  CASE-KEY-ID                    PIC X(10).
           05  CASE-NBR                       PIC 9(05).
           05  CASE-TYPE                      PIC X(01).
               88  CASE-COMPLAINT                    VALUE 'C'.
               88  CASE-SERVICE                      VALUE 'S'.
           05  CASE-STATUS                    PIC X(01).
               88  CASE-OPEN                         VALUE 'O'.
               88  CASE-ASSIGNED                     VALUE 'A'.
               88  CASE-CLOSED                       VALUE 'C'.
           05  CASE-PRIORITY                  PIC X(01).
               88  CASE-PRIORITY-HIGH                VALUE 'H'.
               88  CASE-PRIORITY-MEDIUM              VALUE 'M'.
               88  CASE-PRIORITY-LOW                 VALUE 'L'.
           05  CASE-OPEN-DATE                 PIC 9(08).
           05  CASE-OPENED-BY                 PIC X(08).
           05  CASE-ASSIGNED-TO               PIC X(08).
           05  CASE-LAST-ACTION-DATE          PIC 9(08).
           05  CASE-LAST-ACTION-BY            PIC X(08).
           05  CASE-CLOSED-DATE               PIC 9(08).
           05  CASE-SLA-DAYS                  PIC 9(03).
           05  CASE-ESCALATED-FLAG            PIC X(01).
               88  CASE-ESCALATED                    VALUE 'Y'.
               88  CASE-NOT-ESCALATED                VALUE ' '.
           05  CASE-SUMMARY                   PIC X(26).
      *
       01  CASE-SLA-DEFAULTS.
           05  CASE-SLA-HIGH                  PIC 9(03) VALUE 002.
           05  CASE-SLA-MEDIUM                PIC 9(03) VALUE 005.
           05  CASE-SLA-LOW                   PIC 9(03) VALUE 010.
