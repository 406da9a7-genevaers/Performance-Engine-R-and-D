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
      *     GVBCPRIV - PRIVACY REQUEST REGISTER (THE PRIVREQ KSDS).
      *                ONE RECORD PER DATA-SUBJECT REQUEST, KEYED BY
      *                THE PRIVACY OFFICE'S OWN REQUEST REFERENCE,
      *                CARRYING THE CUSTOMER KEY, THE REQUEST TYPE,
      *                THE DATE RECEIVED, THE IDENTITY-VERIFICATION
      *                STEP, THE STATUTORY DUE DATE AND, ONCE DONE,
      *                THE FULFILMENT DATE AND THE RUNCTL KEY (CYCLE
      *                DATE PLUS RUN ID) OF THE JOB RUN THAT DID THE
      *                WORK - MBRSCRUB FOR AN ERASURE, MBRDOSSR FOR
      *                AN ACCESS REQUEST, AND SO ON.  MAINTAINED BY
      *                THE MBRPRIV CARD UTILITY; AGED DAILY BY
      *                MBRPRAGE.
      *
      *     NOTES:  1) THE DUE DATE IS FIXED AT RECEIPT AS THE
      *                PRIV-DEADLINE-DAYS'TH BUSINESS DAY (MBRBDAY)
      *                AFTER THE DATE RECEIVED, SO A LATER CHANGE
      *                TO THE STATUTE NEVER MOVES A DEADLINE ALREADY
      *                RUNNING.
      *             2) A FULFILMENT IS ONLY RECORDED AGAINST A RUN
      *                THAT RUNCTL SHOWS ENDED CLEANLY, SO THE RUN ID
      *                ON FILE IS ALWAYS PROOF OF A REAL, GOOD RUN.
      *
      *----------------------------------------------------------------*

       01  PRIV-RECORD-KEY                    PIC X(12).
      *
       01  PRIV-RECORD.
           05  PRIV-REQUEST-ID                PIC X(12).
           05  PRIV-KEY-ID                    PIC X(10).
           05  PRIV-REQ-TYPE                  PIC X(01).
               88  PRIV-TYPE-ACCESS                  VALUE 'A'.
               88  PRIV-TYPE-ERASURE                 VALUE 'E'.
               88  PRIV-TYPE-RECTIFY                 VALUE 'R'.
               88  PRIV-TYPE-RESTRICT                VALUE 'S'.
               88  PRIV-TYPE-VALID                   VALUE 'A' 'E'
                                                           'R' 'S'.
           05  PRIV-STATUS                    PIC X(01).
               88  PRIV-RECEIVED                     VALUE 'R'.
               88  PRIV-VERIFIED                     VALUE 'V'.
               88  PRIV-FULFILLED                    VALUE 'F'.
               88  PRIV-WITHDRAWN                    VALUE 'W'.
               88  PRIV-STILL-OPEN                   VALUE 'R' 'V'.
           05  PRIV-RECEIVED-DATE             PIC 9(08).
           05  PRIV-VERIFIED-DATE             PIC 9(08).
           05  PRIV-VERIFY-METHOD             PIC X(08).
           05  PRIV-DUE-DATE                  PIC 9(08).
           05  PRIV-FULFIL-DATE               PIC 9(08).
           05  PRIV-FULFIL-RUN-KEY.
               10  PRIV-FULFIL-CYCLE-DATE     PIC 9(08).
               10  PRIV-FULFIL-RUN-ID         PIC X(08).
           05  PRIV-NOTE                      PIC X(30).
           05  FILLER                         PIC X(10).
      *
       01  PRIV-DEADLINE-DAYS                 PIC S9(04) COMP
                                              VALUE +30.
