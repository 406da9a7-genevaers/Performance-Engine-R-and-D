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
      *     GVBCSTFL - STATE REGULATORY CUSTOMER-COUNT FILING RECORD.
      *                ONE 80-BYTE FIXED RECORD PER CUST-STATE ON THE
      *                STFILOUT DD, WRITTEN BY MBRSTFIL FOR ONE
      *                CALENDAR QUARTER, FOLLOWED BY ONE TOTAL RECORD
      *                (STATE SPACES).  EVERY DETAIL ROW BALANCES:
      *
      *                  START + NEW + REINSTATED - LAPSED - DECEASED
      *                        - PURGED + OTHER = END
      *
      *                OTHER CARRIES WHAT THE FIVE NAMED MOVEMENTS DO
      *                NOT - CLOSURES, MOVES BETWEEN STATES, AND
      *                CUSTOMERS ADDED OR PURGED OTHER THAN IN FORCE.
      *
      *     NOTES:  1) IN FORCE MEANS CUST-STATUS 'A'.  A CUSTOMER
      *                WITH NO STATE IS FILED UNDER '??'.
      *             2) STFL-SOURCE IS 'L' WHEN THE QUARTER END WAS
      *                ROLLED BACK FROM LIVE CUSTNAMV THROUGH THE
      *                CUSTNAUD JOURNAL, 'P' WHEN IT WAS READ FROM AN
      *                MBRASOF POINT-IN-TIME FILE.
      *
      *----------------------------------------------------------------*

       01  STFL-RECORD.
           05  STFL-REC-TYPE                  PIC X(01).
               88  STFL-REC-DETAIL               VALUE 'D'.
               88  STFL-REC-TOTAL                VALUE 'T'.
           05  STFL-QUARTER                   PIC X(06).
           05  STFL-STATE                     PIC X(02).
           05  STFL-START-IN-FORCE            PIC S9(07).
           05  STFL-NEW-CNT                   PIC 9(07).
           05  STFL-LAPSED-CNT                PIC 9(07).
           05  STFL-REINSTATED-CNT            PIC 9(07).
           05  STFL-DECEASED-CNT              PIC 9(07).
           05  STFL-PURGED-CNT                PIC 9(07).
           05  STFL-OTHER-CNT                 PIC S9(07).
           05  STFL-END-IN-FORCE              PIC S9(07).
           05  STFL-SOURCE                    PIC X(01).
               88  STFL-SOURCE-LIVE              VALUE 'L'.
               88  STFL-SOURCE-POINT-IN-TIME     VALUE 'P'.
           05  FILLER                         PIC X(14).
