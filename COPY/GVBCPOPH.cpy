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
      *     GVBCPOPH - CUSTOMER POPULATION HISTORY RECORD FOR THE
      *                POPHIST KSDS.  ONE RECORD PER MONTH, KEYED BY
      *                CCYYMM, WRITTEN BY MBRPOPRF AT THE END OF EACH
      *                MONTHLY ROLL-FORWARD: THE MONTH'S CLOSING
      *                CUSTNAMV POPULATION BY STATUS AND BY SOURCE
      *                SYSTEM.  THE NEXT MONTH'S ROLL-FORWARD OPENS
      *                FROM IT.
      *
      *     NOTES:  1) THE CLOSING IS THE COUNT ACTUALLY ON CUSTNAMV
      *                WHEN THE ROLL-FORWARD RAN, LESS THE JOURNALLED
      *                ACTIVITY AFTER THE MONTH END - SO A DIFFERENCE
      *                THE JOURNAL DID NOT EXPLAIN IN ONE MONTH IS
      *                REPORTED IN THAT MONTH ONLY AND NOT CARRIED
      *                INTO THE NEXT.
      *             2) STATUS BUCKETS ARE A, L, C, D AND ANY OTHER
      *                CODE; SOURCE BUCKETS ARE S, 1, 2, 3, 4, Q AND
      *                ANY OTHER CODE (SEE GVBCCUST).
      *             3) POPH-OPENING-DERIVED IS 'Y' WHEN NO PRIOR
      *                MONTH WAS ON FILE AND THE MONTH'S OPENING HAD
      *                TO BE WORKED BACK FROM THE CLOSING.
      *
      *----------------------------------------------------------------*

       01  POPH-RECORD-KEY                    PIC X(06).
      *
       01  POPH-RECORD.
           05  POPH-MONTH                     PIC 9(06).
           05  POPH-RUN-DATE                  PIC 9(08).
           05  POPH-RUN-TIME                  PIC 9(06).
           05  POPH-OPENING-DERIVED           PIC X(01).
               88  POPH-OPENING-WAS-DERIVED      VALUE 'Y'.
           05  POPH-STATUS-COUNTS.
               10  POPH-STATUS-CNT            OCCURS 5 TIMES
                                              PIC S9(09) COMP-3.
           05  POPH-SOURCE-COUNTS.
               10  POPH-SOURCE-CNT            OCCURS 7 TIMES
                                              PIC S9(09) COMP-3.
           05  POPH-UNEXPLAINED-CNT           PIC S9(09) COMP-3.
           05  FILLER                         PIC X(34).
