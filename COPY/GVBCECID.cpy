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
      *     GVBCECID - ENTERPRISE CUSTOMER CROSS-REFERENCE (THE
      *                ENTXREFV KSDS).  ONE 80-BYTE ROW PER CORPORATE
      *                CUSTOMER RECORD, KEYED BY THE SAME 12-BYTE
      *                REGION-QUALIFIED KEY AS CORPNAMV (SEE GVBCCORP),
      *                CARRYING THE ENTERPRISE CUSTOMER ID OF THE
      *                CLUSTER THE RECORD BELONGS TO.  EVERY REGIONAL
      *                RECORD OF ONE REAL CUSTOMER CARRIES THE SAME
      *                ID, SO COUNTING DISTINCT ACTIVE IDS COUNTS
      *                REAL CUSTOMERS ACROSS THE REGIONS.  MBRECID IS
      *                THE ONLY WRITER.
      *
      *     NOTES:  1) AN ID, ONCE ISSUED, STAYS WITH ITS CLUSTER
      *                FROM RUN TO RUN.  WHEN TWO CLUSTERS COME
      *                TOGETHER THE LOWER (OLDER) ID SURVIVES AND THE
      *                OTHER RECORDS ARE MOVED ONTO IT (REASON 'M');
      *                WHEN A CLUSTER COMES APART, THE PART HOLDING
      *                THE LOWEST KEY KEEPS THE ID AND THE REST TAKE
      *                NEW ONES (REASON 'S').  ECID-PRIOR-ENT-ID KEEPS
      *                THE ID A RECORD HELD BEFORE EITHER MOVE.
      *             2) A ROW WHOSE CORPORATE RECORD HAS GONE FROM
      *                CORPNAMV IS RETIRED, NEVER DELETED, SO THE
      *                HIGHEST ID ON THE FILE IS ALWAYS THE HIGHEST
      *                EVER ISSUED AND NO ID IS HANDED OUT TWICE.
      *                NEW IDS ARE ISSUED FROM THAT HIGH-WATER MARK.
      *             3) ECID-LINK-SCORE IS THE BEST MATCH SCORE THAT
      *                TIED THE RECORD INTO ITS CLUSTER (ZERO FOR A
      *                CUSTOMER HELD IN ONE REGION ONLY), AND
      *                ECID-CLUSTER-SIZE THE NUMBER OF CORPORATE
      *                RECORDS SHARING THE ID, BOTH AS OF THE LAST
      *                RUN.
      *
      *----------------------------------------------------------------*

       01  ECID-RECORD.
           05  ECID-RECORD-KEY.
               10  ECID-KEY-REGION            PIC X(02).
               10  ECID-KEY-KEY-ID            PIC X(10).
           05  ECID-ENT-ID                    PIC 9(09).
           05  ECID-STATUS                    PIC X(01).
               88  ECID-ACTIVE                   VALUE 'A'.
               88  ECID-RETIRED                  VALUE 'R'.
           05  ECID-ASSIGN-REASON             PIC X(01).
               88  ECID-REASON-NEW               VALUE 'N'.
               88  ECID-REASON-JOINED            VALUE 'J'.
               88  ECID-REASON-KEPT              VALUE 'K'.
               88  ECID-REASON-MERGED            VALUE 'M'.
               88  ECID-REASON-SPLIT             VALUE 'S'.
           05  ECID-FIRST-ASSIGNED-DATE       PIC 9(08).
           05  ECID-LAST-CHANGED-DATE         PIC 9(08).
           05  ECID-PRIOR-ENT-ID              PIC 9(09).
           05  ECID-LINK-SCORE                PIC 9(03).
           05  ECID-CLUSTER-SIZE              PIC 9(04).
           05  FILLER                         PIC X(25).
