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
      *     GVBCAGAL - OLD-TO-NEW AGREEMENT NUMBER ALIASES, THE
      *                AGRALIAS KSDS, KEYED BY THE RETIRED AGREEMENT
      *                NUMBER.
      *
      *                WRITTEN BY MBRAGRNM WHEN THE CORPORATE
      *                AGREEMENTS MASTER RENUMBERS OR CONSOLIDATES
      *                AGREEMENTS: ONE ALIAS PER RETIRED NUMBER,
      *                CARRYING THE NUMBER THAT REPLACED IT AND A
      *                GRACE-PERIOD END DATE.  UNTIL THEN AN
      *                AGREEMENT-NUMBER INQUIRY ON MBRCINQ THAT FINDS
      *                NOTHING ON CUSTAGRX FOR THE OLD NUMBER IS
      *                ANSWERED FOR THE NEW ONE, SAYING SO - THE SAME
      *                GRACE-PERIOD RULE KEYALIAS (GVBCALIA) APPLIES
      *                TO RETIRED CUSTOMER KEYS.
      *
      *     NOTES:  1) AN ALIAS PAST ITS GRACE-END DATE IS IGNORED, SO
      *                A STALE CALLER SEES AN HONEST NOT-FOUND.
      *             2) SEVERAL OLD NUMBERS MAY POINT AT ONE NEW NUMBER
      *                (A CONSOLIDATION).  A NEW NUMBER IS NEVER
      *                ITSELF AN ALIAS - MBRAGRNM REFUSES A CHAINED MAP.
      *
      *----------------------------------------------------------------*

       01  AGAL-RECORD-KEY                    PIC 9(11).
      *
       01  AGAL-RECORD.
           05  AGAL-OLD-AGRE-BUSN-ID          PIC 9(11).
           05  AGAL-NEW-AGRE-BUSN-ID          PIC 9(11).
           05  AGAL-RENUMBER-DATE             PIC 9(08).
           05  AGAL-GRACE-END-DATE            PIC 9(08).
           05  AGAL-CUST-MOVED-CNT            PIC 9(07).
           05  FILLER                         PIC X(15).
