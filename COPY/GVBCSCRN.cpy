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
      *     GVBCSCRN - SANCTIONS AND WATCH-LIST SCREENING.
      *
      *     WLST-RECORD  - ONE 120-BYTE ENTRY OF THE PUBLISHED LIST AS
      *                    COMPLIANCE RECEIVES IT (LISTIN), THE ENTRY
      *                    ID UNIQUE WITHIN THE PUBLISHING SOURCE.
      *
      *     SCRH-RECORD  - ONE 168-BYTE SCREENING HIT ON THE SCRNHITV
      *                    KSDS, KEYED BY THE CUSTNAMV KEY-ID PLUS THE
      *                    LIST ENTRY ID, SO A CUSTOMER'S HITS BROWSE
      *                    TOGETHER.  WRITTEN BY MBRSCRN, DISPOSED BY
      *                    COMPLIANCE THROUGH THE MSCR TRANSACTION
      *                    (MBRCSCRN).
      *
      *     NOTES:  1) SCRH-SCORE IS OUT OF 100 - 50 FOR THE PHONETIC
      *                CODE MATCH, 20 MORE WHEN THE NAME MATCHES
      *                EXACTLY, 15 EACH FOR A CONFIRMING STATE AND
      *                CITY.  MBRSCRN ONLY RECORDS A HIT AT OR ABOVE
      *                ITS MINSCORE CONTROL-CARD SETTING.
      *             2) THE LIST ENTRY AS IT STOOD WHEN THE HIT WAS
      *                RAISED IS KEPT IN THE SCRH-WLST- FIELDS.  A
      *                FALSE POSITIVE STAYS SUPPRESSED ON LATER RUNS
      *                ONLY WHILE THE PUBLISHED ENTRY STILL MATCHES
      *                THAT SNAPSHOT - ANY CHANGE TO THE ENTRY PUTS
      *                THE HIT BACK TO PENDING FOR A FRESH DECISION.
      *
      *----------------------------------------------------------------*

       01  WLST-RECORD.
           05  WLST-ENTRY-ID                  PIC X(12).
           05  WLST-LIST-SOURCE               PIC X(04).
           05  WLST-NAME                      PIC X(60).
           05  WLST-CITY                      PIC X(13).
           05  WLST-STATE                     PIC X(02).
           05  WLST-CNTRY-CD                  PIC X(03).
           05  FILLER                         PIC X(26).
      *
       01  SCRH-RECORD-KEY.
           05  SCRH-KEY-KEY-ID                PIC X(10).
           05  SCRH-KEY-ENTRY-ID              PIC X(12).
      *
       01  SCRH-RECORD.
           05  SCRH-KEY-ID                    PIC X(10).
           05  SCRH-ENTRY-ID                  PIC X(12).
           05  SCRH-LIST-SOURCE               PIC X(04).
           05  SCRH-SCORE                     PIC 9(03).
           05  SCRH-NAME-MATCH                PIC X(01).
           05  SCRH-STATE-MATCH               PIC X(01).
           05  SCRH-CITY-MATCH                PIC X(01).
           05  SCRH-CUST-NAME                 PIC X(20).
           05  SCRH-WLST-SNAPSHOT.
               10  SCRH-WLST-NAME             PIC X(60).
               10  SCRH-WLST-CITY             PIC X(13).
               10  SCRH-WLST-STATE            PIC X(02).
               10  SCRH-WLST-CNTRY-CD         PIC X(03).
           05  SCRH-DISPOSITION               PIC X(01).
               88  SCRH-PENDING                      VALUE 'P'.
               88  SCRH-TRUE-MATCH                   VALUE 'T'.
               88  SCRH-FALSE-POSITIVE               VALUE 'F'.
           05  SCRH-FIRST-HIT-DATE            PIC 9(08).
           05  SCRH-LAST-HIT-DATE             PIC 9(08).
           05  SCRH-DISP-DATE                 PIC 9(08).
           05  SCRH-DISP-BY                   PIC X(08).
           05  FILLER                         PIC X(05).
