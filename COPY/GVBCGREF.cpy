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
      *     GVBCGREF - GENEVA REFERENCE-PHASE EXTRACTS OF THE LOCAL
      *                KEYED STORES, WRITTEN NIGHTLY BY MBRGREF SO
      *                PERFORMANCE ENGINE VIEWS CAN JOIN TO THEM
      *                THROUGH AN ORDINARY LOOKUP PATH INSTEAD OF A
      *                CUSTOM EXIT.
      *
      *                AGRMREF  - FROM AGRMST (GVBCAGRM), KEYED BY
      *                           AGREEMENT ID.
      *                POSTREF  - FROM POSTDIRV (GVBCPOST), KEYED BY
      *                           FIVE-DIGIT POSTAL CODE.
      *
      *                EVERY FILE IS 80-BYTE FIXED, IN ASCENDING KEY
      *                ORDER, WITH THE KEY IN THE LEADING BYTES
      *                FOLLOWED BY THE EFFECTIVE START AND END DATES
      *                (CCYYMMDD, INCLUSIVE) THE LOOKUP PHASE MATCHES
      *                THE EVENT DATE AGAINST.  A CLOSED AGREEMENT
      *                CARRIES TWO ROWS - OPEN FROM ITS OPEN DATE TO
      *                THE DAY BEFORE CLOSE, CLOSED FROM ITS CLOSE
      *                DATE ON - SO A VIEW DECODES THE STATUS AS OF
      *                THE EVENT, NOT AS OF TONIGHT.  POSTAL ROWS HAVE
      *                NO HISTORY AND RUN FROM ZEROES TO 99991231.
      *
      *                THE HEADER (KEY LOW-VALUES) AND TRAILER (KEY
      *                HIGH-VALUES) SORT OUTSIDE EVERY REAL KEY, SO
      *                THEY NEVER SATISFY A LOOKUP.  THE TRAILER
      *                CARRIES THE DATA-ROW COUNT AND THE HASH TOTAL
      *                OF THE NUMERIC KEYS, THE SAME CONTROL-TOTAL
      *                CONVENTION AS GVBCHDRT.
      *
      *----------------------------------------------------------------*

       01  GREF-HEADER-RECORD.
           05  GREF-HDR-KEY                   PIC X(11).
           05  GREF-HDR-ID                    PIC X(04).
               88  GREF-IS-HEADER                VALUE 'HDR '.
           05  GREF-HDR-FILE-ID               PIC X(08).
           05  GREF-HDR-BUSN-DATE             PIC 9(08).
           05  GREF-HDR-KEY-LENGTH            PIC 9(03).
           05  GREF-HDR-RECORD-LENGTH         PIC 9(05).
           05  FILLER                         PIC X(41).
      *
       01  GREF-TRAILER-RECORD.
           05  GREF-TRL-KEY                   PIC X(11).
           05  GREF-TRL-ID                    PIC X(04).
               88  GREF-IS-TRAILER               VALUE 'TRL '.
           05  GREF-TRL-FILE-ID               PIC X(08).
           05  GREF-TRL-RECORD-CNT            PIC 9(09).
           05  GREF-TRL-HASH-TOTAL            PIC 9(15).
           05  FILLER                         PIC X(33).
      *
       01  GREF-AGRM-RECORD.
           05  GREF-AGRM-AGRE-ID              PIC X(11).
           05  GREF-AGRM-EFF-START-DATE       PIC 9(08).
           05  GREF-AGRM-EFF-END-DATE         PIC 9(08).
           05  GREF-AGRM-STATUS               PIC X(01).
           05  GREF-AGRM-STATUS-DESC          PIC X(10).
           05  GREF-AGRM-OPEN-DATE            PIC 9(08).
           05  GREF-AGRM-CLOSE-DATE           PIC 9(08).
           05  FILLER                         PIC X(26).
      *
       01  GREF-POST-RECORD.
           05  GREF-POST-ZIP5                 PIC X(05).
           05  GREF-POST-EFF-START-DATE       PIC 9(08).
           05  GREF-POST-EFF-END-DATE         PIC 9(08).
           05  GREF-POST-CITY                 PIC X(13).
           05  GREF-POST-STATE                PIC X(02).
           05  GREF-POST-CNTRY-CD             PIC X(03).
           05  FILLER                         PIC X(41).
