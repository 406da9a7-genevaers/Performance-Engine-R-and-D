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
      *     GVBCSCRQ - SCREENING QUEUE (THE SCRNQUE KSDS).  ONE 40-
      *                BYTE RECORD PER CUSTOMER ADDED TO CUSTNAMV
      *                SINCE THE LAST SCREENING RUN, KEYED BY THE
      *                CUSTNAMV KEY-ID.  MLOADVS AND MBRMQAPL QUEUE
      *                EACH NEW KEY AS THEY ADD IT; MBRSCRN WITH
      *                MODE=NEW SCREENS THE QUEUED CUSTOMERS AGAINST
      *                THE WHOLE PUBLISHED LIST THE SAME DAY AND
      *                DELETES THE ENTRIES IT HAS SCREENED.
      *
      *----------------------------------------------------------------*

       01  SCRQ-RECORD-KEY                    PIC X(10).
      *
       01  SCRQ-RECORD.
           05  SCRQ-KEY-ID                    PIC X(10).
           05  SCRQ-SOURCE                    PIC X(08).
           05  SCRQ-QUEUED-DATE               PIC 9(08).
           05  FILLER                         PIC X(14).
