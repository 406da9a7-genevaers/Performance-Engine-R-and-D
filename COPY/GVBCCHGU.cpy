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
      *     GVBCCHGU - CHARGEBACK USAGE JOURNAL RECORD (DDNAME
      *                CHGBUSE), APPENDED BY THE CONSUMER-FACING
      *                SERVICES WHOSE USE IS NOT ALREADY ON RUNCTL OR
      *                SENTLOG:
      *                  MBRADHOC - ONE RECORD PER AD-HOC RUN, TAGGED
      *                             WITH THE REQUESTING COST CENTER
      *                             FROM ITS COSTCTR KEYWORD
      *                  MBRMQSRV - ONE RECORD PER REQUESTER (REPLY-TO
      *                             QUEUE) PER DAY WITH THE LOOKUPS
      *                             SERVED; THE COST CENTER IS LEFT
      *                             BLANK AND ASSIGNED AT PRICING
      *                             TIME FROM CHGBASGN (SEE GVBCCHGB)
      *                MBRCHGBK PRICES THE MONTH'S RECORDS ALONGSIDE
      *                THE RUNCTL RUNS AND SENTLOG TRANSMISSIONS.
      *                SEVERAL RECORDS FOR ONE CONSUMER AND DAY ARE
      *                SIMPLY ADDED TOGETHER.
      *
      *----------------------------------------------------------------*

       01  CHGU-RECORD.
           05  CHGU-USAGE-DATE                PIC 9(08).
           05  CHGU-SOURCE                    PIC X(01).
               88  CHGU-SOURCE-ADHOC             VALUE 'A'.
               88  CHGU-SOURCE-LOOKUP            VALUE 'Q'.
           05  CHGU-SERVICE                   PIC X(08).
           05  CHGU-CONSUMER-ID               PIC X(48).
           05  CHGU-COST-CENTER               PIC X(08).
           05  CHGU-RUNS                      PIC 9(07).
           05  CHGU-RECORDS                   PIC 9(11).
           05  CHGU-LOOKUPS                   PIC 9(11).
           05  FILLER                         PIC X(18).
