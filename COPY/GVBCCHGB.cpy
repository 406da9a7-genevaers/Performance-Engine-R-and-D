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
      *     GVBCCHGB - INTERNAL CHARGEBACK TABLES AND FINANCE UPLOAD
      *                RECORD (SEE MBRCHGBK).
      *
      *                CHGA-RECORD - COST-CENTER ASSIGNMENT CARD
      *                  (DDNAME CHGBASGN).  NAMES THE COST CENTER
      *                  THAT PAYS FOR ONE CONSUMER OF ONE USAGE
      *                  SOURCE, AND THE SERVICE IT IS PRICED AS:
      *                    R - A RUNCTL RUN ID (E.G. MBRWHEXT)
      *                    S - A SENTLOG FEED ID (E.G. CDCTOPIC)
      *                    Q - AN MBRMQSRV REPLY-TO QUEUE
      *                  A CONSUMER SHARED BY DEPARTMENTS CARRIES ONE
      *                  CARD PER COST CENTER WITH ITS SHARE PERCENT
      *                  (BLANK = 100); THE SHARES SHOULD TOTAL 100.
      *                  A BLANK SERVICE PRICES THE USAGE UNDER THE
      *                  SERVICE IT ARRIVED WITH (THE CHGU-SERVICE OF
      *                  A JOURNAL RECORD, OTHERWISE THE RUN OR FEED
      *                  ID ITSELF).  RUNCTL RUNS AND SENTLOG FEEDS
      *                  WITH NO CARD ARE INTERNAL AND NOT CHARGED.
      *
      *                CHGR-RECORD - RATE CARD (DDNAME CHGBRATE), ONE
      *                  PER SERVICE: A CHARGE PER RUN, PER THOUSAND
      *                  RECORDS AND PER LOOKUP.  ANY MAY BE ZERO.
      *
      *                CHGF-RECORD - FINANCE UPLOAD (DDNAME CHGBUPLD),
      *                  ONE DETAIL PER COST CENTER PER SERVICE FOR
      *                  THE MONTH, THEN ONE TRAILER WITH THE DETAIL
      *                  COUNT AND THE AMOUNT TOTAL.
      *
      *----------------------------------------------------------------*

       01  CHGA-RECORD.
           05  CHGA-SOURCE                    PIC X(01).
               88  CHGA-SOURCE-RUNCTL            VALUE 'R'.
               88  CHGA-SOURCE-SENTLOG           VALUE 'S'.
               88  CHGA-SOURCE-LOOKUP            VALUE 'Q'.
               88  CHGA-SOURCE-VALID             VALUE 'R' 'S' 'Q'.
           05  FILLER                         PIC X(01).
           05  CHGA-CONSUMER-ID               PIC X(48).
           05  FILLER                         PIC X(01).
           05  CHGA-COST-CENTER               PIC X(08).
           05  FILLER                         PIC X(01).
           05  CHGA-SERVICE                   PIC X(08).
           05  FILLER                         PIC X(01).
           05  CHGA-SHARE-PCT                 PIC X(03).
           05  CHGA-SHARE-PCT-N REDEFINES CHGA-SHARE-PCT
                                              PIC 9(03).
           05  FILLER                         PIC X(08).
      *
       01  CHGR-RECORD.
           05  CHGR-SERVICE                   PIC X(08).
           05  FILLER                         PIC X(01).
           05  CHGR-PER-RUN                   PIC 9(05)V9(02).
           05  FILLER                         PIC X(01).
           05  CHGR-PER-THOUSAND              PIC 9(05)V9(04).
           05  FILLER                         PIC X(01).
           05  CHGR-PER-LOOKUP                PIC 9(03)V9(06).
           05  FILLER                         PIC X(01).
           05  CHGR-DESCRIPTION               PIC X(30).
           05  FILLER                         PIC X(13).
      *
       01  CHGF-RECORD.
           05  CHGF-REC-TYPE                  PIC X(01).
               88  CHGF-DETAIL                   VALUE 'D'.
               88  CHGF-TRAILER                  VALUE 'T'.
           05  CHGF-PERIOD                    PIC 9(06).
           05  CHGF-COST-CENTER               PIC X(08).
           05  CHGF-SERVICE                   PIC X(08).
           05  CHGF-RUNS                      PIC 9(07).
           05  CHGF-RECORDS                   PIC 9(11).
           05  CHGF-LOOKUPS                   PIC 9(11).
           05  CHGF-AMOUNT                    PIC 9(11)V9(02).
           05  CHGF-SOURCE-SYSTEM             PIC X(08).
           05  FILLER                         PIC X(27).
       01  CHGF-TRAILER-RECORD REDEFINES CHGF-RECORD.
           05  FILLER                         PIC X(01).
           05  FILLER                         PIC 9(06).
           05  CHGF-TRL-DETAIL-CNT            PIC 9(09).
           05  CHGF-TRL-AMOUNT-TOTAL          PIC 9(13)V9(02).
           05  FILLER                         PIC X(69).
