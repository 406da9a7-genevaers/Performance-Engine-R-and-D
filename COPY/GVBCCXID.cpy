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
      *     GVBCCXID - EXTERNAL SYSTEM IDENTIFIER CROSS-REFERENCE
      *                RECORD FOR THE CUSTXID KSDS.  ONE RECORD PER
      *                CUSTOMER / EXTERNAL SYSTEM / EXTERNAL ID /
      *                EFFECTIVE DATE, MAPPING OUR CUSTNAMV KEY-ID TO
      *                THE ID A DOWNSTREAM SYSTEM (BILLING, CRM, THE
      *                CLAIMS PLATFORM ...) KNOWS THE CUSTOMER BY.
      *
      *                THE PRIME KEY LEADS WITH THE KEY-ID, SO ONE
      *                START-BROWSE AT THE KEY-ID RETURNS EVERY
      *                EXTERNAL ID A CUSTOMER HOLDS.  A NON-UNIQUE
      *                ALTERNATE INDEX OVER SYSTEM CODE + EXTERNAL ID
      *                (CXID-ALT-KEY, RECORD BYTES 11-44, UPGRADED ON
      *                EVERY WRITE) IS READ THROUGH THE CUSTXIDP PATH
      *                TO GO THE OTHER WAY - SEE MBRXIDLK.
      *
      *                LOADED BY MLOADVS FROM THE FEED'S 'XID' CHILD
      *                RECORDS; KEPT IN STEP BY MBRREKEY, MBRCMRG AND
      *                MBRSCRUB; REPORTED ON BY MBRXIDGP.
      *
      *     NOTES:  1) COPY THIS BOOK ONCE PER PROGRAM.
      *             2) THE 52-BYTE PRIME KEY IS THE LEADING PORTION OF
      *                THE RECORD, REPEATED IN CXID-RECORD-KEY FOR USE
      *                AS THE GVBTP90 KEY AREA.
      *             3) THE SYSTEM CODES ARE THE 'XIDSYS' TYPE ON
      *                REFCODE (SEE GVBCREFC).
      *             4) AN ID IS RETIRED BY SETTING ITS EXPIRY DATE,
      *                NOT BY DELETING IT, SO A RE-ISSUED EXTERNAL ID
      *                CAN BE TRACED TO EVERY CUSTOMER THAT EVER HELD
      *                IT.  AN EXPIRY OF 99999999 IS OPEN-ENDED.  THE
      *                ONLY DELETES ARE MBRSCRUB'S ERASURE OF A
      *                CUSTOMER AND THE OLD-KEY ROWS MBRREKEY AND
      *                MBRCMRG MOVE.
      *
      *----------------------------------------------------------------*

       01  CXID-RECORD-KEY.
           05  CXID-KEY-KEY-ID                PIC X(10).
           05  CXID-KEY-SYSTEM-CD             PIC X(04).
           05  CXID-KEY-EXTERNAL-ID           PIC X(30).
           05  CXID-KEY-EFF-DATE              PIC 9(08).
      *
       01  CXID-ALT-KEY.
           05  CXID-ALT-SYSTEM-CD             PIC X(04).
           05  CXID-ALT-EXTERNAL-ID           PIC X(30).
      *
       01  CXID-RECORD.
           05  CXID-KEY-ID                    PIC X(10).
           05  CXID-SYSTEM-CD                 PIC X(04).
           05  CXID-EXTERNAL-ID               PIC X(30).
           05  CXID-EFF-DATE                  PIC 9(08).
           05  CXID-EXP-DATE                  PIC 9(08).
               88  CXID-OPEN-ENDED               VALUE 99999999.
           05  CXID-LAST-LOAD-DATE            PIC 9(08).
           05  FILLER                         PIC X(12).
