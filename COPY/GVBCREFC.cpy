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
      *     GVBCREFC - REFERENCE-CODE RECORD FOR THE REFCODE KSDS
      *                AND THE MBRREFMT MAINTENANCE CARD.
      *
      *                ONE RECORD PER VALID CODE, KEYED BY THE CODE
      *                TYPE PLUS THE CODE, SO A VALUE LIST THAT USED
      *                TO BE HARD-CODED IN SEVERAL PROGRAMS IS KEPT
      *                IN ONE PLACE AND CHANGED WITH A CARD INSTEAD
      *                OF A PROGRAM CHANGE.
      *
      *                CODE TYPES IN USE:
      *                  STATE    - STATE/TERRITORY CODES (CUST-STATE
      *                             AND THE ADDRESS CHILD STATE)
      *                  CUSTSTAT - CUSTOMER STATUS (CUST-STATUS)
      *                  SUSPRSN  - SUSPENSE REASON CODES (GVBCSUSP)
      *                  NIXIERSN - NIXIE RETURN REASONS (MBRNIXIE)
      *                  CTCTYPE  - CONTACT TYPE CODES (GVBCCHLD)
      *                  LANGUAGE - CORRESPONDENCE LANGUAGES (THE
      *                             GVBCCHLD 'PRF' CHILD)
      *                  SRCSYS   - SOURCE-SYSTEM CODES
      *                  STATTRAN - ALLOWED CUST-STATUS CHANGES BY
      *                             PATH (SEE GVBCSTTR/MBRSTTRN)
      *                  XIDSYS   - EXTERNAL SYSTEMS THAT KNOW OUR
      *                             CUSTOMERS BY THEIR OWN IDS (THE
      *                             GVBCCXID CUSTXID CROSS-REFERENCE)
      *
      *                A CODE IS IN FORCE FROM ITS EFFECTIVE DATE
      *                THROUGH ITS EXPIRY DATE INCLUSIVE; 99999999
      *                IS OPEN-ENDED.  RETIRE A CODE BY EXPIRING IT
      *                RATHER THAN DELETING IT, SO HISTORY STILL
      *                DESCRIBES.
      *
      *                MAINTAINED AND LISTED BY MBRREFMT; READ BY
      *                EVERY OTHER PROGRAM THROUGH MBRREFCD (SEE
      *                GVBCREFL).
      *
      *----------------------------------------------------------------*

       01  RCOD-RECORD-KEY.
           05  RCOD-KEY-CODE-TYPE             PIC X(08).
           05  RCOD-KEY-CODE                  PIC X(10).
      *
       01  RCOD-RECORD.
           05  RCOD-CODE-TYPE                 PIC X(08).
           05  RCOD-CODE                      PIC X(10).
           05  RCOD-DESC                      PIC X(30).
           05  RCOD-EFF-DATE                  PIC 9(08).
           05  RCOD-EXP-DATE                  PIC 9(08).
               88  RCOD-OPEN-ENDED               VALUE 99999999.
           05  RCOD-MAINT-DATE                PIC 9(08).
           05  RCOD-MAINT-FUNCTION            PIC X(08).
           05  FILLER                         PIC X(16).
      *
      *****************************************************************
      *  MBRREFMT MAINTENANCE CARD.  ON A CHANGE, BLANK FIELDS KEEP
      *  THE STORED VALUES; ON AN ADD, A BLANK EFFECTIVE DATE MEANS
      *  ALWAYS AND A BLANK EXPIRY DATE MEANS OPEN-ENDED.  A LIST
      *  CARD WITH A CODE TYPE LISTS THAT TYPE ONLY.
      *****************************************************************
       01  RCOD-CARD.
           05  RCOD-CARD-FUNCTION             PIC X(08).
               88  RCOD-CARD-ADD                 VALUE 'ADD     '.
               88  RCOD-CARD-CHANGE              VALUE 'CHANGE  '.
               88  RCOD-CARD-DELETE              VALUE 'DELETE  '.
               88  RCOD-CARD-LIST                VALUE 'LIST    '.
           05  RCOD-CARD-CODE-TYPE            PIC X(08).
           05  FILLER                         PIC X(01).
           05  RCOD-CARD-CODE                 PIC X(10).
           05  FILLER                         PIC X(01).
           05  RCOD-CARD-EFF-DATE             PIC X(08).
           05  FILLER                         PIC X(01).
           05  RCOD-CARD-EXP-DATE             PIC X(08).
           05  FILLER                         PIC X(01).
           05  RCOD-CARD-DESC                 PIC X(30).
           05  FILLER                         PIC X(04).
