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
      *     GVBCRISK - CONSOLIDATED CUSTOMER RISK INDICATOR (THE
      *                RISKINDV KSDS), KEYED BY THE CUSTNAMV KEY-ID.
      *                REBUILT EVERY NIGHT BY MBRRISK FROM THE STORES
      *                THAT EACH HOLD ONE RISK SIGNAL:
      *                  SANCTIONS - A PENDING OR CONFIRMED SCREENING
      *                              HIT ON SCRNHITV (MBRSCRN; A
      *                              FALSE POSITIVE DOES NOT COUNT)
      *                  FRAUD     - AN OPEN 'VELOCITY' ITEM ON THE
      *                              STEWARD WORK QUEUE (MBRFRWCH)
      *                  DECEASED  - CUSTNAMV STATUS 'D' (MBRDECES)
      *                  UNDELIV   - EVERY CUSTADRV ADDRESS MARKED
      *                              UNDELIVERABLE (MBRNIXIE)
      *                  HOLD      - A LEGAL HOLD IN FORCE ON HOLDLIST
      *                  PRIVACY   - A RESTRICTION-OF-PROCESSING
      *                              REQUEST ON PRIVREQ THAT HAS NOT
      *                              BEEN WITHDRAWN
      *                ONLY A CUSTOMER WITH AT LEAST ONE SIGNAL HAS A
      *                RECORD; NO RECORD MEANS LEVEL 0 (NONE).  READ
      *                THROUGH MBRRSKLK (SEE GVBCRSKL).
      *
      *     NOTES:  1) THE OVERALL LEVEL IS THE HIGHEST LEVEL OF ANY
      *                SIGNAL PRESENT, AS RISK-REASON-TABLE WEIGHS
      *                THEM - A CONFIRMED SANCTIONS MATCH, A FRAUD
      *                FLAG OR A DECEASED CUSTOMER IS HIGH; A PENDING
      *                SCREENING HIT, A LEGAL HOLD OR A PRIVACY
      *                RESTRICTION MEDIUM; ALL ADDRESSES UNDELIVERABLE
      *                LOW.
      *             2) RISK-LEVEL-DATE IS THE BUILD DATE ON WHICH THE
      *                LEVEL LAST CHANGED, RISK-PREV-LEVEL THE LEVEL
      *                BEFORE THAT CHANGE.
      *             3) THE REASON FLAGS ARE IN RISK-REASON-TABLE
      *                ORDER SO A READER CAN STEP THROUGH THEM BY
      *                SUBSCRIPT (RISK-REASON-FLAG).
      *
      *----------------------------------------------------------------*

       01  RISK-RECORD-KEY                    PIC X(10).
      *
       01  RISK-RECORD.
           05  RISK-KEY-ID                    PIC X(10).
           05  RISK-LEVEL                     PIC X(01).
               88  RISK-LEVEL-NONE                   VALUE '0'.
               88  RISK-LEVEL-LOW                    VALUE '1'.
               88  RISK-LEVEL-MEDIUM                 VALUE '2'.
               88  RISK-LEVEL-HIGH                   VALUE '3'.
           05  RISK-REASONS.
               10  RISK-SANCTIONS-FLAG        PIC X(01).
                   88  RISK-SANCTIONS-CONFIRMED      VALUE 'T'.
                   88  RISK-SANCTIONS-PENDING        VALUE 'P'.
               10  RISK-FRAUD-FLAG            PIC X(01).
                   88  RISK-FRAUD-WATCH              VALUE 'F'.
               10  RISK-DECEASED-FLAG         PIC X(01).
                   88  RISK-DECEASED                 VALUE 'D'.
               10  RISK-UNDELIV-FLAG          PIC X(01).
                   88  RISK-ALL-UNDELIVERABLE        VALUE 'U'.
               10  RISK-HOLD-FLAG             PIC X(01).
                   88  RISK-LEGAL-HOLD               VALUE 'H'.
               10  RISK-PRIVACY-FLAG          PIC X(01).
                   88  RISK-PRIVACY-RESTRICTED       VALUE 'R'.
           05  RISK-REASON-FLAGS  REDEFINES  RISK-REASONS.
               10  RISK-REASON-FLAG           PIC X(01)
                                              OCCURS 6 TIMES.
           05  RISK-REASON-CNT                PIC 9(01).
           05  RISK-PREV-LEVEL                PIC X(01).
           05  RISK-LEVEL-DATE                PIC 9(08).
           05  RISK-BUILD-DATE                PIC 9(08).
           05  FILLER                         PIC X(25).
      *
      *      ONE ENTRY PER FLAG VALUE: THE FLAG'S POSITION IN
      *      RISK-REASONS, THE VALUE, THE LEVEL IT CARRIES AND ITS
      *      SHORT NAME FOR SCREENS AND REPLIES.
       01  RISK-REASON-VALUES.
           05  FILLER                         PIC X(13) VALUE
               '1T3SANCTIONS '.
           05  FILLER                         PIC X(13) VALUE
               '1P2SCREENING '.
           05  FILLER                         PIC X(13) VALUE
               '2F3FRAUD     '.
           05  FILLER                         PIC X(13) VALUE
               '3D3DECEASED  '.
           05  FILLER                         PIC X(13) VALUE
               '4U1UNDELIV   '.
           05  FILLER                         PIC X(13) VALUE
               '5H2LEGAL HOLD'.
           05  FILLER                         PIC X(13) VALUE
               '6R2PRIVACY   '.
       01  RISK-REASON-TABLE  REDEFINES  RISK-REASON-VALUES.
           05  RISK-RT-ENTRY                  OCCURS 7 TIMES.
               10  RISK-RT-POSITION           PIC 9(01).
               10  RISK-RT-FLAG               PIC X(01).
               10  RISK-RT-LEVEL              PIC X(01).
               10  RISK-RT-NAME               PIC X(10).
       01  RISK-REASON-COUNT                  PIC S9(04) COMP VALUE +7.
      *
       01  RISK-LEVEL-VALUES                  PIC X(24) VALUE
           'NONE  LOW   MEDIUMHIGH  '.
       01  RISK-LEVEL-TABLE  REDEFINES  RISK-LEVEL-VALUES.
           05  RISK-LEVEL-NAME                PIC X(06)
                                              OCCURS 4 TIMES.
