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
      *     GVBCCFCP - CONTACT-FREQUENCY CAPPING.  THE CONTACT-HISTORY
      *                STORE, THE CAPPING RULES TABLE, AND THE
      *                CALLING INTERFACE OF THE MBRCFCAP CAPPING
      *                CHECKER.
      *
      *                CONTHIST - THE CONTACT-HISTORY KSDS.  ONE ROW
      *                PER PIECE PER CUSTOMER, KEYED KEY-ID, CONTACT
      *                DATE, CHANNEL AND PIECE ID (THE CAMPAIGN ID OR
      *                THE LETTER ID), WRITTEN THROUGH MBRCFCAP BY
      *                EVERY OUTBOUND PATH - MBRCAMPN FOR A MAILING,
      *                MBRCORR FOR EVERY LETTER PRINTED OR E-MAILED
      *                (THE MBRRMND RENEWAL REMINDERS AMONG THEM).
      *                A PIECE HELD BACK BY A CAP IS WRITTEN TOO,
      *                OUTCOME 'S', SO THE SUPPRESSIONS CAN BE
      *                REPORTED (MBRCFRPT).  PIECE CLASSES:
      *                  M - MARKETING   - CAPPED BY THE RULES
      *                  S - SERVICING   - NEVER CAPPED
      *                  R - REGULATORY  - NEVER CAPPED, AND NEVER
      *                                    RECLASSIFIED BY A RULE
      *
      *                CAPRULES - THE RULES TABLE, 80-BYTE CARDS READ
      *                BY MBRCFCAP ON FIRST USE.  '*' IN COLUMN 1 IS
      *                A COMMENT CARD.
      *                  L C CCCC NNN DDD   A LIMIT: NO MORE THAN NNN
      *                                     PIECES OF CLASS C IN ANY
      *                                     DDD DAYS ON CHANNEL CCCC
      *                                     (MAIL, EMAL, OR ALL FOR
      *                                     EVERY CHANNEL).  ONLY
      *                                     CLASS M MAY BE LIMITED.
      *                  P PPPPPPPP C       A PIECE CLASSIFICATION:
      *                                     PIECE ID PPPPPPPP IS OF
      *                                     CLASS C.  A TRAILING '*'
      *                                     MATCHES ON THE PREFIX
      *                                     (RENEW* FOR RENEW090 ETC).
      *                A PIECE NO 'P' CARD NAMES KEEPS THE CLASS ITS
      *                CALLER GIVES - MARKETING FOR A CAMPAIGN,
      *                SERVICING FOR A LETTER, REGULATORY FOR A
      *                STATUTORY NOTICE.  EVERY LIMIT THAT APPLIES TO
      *                A PIECE IS CHECKED; THE FIRST ONE REACHED
      *                HOLDS IT BACK.
      *
      *                MBRCFCAP OPENS BOTH DDS ON FIRST USE AND HOLDS
      *                CONTHIST OPEN UNTIL THE CALLER'S CLOSE CALL,
      *                THE MBRAUDWR CONVENTION.  NO CONTHIST DD MEANS
      *                NOTHING IS RECORDED OR CAPPED (ANSWERED '4');
      *                NO CAPRULES DD MEANS HISTORY IS RECORDED BUT
      *                NOTHING IS CAPPED.
      *
      *----------------------------------------------------------------*

       01  CTHS-RECORD-KEY.
           05  CTHS-KEY-KEY-ID                PIC X(10).
           05  CTHS-KEY-CONTACT-DATE          PIC 9(08).
           05  CTHS-KEY-CHANNEL               PIC X(04).
           05  CTHS-KEY-PIECE-ID              PIC X(08).
      *
       01  CTHS-RECORD.
           05  CTHS-KEY-ID                    PIC X(10).
           05  CTHS-CONTACT-DATE              PIC 9(08).
           05  CTHS-CHANNEL                   PIC X(04).
           05  CTHS-PIECE-ID                  PIC X(08).
           05  CTHS-CLASS                     PIC X(01).
               88  CTHS-MARKETING                VALUE 'M'.
               88  CTHS-SERVICING                VALUE 'S'.
               88  CTHS-REGULATORY               VALUE 'R'.
           05  CTHS-OUTCOME                   PIC X(01).
               88  CTHS-CONTACTED                VALUE 'C'.
               88  CTHS-SUPPRESSED               VALUE 'S'.
           05  CTHS-SOURCE-PGM                PIC X(08).
           05  CTHS-CONTACT-TIME              PIC 9(06).
      *      THE LIMIT THAT HELD A SUPPRESSED PIECE BACK, AND THE
      *      PIECES ALREADY IN ITS WINDOW.
           05  CTHS-RULE-MAX                  PIC 9(03).
           05  CTHS-RULE-DAYS                 PIC 9(03).
           05  CTHS-RULE-COUNT                PIC 9(05).
           05  FILLER                         PIC X(23).
      *
       01  CAPR-RECORD.
           05  CAPR-CARD-TYPE                 PIC X(01).
               88  CAPR-LIMIT-CARD               VALUE 'L'.
               88  CAPR-PIECE-CARD               VALUE 'P'.
           05  FILLER                         PIC X(01).
           05  CAPR-CARD-BODY                 PIC X(78).
           05  CAPR-LIMIT-FIELDS REDEFINES CAPR-CARD-BODY.
               10  CAPR-LMT-CLASS             PIC X(01).
                   88  CAPR-LMT-MARKETING        VALUE 'M'.
               10  FILLER                     PIC X(01).
               10  CAPR-LMT-CHANNEL           PIC X(04).
                   88  CAPR-LMT-ALL-CHANNELS     VALUE 'ALL '.
               10  FILLER                     PIC X(01).
               10  CAPR-LMT-MAX-PIECES        PIC 9(03).
               10  FILLER                     PIC X(01).
               10  CAPR-LMT-WINDOW-DAYS       PIC 9(03).
               10  FILLER                     PIC X(64).
           05  CAPR-PIECE-FIELDS REDEFINES CAPR-CARD-BODY.
               10  CAPR-PCE-PIECE-ID          PIC X(08).
               10  FILLER                     PIC X(01).
               10  CAPR-PCE-CLASS             PIC X(01).
                   88  CAPR-PCE-CLASS-VALID      VALUE 'M' 'S' 'R'.
               10  FILLER                     PIC X(68).
      *
       01  CFCP-CHECK-PARMS.
           05  CFCP-FUNCTION                  PIC X(01).
               88  CFCP-FCN-CHECK                VALUE 'K'.
               88  CFCP-FCN-RECORD               VALUE 'R'.
               88  CFCP-FCN-CLOSE                VALUE 'C'.
           05  CFCP-KEY-ID                    PIC X(10).
           05  CFCP-CONTACT-DATE              PIC 9(08).
           05  CFCP-CHANNEL                   PIC X(04).
           05  CFCP-PIECE-ID                  PIC X(08).
           05  CFCP-SOURCE-PGM                PIC X(08).
      *      THE CALLER'S CLASS FOR A PIECE NO 'P' CARD NAMES; ON
      *      RETURN CFCP-CLASS IS THE CLASS APPLIED.
           05  CFCP-DEFAULT-CLASS             PIC X(01).
           05  CFCP-CLASS                     PIC X(01).
           05  CFCP-SUPPRESS-SW               PIC X(01).
               88  CFCP-SUPPRESS                 VALUE 'Y'.
               88  CFCP-ALLOW                    VALUE 'N'.
           05  CFCP-RULE-MAX                  PIC 9(03).
           05  CFCP-RULE-DAYS                 PIC 9(03).
           05  CFCP-RULE-COUNT                PIC 9(05).
           05  CFCP-RETURN-CODE               PIC X(01).
               88  CFCP-RET-OK                   VALUE '0'.
               88  CFCP-RET-NO-HISTORY-DD        VALUE '4'.
               88  CFCP-RET-IO-ERROR             VALUE '8'.
