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
      *     GVBCRSKL - THE CALLING INTERFACE OF MBRRSKLK, THE SHARED
      *                LOOKUP OF THE CONSOLIDATED CUSTOMER RISK
      *                INDICATOR (SEE GVBCRISK FOR THE RISKINDV
      *                RECORD AND THE LEVELS).
      *
      *                THE RISKINDV DD IS OPENED ON THE FIRST CALL AND
      *                HELD OPEN UNTIL THE CALLER'S CLOSE CALL.
      *
      *     FUNCTIONS (RSKL-FUNCTION):
      *         L - LOOK UP THE INDICATOR FOR RSKL-KEY-ID.
      *         C - CLOSE RISKINDV.
      *
      *     RETURN CODES (RSKL-RETURN-CODE):
      *         0 - THE CUSTOMER HAS AN INDICATOR; LEVEL, FLAGS,
      *             REASON NAMES AND BUILD DATE ARE FILLED IN.
      *         1 - NO INDICATOR - LEVEL 0 (NONE).
      *         4 - NO RISKINDV DD ALLOCATED - THE LEVEL IS NOT
      *             KNOWN AND IS ANSWERED AS 0; AN ONLINE CALLER
      *             SHOULD SAY SO RATHER THAN SHOW 'NONE'.
      *
      *     CALLING EXAMPLE:
      *         SET  RSKL-FCN-LOOKUP    TO TRUE
      *         MOVE CUST-KEY-ID        TO RSKL-KEY-ID
      *         CALL 'MBRRSKLK' USING RSKL-LOOKUP-PARMS
      *         IF RSKL-LEVEL > WS-MAX-RISK ... EXCLUDE THE CUSTOMER
      *
      *----------------------------------------------------------------*

       01  RSKL-LOOKUP-PARMS.
           05  RSKL-FUNCTION                  PIC X(01).
               88  RSKL-FCN-LOOKUP               VALUE 'L'.
               88  RSKL-FCN-CLOSE                VALUE 'C'.
           05  RSKL-KEY-ID                    PIC X(10).
           05  RSKL-LEVEL                     PIC X(01).
               88  RSKL-LEVEL-NONE               VALUE '0'.
               88  RSKL-LEVEL-LOW                VALUE '1'.
               88  RSKL-LEVEL-MEDIUM             VALUE '2'.
               88  RSKL-LEVEL-HIGH               VALUE '3'.
               88  RSKL-AT-RISK                  VALUE '1' '2' '3'.
           05  RSKL-LEVEL-NAME                PIC X(06).
           05  RSKL-REASONS                   PIC X(06).
           05  RSKL-REASON-TEXT               PIC X(66).
           05  RSKL-BUILD-DATE                PIC 9(08).
           05  RSKL-RETURN-CODE               PIC X(01).
               88  RSKL-RET-FOUND                VALUE '0'.
               88  RSKL-RET-NOT-FOUND            VALUE '1'.
               88  RSKL-RET-NO-RISK-DD           VALUE '4'.
