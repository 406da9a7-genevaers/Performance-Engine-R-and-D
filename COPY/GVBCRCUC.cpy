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
      *     GVBCRCUC - THE CALLING INTERFACE OF MBRRCUCK, THE SHARED
      *                RESTRICTED-CUSTOMER CHECK (SEE GVBCRCUS FOR THE
      *                RESTRICT REGISTER).
      *
      *                THE CALLER PASSES WHO IS ASKING (OPERATOR,
      *                TERMINAL, TRANSACTION AND PROGRAM, OR FOR A
      *                DISTRIBUTED REQUEST THE REPLY-TO QUEUE), THE
      *                CUSTOMER KEY, HOW THE RECORD IS ABOUT TO BE
      *                USED, AND THE OPERATOR'S RESTRICTED-ACCESS
      *                LEVEL AS MBRENTCK ANSWERED IT (ENTC-RESTRICT-
      *                LEVEL).  A CUSTOMER NOT ON THE REGISTER IS
      *                ANSWERED 'N' AND NOTHING IS JOURNALED; EVERY
      *                ANSWER FOR A REGISTERED CUSTOMER IS JOURNALED
      *                TO RESTRLOG (SEE GVBCRCUJ) BEFORE THE CALLER
      *                GETS IT BACK.
      *
      *                THE RESTRICT DD IS OPENED ON THE FIRST CALL AND
      *                HELD OPEN UNTIL THE CALLER'S CLOSE CALL; A CICS
      *                CALLER CLOSES BEFORE EVERY RETURN.  RESTRLOG IS
      *                OPENED AND CLOSED AROUND EACH RECORD, THE CINQLOG
      *                CONVENTION.
      *
      *     FUNCTIONS (RCUC-FUNCTION):
      *         K - CHECK RCUC-KEY-ID.
      *         C - CLOSE RESTRICT.
      *
      *     ACCESS TYPES (RCUC-ACCESS-TYPE):
      *         V - THE RECORD IS TO BE SHOWN ON ITS OWN (INQUIRY,
      *             SELECT, DISTRIBUTED LOOKUP) - NEEDS LEVEL 1.
      *         L - THE CUSTOMER IS ONE ROW OF A LIST - NEEDS LEVEL
      *             1; WITHOUT IT THE ROW IS SHOWN MASKED.
      *         U - THE RECORD IS TO BE CHANGED - NEEDS LEVEL 2.
      *
      *     RESULTS (RCUC-RESULT):
      *         N - NOT ON THE REGISTER - CARRY ON AS NORMAL.
      *         A - RESTRICTED, AND THE OPERATOR'S LEVEL ALLOWS IT.
      *         M - RESTRICTED LIST ROW - SHOW THE KEY ONLY, WITH
      *             THE NAME AND ADDRESS DETAIL MASKED.
      *         D - RESTRICTED - REFUSE THE REQUEST.
      *     A REGISTERED CUSTOMER WHOSE ACCESS CANNOT BE JOURNALED
      *     IS REFUSED ('D', RETURN CODE 8) WHATEVER THE LEVEL - NO
      *     RESTRICTED RECORD IS SHOWN WITHOUT ITS JOURNAL RECORD.
      *
      *     RETURN CODES (RCUC-RETURN-CODE):
      *         0 - CHECKED.
      *         4 - NO RESTRICT DD ALLOCATED - THE REGISTER IS NOT
      *             IN FORCE AND EVERY KEY IS ANSWERED 'N'.
      *         8 - RESTRLOG COULD NOT BE WRITTEN - ANSWERED 'D'.
      *
      *     CALLING EXAMPLE:
      *         SET  RCUC-FCN-CHECK     TO TRUE
      *         MOVE CUST-KEY-ID        TO RCUC-KEY-ID
      *         SET  RCUC-ACCESS-VIEW   TO TRUE
      *         MOVE ENTC-RESTRICT-LEVEL TO RCUC-OPER-LEVEL
      *         CALL 'MBRRCUCK' USING RCUC-CHECK-PARMS
      *         IF RCUC-DENIED ... REFUSE
      *
      *----------------------------------------------------------------*

       01  RCUC-CHECK-PARMS.
           05  RCUC-FUNCTION                  PIC X(01).
               88  RCUC-FCN-CHECK                VALUE 'K'.
               88  RCUC-FCN-CLOSE                VALUE 'C'.
           05  RCUC-OPERATOR                  PIC X(08).
           05  RCUC-TERMINAL                  PIC X(04).
           05  RCUC-TRAN-ID                   PIC X(04).
           05  RCUC-PROGRAM                   PIC X(08).
           05  RCUC-REQUESTER                 PIC X(48).
           05  RCUC-KEY-ID                    PIC X(10).
           05  RCUC-ACCESS-TYPE               PIC X(01).
               88  RCUC-ACCESS-VIEW              VALUE 'V'.
               88  RCUC-ACCESS-LIST              VALUE 'L'.
               88  RCUC-ACCESS-UPDATE            VALUE 'U'.
           05  RCUC-OPER-LEVEL                PIC X(01).
           05  RCUC-RESULT                    PIC X(01).
               88  RCUC-NOT-RESTRICTED           VALUE 'N'.
               88  RCUC-ALLOWED                  VALUE 'A'.
               88  RCUC-MASKED                   VALUE 'M'.
               88  RCUC-DENIED                   VALUE 'D'.
               88  RCUC-MAY-SHOW                 VALUE 'N' 'A'.
           05  RCUC-CLASS                     PIC X(01).
           05  RCUC-RETURN-CODE               PIC X(01).
               88  RCUC-RET-OK                   VALUE '0'.
               88  RCUC-RET-NO-REGISTER-DD       VALUE '4'.
               88  RCUC-RET-NO-JOURNAL           VALUE '8'.
