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
      *     GVBCKEYA - THE CALLING INTERFACE OF MBRKEYAL, THE ONE
      *                AUTHORITY FOR NEW CUSTOMER NUMBERS (SEE
      *                GVBCKEYC FOR THE KEYCTL RECORD AND THE KEY
      *                FORMAT).
      *
      *     FUNCTIONS (KEYA-FUNCTION):
      *         A - ALLOCATE THE NEXT CUST-KEY-ID FROM THE RANGE OF
      *             SOURCE SYSTEM KEYA-SRC-SYS-CODE.  THE NEW KEY
      *             COMES BACK IN KEYA-KEY-ID.  KEYCTL IS OPENED ON
      *             THE FIRST ALLOCATION AND STAYS OPEN.
      *         V - VALIDATE THE KEY IN KEYA-KEY-ID.  NO FILE I/O -
      *             ANY PROGRAM MAY CALL IT FOR EVERY RECORD.
      *         X - CLOSE KEYCTL.  CALL ONCE AT END OF RUN (OR END
      *             OF TRANSACTION FOR AN ONLINE CALLER) IF ANY
      *             ALLOCATION WAS MADE.
      *
      *     RETURN CODES (KEYA-RETURN-CODE):
      *         0 - KEY ALLOCATED, OR A VALID CONTROLLED KEY
      *         1 - NO RANGE DEFINED FOR THE SOURCE SYSTEM
      *         2 - CONTROLLED KEY WHOSE CHECK DIGIT FAILS (OR WHOSE
      *             SERIAL IS NOT NUMERIC) - REJECT IT
      *         3 - LEGACY KEY (NOT 'C'-PREFIXED) - NO CHECK DIGIT
      *             TO TEST, ACCEPTED AS BEFORE
      *         4 - THE SOURCE'S RANGE IS EXHAUSTED
      *         8 - KEYCTL NOT ALLOCATED OR NOT UPDATABLE
      *
      *     CALLING EXAMPLE:
      *         SET  KEYA-FCN-VALIDATE  TO TRUE
      *         MOVE CUST-KEY-ID        TO KEYA-KEY-ID
      *         CALL 'MBRKEYAL' USING KEYA-ALLOC-PARMS
      *         IF KEYA-RET-CHECK-FAILED ... REJECT THE RECORD
      *
      *----------------------------------------------------------------*

       01  KEYA-ALLOC-PARMS.
           05  KEYA-FUNCTION                  PIC X(01).
               88  KEYA-FCN-ALLOCATE             VALUE 'A'.
               88  KEYA-FCN-VALIDATE             VALUE 'V'.
               88  KEYA-FCN-CLOSE                VALUE 'X'.
           05  KEYA-SRC-SYS-CODE              PIC X(01).
           05  KEYA-KEY-ID                    PIC X(10).
           05  KEYA-RETURN-CODE               PIC X(01).
               88  KEYA-RET-OK                   VALUE '0'.
               88  KEYA-RET-NO-RANGE             VALUE '1'.
               88  KEYA-RET-CHECK-FAILED         VALUE '2'.
               88  KEYA-RET-LEGACY-KEY           VALUE '3'.
               88  KEYA-RET-EXHAUSTED            VALUE '4'.
               88  KEYA-RET-UNAVAILABLE          VALUE '8'.
