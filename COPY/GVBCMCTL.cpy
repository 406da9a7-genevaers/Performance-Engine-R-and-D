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
      *     GVBCMCTL - THE CALLING INTERFACE OF MBRMCTLK, THE SHARED
      *                LOOKUP OF THE OPERATOR MESSAGE CATALOG (SEE
      *                GVBCMCAT FOR THE MSGCAT RECORD).
      *
      *                THE MSGCAT DD IS OPENED ON THE FIRST CALL AND
      *                HELD OPEN UNTIL THE CALLER'S CLOSE CALL.
      *
      *     FUNCTIONS (MCTL-FUNCTION):
      *         L - LOOK UP THE CATALOG ENTRY FOR MCTL-MSG-ID.
      *         C - CLOSE MSGCAT.
      *
      *     RETURN CODES (MCTL-RETURN-CODE):
      *         0 - THE MESSAGE IS CATALOGED; EVERY FIELD BELOW IS
      *             FILLED IN.
      *         1 - NO CATALOG ENTRY FOR THE ID - FIELDS BLANK.
      *         4 - NO MSGCAT DD ALLOCATED - FIELDS BLANK; A REPORT
      *             SHOULD SIMPLY LEAVE THE ACTION OUT.
      *
      *     CALLING EXAMPLE:
      *         SET  MCTL-FCN-LOOKUP    TO TRUE
      *         MOVE ALOG-MSG-ID        TO MCTL-MSG-ID
      *         CALL 'MBRMCTLK' USING MCTL-LOOKUP-PARMS
      *         IF MCTL-RET-FOUND ... PRINT MCTL-ACTION-LINE (1-3)
      *
      *----------------------------------------------------------------*

       01  MCTL-LOOKUP-PARMS.
           05  MCTL-FUNCTION                  PIC X(01).
               88  MCTL-FCN-LOOKUP               VALUE 'L'.
               88  MCTL-FCN-CLOSE                VALUE 'C'.
           05  MCTL-MSG-ID                    PIC X(08).
           05  MCTL-SEVERITY                  PIC X(01).
           05  MCTL-RERUN                     PIC X(01).
               88  MCTL-RERUN-ALLOWED            VALUE 'Y'.
           05  MCTL-CONTACT                   PIC X(50).
           05  MCTL-EXPLAIN-LINE              OCCURS 3 TIMES
                                              PIC X(50).
           05  MCTL-CAUSE-LINE                OCCURS 3 TIMES
                                              PIC X(50).
           05  MCTL-ACTION-LINE               OCCURS 3 TIMES
                                              PIC X(50).
           05  MCTL-MAINT-DATE                PIC 9(08).
           05  MCTL-RETURN-CODE               PIC X(01).
               88  MCTL-RET-FOUND                VALUE '0'.
               88  MCTL-RET-NOT-FOUND            VALUE '1'.
               88  MCTL-RET-NO-CATALOG-DD        VALUE '4'.
