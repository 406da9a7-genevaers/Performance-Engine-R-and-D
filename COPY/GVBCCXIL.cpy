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
      *     GVBCCXIL - THE CALLING INTERFACE OF MBRXIDLK, THE SHARED
      *                EXTERNAL-ID LOOKUP SERVICE OVER THE CUSTXID
      *                ALTERNATE-INDEX PATH (SEE GVBCCXID FOR THE
      *                RECORD).
      *
      *                THE CUSTXIDP PATH DD IS OPENED ON THE FIRST CALL
      *                AND HELD OPEN UNTIL THE CALLER'S CLOSE CALL.
      *
      *     FUNCTIONS (CXIL-FUNCTION):
      *         X - FIND THE CUSTOMER KEY-ID HOLDING CXIL-EXTERNAL-ID
      *             IN SYSTEM CXIL-SYSTEM-CD AS OF CXIL-AS-OF-DATE
      *             (ZEROES = TODAY).
      *         C - CLOSE THE PATH.
      *
      *     RETURN CODES (CXIL-RETURN-CODE):
      *         0 - FOUND, KEY-ID IN CXIL-KEY-ID.
      *         1 - NO ROW FOR THE ID IS IN FORCE ON THE DATE.
      *         3 - THE ID IS IN FORCE FOR MORE THAN ONE CUSTOMER ON
      *             THE DATE; THE FIRST IS IN CXIL-KEY-ID AND THE
      *             COUNT IN CXIL-MATCH-CNT, BUT THE CALLER SHOULD
      *             TREAT THE ANSWER AS UNRESOLVED.
      *         4 - NO CUSTXIDP DD ALLOCATED.
      *
      *     CALLING EXAMPLE:
      *         SET  CXIL-FCN-FIND-KEY  TO TRUE
      *         MOVE 'BILL'             TO CXIL-SYSTEM-CD
      *         MOVE IN-EXTERNAL-ID     TO CXIL-EXTERNAL-ID
      *         MOVE ZEROES             TO CXIL-AS-OF-DATE
      *         CALL 'MBRXIDLK' USING CXIL-LOOKUP-PARMS
      *         IF CXIL-RET-FOUND ... USE CXIL-KEY-ID
      *
      *----------------------------------------------------------------*

       01  CXIL-LOOKUP-PARMS.
           05  CXIL-FUNCTION                  PIC X(01).
               88  CXIL-FCN-FIND-KEY             VALUE 'X'.
               88  CXIL-FCN-CLOSE                VALUE 'C'.
           05  CXIL-SYSTEM-CD                 PIC X(04).
           05  CXIL-EXTERNAL-ID               PIC X(30).
           05  CXIL-AS-OF-DATE                PIC 9(08).
           05  CXIL-KEY-ID                    PIC X(10).
           05  CXIL-MATCH-CNT                 PIC S9(04) COMP.
           05  CXIL-RETURN-CODE               PIC X(01).
               88  CXIL-RET-FOUND                VALUE '0'.
               88  CXIL-RET-NOT-FOUND            VALUE '1'.
               88  CXIL-RET-AMBIGUOUS            VALUE '3'.
               88  CXIL-RET-NO-XID-DD            VALUE '4'.
