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
      *     GVBCSTTR - THE CALLING INTERFACE OF MBRSTTRN, THE SHARED
      *                CUSTOMER STATUS TRANSITION CHECK.
      *
      *                EVERY PATH THAT CHANGES CUST-STATUS ASKS HERE
      *                BEFORE APPLYING THE CHANGE, NAMING THE KIND OF
      *                PATH IT IS.  THE RULES ARE THE STATTRAN CODE
      *                TYPE ON THE REFCODE TABLE (SEE GVBCREFC) - ONE
      *                CODE PER ALLOWED CHANGE, BUILT AS THE FROM
      *                STATUS, THE TO STATUS AND THE PATH NAME:
      *
      *                    CODE 'LAONLINE  ' - LAPSED TO ACTIVE,
      *                                        ONLINE ONLY
      *
      *                A CHANGE WITH NO CODE IN FORCE IS REFUSED.
      *                UNTIL STATTRAN IS LOADED, MBRSTTRN USES ITS
      *                BUILT-IN RULES (SEE WS-DFLT-RULES THERE);
      *                ONCE IT HAS ANY ROW THE TABLE ALONE GOVERNS, SO
      *                LOAD THE WHOLE SET, NOT JUST THE EXCEPTIONS.
      *
      *                A STATUS THAT DOES NOT CHANGE, AND A NEW
      *                CUSTOMER (BLANK FROM STATUS), IS ALWAYS
      *                ALLOWED - WHETHER THE STATUS ITSELF IS VALID
      *                IS THE CALLER'S OWN CUSTSTAT EDIT.
      *
      *     PATHS (STTR-PATH):
      *         LOAD     - SOURCE FEEDS (MLOADVS, MBRMQAPL, MBRDLTAP)
      *         ONLINE   - OPERATOR MAINTENANCE (MBRCUPD, MBRPCHG)
      *         LAPSE    - THE LAPSE SWEEP (MBRLAPSE)
      *         DECEASED - THE DECEASED FEED (MBRDECES)
      *         MASSCHG  - MASS CHANGE (MBRMASSC)
      *
      *     RETURN CODES (STTR-RETURN-CODE):
      *         0 - ALLOWED
      *         1 - REFUSED - STTR-REASON-TEXT SAYS WHICH CHANGE ON
      *             WHICH PATH, FOR THE CALLER'S REPORT, SCREEN OR
      *             SUSPENSE (REASON CODE STTR, SEE GVBCSUSP)
      *
      *     CALLING EXAMPLE:
      *         SET  STTR-FCN-CHECK     TO TRUE
      *         SET  STTR-PATH-LOAD     TO TRUE
      *         MOVE OLD-CUST-STATUS    TO STTR-FROM-STATUS
      *         MOVE NEW-CUST-STATUS    TO STTR-TO-STATUS
      *         MOVE ZEROES             TO STTR-AS-OF-DATE
      *         CALL 'MBRSTTRN' USING STTR-CHECK-PARMS
      *         IF STTR-RET-REFUSED ... DO NOT APPLY THE CHANGE
      *
      *----------------------------------------------------------------*

       01  STTR-CHECK-PARMS.
           05  STTR-FUNCTION                  PIC X(01).
               88  STTR-FCN-CHECK                VALUE 'C'.
           05  STTR-PATH                      PIC X(08).
               88  STTR-PATH-LOAD                VALUE 'LOAD    '.
               88  STTR-PATH-ONLINE              VALUE 'ONLINE  '.
               88  STTR-PATH-LAPSE               VALUE 'LAPSE   '.
               88  STTR-PATH-DECEASED            VALUE 'DECEASED'.
               88  STTR-PATH-MASSCHG             VALUE 'MASSCHG '.
           05  STTR-FROM-STATUS               PIC X(01).
           05  STTR-TO-STATUS                 PIC X(01).
           05  STTR-AS-OF-DATE                PIC 9(08).
           05  STTR-RETURN-CODE               PIC X(01).
               88  STTR-RET-ALLOWED              VALUE '0'.
               88  STTR-RET-REFUSED              VALUE '1'.
           05  STTR-RULE-SOURCE               PIC X(01).
               88  STTR-RULE-NO-CHANGE           VALUE 'N'.
               88  STTR-RULE-TABLE               VALUE 'T'.
               88  STTR-RULE-BUILT-IN            VALUE 'B'.
           05  STTR-REASON-TEXT               PIC X(40).
