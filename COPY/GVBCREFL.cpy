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
      *     GVBCREFL - THE CALLING INTERFACE OF MBRREFCD, THE SHARED
      *                REFERENCE-CODE LOOKUP SERVICE OVER THE REFCODE
      *                KSDS (SEE GVBCREFC FOR THE RECORD AND THE CODE
      *                TYPES).
      *
      *                THE WHOLE TABLE IS LOADED ONCE ON THE FIRST
      *                CALL AND EVERY LOOKUP AFTER THAT IS IN STORAGE.
      *                A CODE TYPE WITH NO ROWS ON REFCODE, OR NO
      *                REFCODE DD AT ALL, ANSWERS '5' - THE CALLER
      *                THEN FALLS BACK TO ITS OWN BUILT-IN LIST, SO A
      *                TYPE IS ONLY POLICED BY THE TABLE ONCE IT HAS
      *                BEEN LOADED THERE.
      *
      *     FUNCTIONS (REFL-FUNCTION):
      *         L - LOOK UP REFL-CODE UNDER REFL-CODE-TYPE AS OF
      *             REFL-AS-OF-DATE (ZEROES = TODAY).  THE
      *             DESCRIPTION COMES BACK IN REFL-DESC WHENEVER THE
      *             CODE IS ON THE TABLE, IN FORCE OR NOT.
      *         R - RELOAD THE TABLE, THEN LOOK UP AS FOR 'L'.
      *
      *     CALLING EXAMPLE:
      *         SET  REFL-FCN-LOOKUP    TO TRUE
      *         MOVE 'STATE   '         TO REFL-CODE-TYPE
      *         MOVE CUST-STATE         TO REFL-CODE
      *         MOVE ZEROES             TO REFL-AS-OF-DATE
      *         CALL 'MBRREFCD' USING REFL-LOOKUP-PARMS
      *         IF REFL-RET-NOT-MAINTAINED ... USE THE BUILT-IN LIST
      *
      *----------------------------------------------------------------*

       01  REFL-LOOKUP-PARMS.
           05  REFL-FUNCTION                  PIC X(01).
               88  REFL-FCN-LOOKUP               VALUE 'L'.
               88  REFL-FCN-RELOAD               VALUE 'R'.
           05  REFL-CODE-TYPE                 PIC X(08).
           05  REFL-CODE                      PIC X(10).
           05  REFL-AS-OF-DATE                PIC 9(08).
           05  REFL-DESC                      PIC X(30).
           05  REFL-RETURN-CODE               PIC X(01).
               88  REFL-RET-VALID                VALUE '0'.
               88  REFL-RET-NOT-FOUND            VALUE '1'.
               88  REFL-RET-NOT-IN-FORCE         VALUE '2'.
               88  REFL-RET-NOT-MAINTAINED       VALUE '5'.
