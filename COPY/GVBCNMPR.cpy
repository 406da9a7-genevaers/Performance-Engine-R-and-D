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
      *     GVBCNMPR - CALLING INTERFACE OF THE MBRNMPRS NAME-PARSING
      *                SERVICE.
      *
      *                THE CALLER PASSES A CLEAR-TEXT NAME OF UP TO 60
      *                BYTES (A PARENT CUST-NAME OR A 'NAM' LEGAL
      *                NAME) AND GETS BACK ITS PARTS IN THE LAYOUT OF
      *                THE 'PNM' CHILD (SEE GVBCCHLD NOTE 9), SO THE
      *                PARTS MOVE STRAIGHT ACROSS AS ONE GROUP.  THE
      *                PARTS KEEP THE CASE OF THE INPUT; PERIODS ARE
      *                DROPPED.  BOTH ORDERS ARE READ:
      *                    DR JOHN A VAN DER BERG JR
      *                    VAN DER BERG, JOHN A, JR
      *                SURNAME PARTICLES (VAN, DE, LA, ...) STAY WITH
      *                THE LAST NAME.  A NAME CARRYING A BUSINESS WORD
      *                (INC, LTD, BANK, TRUST, '&' AND THE REST OF THE
      *                TABLE IN MBRNMPRS) IS NOT SPLIT.
      *
      *     RETURN CODES (NMPR-RETURN-CODE):
      *         0 - AN INDIVIDUAL, SPLIT INTO ITS PARTS.
      *         4 - A BUSINESS NAME, DELIBERATELY NOT SPLIT.
      *         8 - NOT PARSEABLE; NMPR-REASON-CD AND -TEXT SAY WHY.
      *     THE PARTS ARE SPACES UNLESS THE RETURN CODE IS 0.
      *
      *----------------------------------------------------------------*

       01  NMPR-PARMS.
           05  NMPR-NAME-IN                   PIC X(60).
           05  NMPR-RETURN-CODE               PIC X(01).
               88  NMPR-RET-PARSED               VALUE '0'.
               88  NMPR-RET-BUSINESS             VALUE '4'.
               88  NMPR-RET-UNPARSEABLE          VALUE '8'.
           05  NMPR-NAME-TYPE                 PIC X(01).
               88  NMPR-TYPE-INDIVIDUAL          VALUE 'I'.
               88  NMPR-TYPE-BUSINESS            VALUE 'B'.
               88  NMPR-TYPE-UNPARSED            VALUE 'U'.
           05  NMPR-REASON-CD                 PIC X(01).
               88  NMPR-REASON-NONE              VALUE ' '.
               88  NMPR-REASON-BLANK             VALUE 'B'.
               88  NMPR-REASON-ONE-WORD          VALUE 'W'.
               88  NMPR-REASON-DIGITS            VALUE 'D'.
               88  NMPR-REASON-TOO-MANY-WORDS    VALUE 'M'.
               88  NMPR-REASON-PART-TOO-LONG     VALUE 'L'.
               88  NMPR-REASON-COMMAS            VALUE 'C'.
               88  NMPR-REASON-TWO-PEOPLE        VALUE 'J'.
           05  NMPR-REASON-TEXT               PIC X(20).
           05  NMPR-NAME-PARTS.
               10  NMPR-PREFIX                PIC X(05).
               10  NMPR-FIRST                 PIC X(15).
               10  NMPR-MIDDLE                PIC X(15).
               10  NMPR-LAST                  PIC X(25).
               10  NMPR-SUFFIX                PIC X(05).
