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
      *     GVBCPNMM - CALLING INTERFACE TO MBRPNMMT, THE ONE WRITER
      *                OF CUSTPNMV, THE PARSED-NAME ('PNM') CHILD
      *                CLUSTER (SEE GVBCCHLD NOTE 9).
      *
      *                THE CALLER PASSES THE CUSTOMER KEY, THE NAME IN
      *                CLEAR TEXT AND WHERE IT CAME FROM; THE SERVICE
      *                PARSES IT THROUGH MBRNMPRS, PROTECTS THE PARTS
      *                UNDER THE ACTIVE PERSONAL-DATA KEY AND WRITES
      *                OR REWRITES THE CUSTOMER'S SEQ-01 RECORD.  THE
      *                RECORD IS DERIVED FROM A NAME WHOSE OWN CHANGE
      *                IS ALREADY JOURNALED, SO IT IS NOT JOURNALED
      *                ITSELF - IT CAN ALWAYS BE REBUILT FROM ITS
      *                SOURCE (MBRPNMBL DOES SO NIGHTLY).
      *
      *     FUNCTIONS:
      *         W - WRITE.  A PARENT NAME (SOURCE 'P') DOES NOT
      *             REPLACE A STORED PARSE OF THE LEGAL NAME - THE
      *             LEGAL NAME IS THE FULLER OF THE TWO.
      *         R - REPLACE WHATEVER IS STORED (THE LEGAL NAME HAS
      *             BEEN REMOVED, OR THE CALLER HAS ALREADY WORKED
      *             OUT WHICH NAME GOVERNS).
      *         C - CLOSE CUSTPNMV.  CALL ONCE AT END OF RUN (OR END
      *             OF TRANSACTION FOR AN ONLINE CALLER).
      *     THE CLUSTER IS OPENED ON FIRST USE AND HELD OPEN UNTIL
      *     THE CLOSE CALL.  NO CUSTPNMV DD IS REPORTED ONCE AND
      *     EVERY LATER CALL ANSWERS '4'.
      *
      *     RETURN CODES (PNMM-RETURN-CODE):
      *         0 - WRITTEN (NEW OR CHANGED).
      *         1 - ALREADY STORED EXACTLY SO; NOT REWRITTEN.
      *         2 - NOT WRITTEN: THE STORED RECORD IS FROM THE LEGAL
      *             NAME AND THIS WAS A PARENT-NAME 'W'.
      *         4 - NO CUSTPNMV DD.
      *         8 - NOT WRITTEN: PROTECTION OR I/O FAILED (THE
      *             SERVICE DISPLAYS WHY).
      *     PNMM-NAME-TYPE AND PNMM-REASON-TEXT CARRY THE PARSE
      *     RESULT (SEE GVBCNMPR) FOR RETURN CODES 0 AND 1, SO THE
      *     CALLER CAN COUNT OR REPORT NAMES THAT WOULD NOT PARSE.
      *
      *----------------------------------------------------------------*

       01  PNMM-PARMS.
           05  PNMM-FUNCTION                  PIC X(01).
               88  PNMM-FCN-WRITE                VALUE 'W'.
               88  PNMM-FCN-REPLACE              VALUE 'R'.
               88  PNMM-FCN-CLOSE                VALUE 'C'.
           05  PNMM-KEY-ID                    PIC X(10).
           05  PNMM-NAME                      PIC X(60).
           05  PNMM-SOURCE                    PIC X(01).
               88  PNMM-SRC-LEGAL-NAME           VALUE 'L'.
               88  PNMM-SRC-PARENT               VALUE 'P'.
           05  PNMM-UPD-IDENT                 PIC X(04).
           05  PNMM-RETURN-CODE               PIC X(01).
               88  PNMM-RET-WRITTEN              VALUE '0'.
               88  PNMM-RET-UNCHANGED            VALUE '1'.
               88  PNMM-RET-KEPT-LEGAL           VALUE '2'.
               88  PNMM-RET-NO-DD                VALUE '4'.
               88  PNMM-RET-FAILED               VALUE '8'.
               88  PNMM-RET-OK                   VALUE '0' '1' '2'.
           05  PNMM-NAME-TYPE                 PIC X(01).
               88  PNMM-TYPE-INDIVIDUAL          VALUE 'I'.
               88  PNMM-TYPE-BUSINESS            VALUE 'B'.
               88  PNMM-TYPE-UNPARSED            VALUE 'U'.
           05  PNMM-REASON-TEXT               PIC X(20).
