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
      *     GVBCRCUJ - RESTRICTED-CUSTOMER ACCESS JOURNAL RECORD FOR
      *                THE RESTRLOG DATASET.
      *
      *                MBRRCUCK APPENDS ONE RECORD FOR EVERY ACCESS TO
      *                A CUSTOMER ON THE RESTRICT REGISTER (SEE
      *                GVBCRCUS) - ALLOWED, MASKED OR REFUSED - FROM
      *                THE ONLINE TRANSACTIONS AND THE MBRMQSRV
      *                DISTRIBUTED LOOKUP SERVER.  IT IS KEPT APART
      *                FROM THE GENERAL CINQLOG ACCESS JOURNAL SO THE
      *                HIGH-PRIORITY RECORDS ARE NEVER LOST IN THE
      *                VOLUME, AND IS REPORTED TO SECURITY EVERY DAY
      *                BY MBRRCURP.
      *
      *                RCUJ-OWN-RECORD IS 'Y' WHEN THE OPERATOR IS THE
      *                REGISTERED EMPLOYEE; AN EMPLOYEE RECORD OPENED
      *                BY ANYONE ELSE IS A COLLEAGUE'S RECORD.
      *
      *----------------------------------------------------------------*

       01  RCUJ-RECORD.
           05  RCUJ-LOG-DATE                  PIC 9(08).
           05  RCUJ-LOG-TIME                  PIC 9(06).
           05  RCUJ-OPERATOR                  PIC X(08).
           05  RCUJ-TERMINAL                  PIC X(04).
           05  RCUJ-TRAN-ID                   PIC X(04).
           05  RCUJ-PROGRAM                   PIC X(08).
           05  RCUJ-REQUESTER                 PIC X(48).
           05  RCUJ-KEY-ID                    PIC X(10).
           05  RCUJ-CLASS                     PIC X(01).
               88  RCUJ-CLASS-EMPLOYEE           VALUE 'E'.
           05  RCUJ-ACCESS-TYPE               PIC X(01).
               88  RCUJ-ACCESS-VIEW              VALUE 'V'.
               88  RCUJ-ACCESS-LIST              VALUE 'L'.
               88  RCUJ-ACCESS-UPDATE            VALUE 'U'.
           05  RCUJ-OPER-LEVEL                PIC X(01).
           05  RCUJ-RESULT                    PIC X(01).
               88  RCUJ-ALLOWED                  VALUE 'A'.
               88  RCUJ-MASKED                   VALUE 'M'.
               88  RCUJ-DENIED                   VALUE 'D'.
           05  RCUJ-OWN-RECORD                PIC X(01).
               88  RCUJ-IS-OWN-RECORD            VALUE 'Y'.
           05  FILLER                         PIC X(19).
