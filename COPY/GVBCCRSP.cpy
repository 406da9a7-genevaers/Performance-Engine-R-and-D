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
      *     GVBCCRSP - CAMPAIGN MAILING REGISTER FOR THE CAMPREG KSDS,
      *                AND THE MARKETING VENDOR'S RESPONSE RECORD.
      *
      *                MBRCAMPN WRITES ONE REGISTER ROW PER CUSTOMER
      *                IT PUTS ON A CAMPAIGN'S MAILOUT, KEYED BY THE
      *                CAMPAIGN ID PLUS THE CUSTOMER KEY, CARRYING THE
      *                MAIL DATE AND THE STATE AND CUST-STATUS THE
      *                CUSTOMER WAS SELECTED UNDER.  SEED RECORDS ARE
      *                NEVER REGISTERED - THEY ARE OUR OWN ADDRESSES,
      *                NOT PROSPECTS.
      *
      *                MBRCRESP READS THE VENDOR'S RESPFILE, MATCHES
      *                EACH RESPONSE TO ITS REGISTER ROW, STAMPS THE
      *                RESPONSE DATE AND CODE ON IT, AND REPORTS THE
      *                RESPONSE RATE BY CAMPAIGN, STATE AND STATUS.
      *
      *----------------------------------------------------------------*

       01  CREG-RECORD-KEY.
           05  CREG-KEY-CAMPAIGN-ID           PIC X(08).
           05  CREG-KEY-KEY-ID                PIC X(10).
      *
       01  CREG-RECORD.
           05  CREG-CAMPAIGN-ID               PIC X(08).
           05  CREG-KEY-ID                    PIC X(10).
           05  CREG-MAIL-DATE                 PIC 9(08).
           05  CREG-STATE                     PIC X(02).
           05  CREG-CUST-STATUS               PIC X(01).
           05  CREG-RESP-FLAG                 PIC X(01).
               88  CREG-RESPONDED                VALUE 'R'.
               88  CREG-NOT-RESPONDED            VALUE ' '.
           05  CREG-RESP-DATE                 PIC 9(08).
           05  CREG-RESP-CODE                 PIC X(04).
           05  FILLER                         PIC X(18).
      *
       01  CRSP-RECORD.
           05  CRSP-CAMPAIGN-ID               PIC X(08).
           05  FILLER                         PIC X(01).
           05  CRSP-KEY-ID                    PIC X(10).
           05  FILLER                         PIC X(01).
           05  CRSP-RESP-DATE                 PIC X(08).
           05  FILLER                         PIC X(01).
           05  CRSP-RESP-CODE                 PIC X(04).
           05  FILLER                         PIC X(47).
