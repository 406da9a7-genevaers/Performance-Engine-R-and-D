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
      *     GVBCRENW - RENEWAL/PAYMENT NOTIFICATION RECORD ON THE
      *                RENEWIN DATASET READ BY MBRREINS.  ONE 80-BYTE
      *                RECORD PER RENEWAL RECEIVED: THE CUSTOMER KEY,
      *                THE DATE THE RENEWAL OR PAYMENT WAS RECEIVED,
      *                THE NEW PLCY-TERM-EFF-DT IT BUYS, AND THE
      *                PAYMENT REFERENCE FOR UNDERWRITING'S FOLLOW-UP.
      *
      *----------------------------------------------------------------*

       01  RENW-RECORD.
           05  RENW-KEY-ID                    PIC X(10).
           05  FILLER                         PIC X(01).
           05  RENW-RENEW-DATE                PIC X(08).
           05  FILLER                         PIC X(01).
           05  RENW-NEW-TERM-DT               PIC X(08).
           05  FILLER                         PIC X(01).
           05  RENW-PAYMENT-REF               PIC X(12).
           05  FILLER                         PIC X(39).
