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
      *     GVBCNCOA - NATIONAL CHANGE-OF-ADDRESS (NCOA) MATCH RECORD
      *                AS RETURNED BY THE POSTAL SERVICE LICENSEE FOR
      *                EACH OF OUR ADDRESSES THAT MATCHED A FILED
      *                FORWARDING ORDER.  ONE 80-BYTE RECORD PER
      *                MATCH, CARRYING THE CUSTOMER KEY AND ADR CHILD
      *                SEQUENCE WE SENT, THE MOVE TYPE AND EFFECTIVE
      *                DATE FROM THE FORWARDING ORDER, AND THE NEW
      *                ADDRESS.  READ BY MBRNCOA.
      *
      *     NOTES:  1) A BLANK SEQUENCE NUMBER MEANS THE MATCH WAS
      *                MADE ON THE CUSTOMER'S FIRST ADR CHILD.
      *             2) THE NEW ADDRESS ARRIVES AS THE LICENSEE
      *                FORMATS IT; MBRNCOA STANDARDIZES IT AGAINST
      *                POSTDIRV (SEE GVBCPOST) THE SAME WAY MBRADRST
      *                DOES BEFORE IT IS APPLIED.
      *
      *----------------------------------------------------------------*

       01  NCOA-RECORD.
           05  NCOA-KEY-ID                    PIC X(10).
           05  NCOA-SEQ-NBR                   PIC X(02).
           05  NCOA-MOVE-TYPE                 PIC X(01).
               88  NCOA-MOVE-INDIVIDUAL          VALUE 'I'.
               88  NCOA-MOVE-FAMILY              VALUE 'F'.
               88  NCOA-MOVE-BUSINESS            VALUE 'B'.
               88  NCOA-MOVE-TYPE-VALID          VALUE 'I' 'F' 'B'.
           05  NCOA-MOVE-EFF-DATE             PIC X(08).
           05  NCOA-NEW-ADDR-LINE             PIC X(25).
           05  NCOA-NEW-CITY                  PIC X(13).
           05  NCOA-NEW-STATE                 PIC X(02).
           05  NCOA-NEW-POSTAL-CD             PIC X(09).
           05  NCOA-NEW-CNTRY-CD              PIC X(03).
           05  FILLER                         PIC X(07).
