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
      *     GVBCKEYC - KEY-ALLOCATION CONTROL RECORD FOR THE KEYCTL
      *                KSDS AND THE MBRKEYMT MAINTENANCE CARD.
      *
      *                ONE RECORD PER SOURCE SYSTEM (THE SAME CODE
      *                STAMPED IN CUST-SRC-SYS-CODE - SEE GVBCCUST),
      *                HOLDING THE RANGE OF CUSTOMER SERIALS THAT
      *                SOURCE MAY BE GIVEN AND THE NEXT ONE TO HAND
      *                OUT.  THE RANGES OF DIFFERENT SOURCES NEVER
      *                OVERLAP, SO NO TWO SOURCES CAN EVER BE GIVEN
      *                THE SAME CUSTOMER NUMBER.
      *
      *                A CONTROLLED CUST-KEY-ID IS 'C', THE EIGHT-
      *                DIGIT SERIAL, AND A MOD-10 (LUHN) CHECK DIGIT
      *                OVER THE SERIAL - SEE MBRKEYAL.  KEYS THAT DO
      *                NOT START WITH 'C' PRE-DATE THE SERVICE AND
      *                CARRY NO CHECK DIGIT.
      *
      *                KEYCTL IS UPDATED ONLY BY MBRKEYAL (UNDER THE
      *                GENEVA/KEYCTL ENQ) AND BY MBRKEYMT.
      *
      *----------------------------------------------------------------*

       01  KEYC-RECORD-KEY.
           05  KEYC-KEY-SRC-SYS-CODE          PIC X(01).
      *
       01  KEYC-RECORD.
           05  KEYC-SRC-SYS-CODE              PIC X(01).
           05  KEYC-DESC                      PIC X(20).
           05  KEYC-LOW-SERIAL                PIC 9(08).
           05  KEYC-HIGH-SERIAL               PIC 9(08).
           05  KEYC-NEXT-SERIAL               PIC 9(08).
           05  KEYC-LAST-ALLOC-DATE           PIC 9(08).
           05  KEYC-LAST-KEY-ID               PIC X(10).
           05  KEYC-ALLOC-COUNT               PIC 9(08).
           05  KEYC-MAINT-DATE                PIC 9(08).
           05  FILLER                         PIC X(01).
      *
      *****************************************************************
      *  MBRKEYMT CONTROL CARD.
      *    RANGE    - DEFINE A SOURCE'S RANGE, OR EXTEND THE HIGH
      *               END (AND/OR RE-DESCRIBE) AN EXISTING ONE.
      *    ALLOCATE - HAND OUT COUNT KEYS FOR THE SOURCE TO THE
      *               KEYOUT FILE, FOR A SOURCE THAT LOADS BY BATCH.
      *    LIST     - LIST EVERY RANGE AND WHAT REMAINS OF IT.
      *****************************************************************
       01  KEYC-CARD.
           05  KEYC-CARD-FUNCTION             PIC X(08).
               88  KEYC-CARD-RANGE               VALUE 'RANGE   '.
               88  KEYC-CARD-ALLOCATE            VALUE 'ALLOCATE'.
               88  KEYC-CARD-LIST                VALUE 'LIST    '.
           05  FILLER                         PIC X(01).
           05  KEYC-CARD-SRC-SYS-CODE         PIC X(01).
           05  FILLER                         PIC X(01).
           05  KEYC-CARD-LOW-SERIAL           PIC X(08).
           05  FILLER                         PIC X(01).
           05  KEYC-CARD-HIGH-SERIAL          PIC X(08).
           05  FILLER                         PIC X(01).
           05  KEYC-CARD-COUNT                PIC X(06).
           05  FILLER                         PIC X(01).
           05  KEYC-CARD-DESC                 PIC X(20).
           05  FILLER                         PIC X(24).
