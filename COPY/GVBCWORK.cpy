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
      *     GVBCWORK - DATA-STEWARD WORK QUEUE (THE WORKQV KSDS).
      *                ONE 128-BYTE RECORD PER EXCEPTION A STEWARD
      *                HAS TO LOOK AT, WHATEVER PROGRAM RAISED IT,
      *                KEYED BY WORK TYPE, CUSTOMER KEY AND AN ITEM
      *                REFERENCE THAT TELLS TWO ITEMS OF THE SAME
      *                TYPE FOR ONE CUSTOMER APART (THE SUSPEND DATE,
      *                THE OTHER KEY OF A DUPLICATE PAIR, THE
      *                AGREEMENT ID, ...).  ITEMS ARE RAISED THROUGH
      *                MBRWRKWR (SEE GVBCWRKW), WORKED ONLINE BY THE
      *                MWRK TRANSACTION (MBRCWRK) AND COUNTED EVERY
      *                DAY BY MBRWRKRP.
      *
      *                WORK TYPES AND THEIR PRODUCERS:
      *                  S - REJECT SUSPENSE (MBRSUSPR, FROM SUSPNSV)
      *                  D - DUPLICATE MERGE CANDIDATE (MBRDUPF)
      *                  N - RETURNED MAIL (MBRNIXIE)
      *                  O - AGREEMENT ORPHAN, CLOSED OR DATE
      *                      MISMATCH (MBRAGCHK)
      *                  Q - DATA-QUALITY FAILURE (MBRDQPRO)
      *                  F - CHANGE-VELOCITY FRAUD FLAG (MBRFRWCH)
      *
      *                STATUS CODES:
      *                  O - OPEN, NOBODY ASSIGNED
      *                  A - ASSIGNED TO WORK-ASSIGNED-TO
      *                  C - CLOSED (WORK-CLOSED-BY IS THE STEWARD,
      *                      OR THE PRODUCER WHEN THE EXCEPTION
      *                      CLEARED ON ITS OWN)
      *
      *     NOTES:  1) A PRODUCER REPORTING AN ITEM ALREADY ON THE
      *                QUEUE ONLY REFRESHES WORK-LAST-SEEN-DATE AND
      *                WORK-SEEN-CNT - THE AGE ALWAYS RUNS FROM
      *                WORK-OPEN-DATE.  AN ITEM THE PRODUCER CLOSED
      *                ITSELF IS REOPENED IF THE EXCEPTION COMES
      *                BACK; ONE A STEWARD CLOSED STAYS CLOSED, SO A
      *                PAIR JUDGED "NOT A DUPLICATE" IS NOT RAISED
      *                AGAIN EVERY NIGHT.
      *             2) WORK-TYPE-TABLE GIVES EACH TYPE ITS DEFAULT
      *                PRIORITY AND THE MAINTENANCE TRANSACTION (AND
      *                PROGRAM) MWRK TRANSFERS TO FOR IT.
      *
      *----------------------------------------------------------------*

       01  WORK-RECORD-KEY.
           05  WORK-KEY-TYPE                  PIC X(01).
           05  WORK-KEY-KEY-ID                PIC X(10).
           05  WORK-KEY-ITEM-REF              PIC X(12).
      *
       01  WORK-RECORD.
           05  WORK-TYPE                      PIC X(01).
               88  WORK-TYPE-SUSPENSE                VALUE 'S'.
               88  WORK-TYPE-DUPLICATE               VALUE 'D'.
               88  WORK-TYPE-NIXIE                   VALUE 'N'.
               88  WORK-TYPE-AGREEMENT               VALUE 'O'.
               88  WORK-TYPE-QUALITY                 VALUE 'Q'.
               88  WORK-TYPE-FRAUD                   VALUE 'F'.
           05  WORK-KEY-ID                    PIC X(10).
           05  WORK-ITEM-REF                  PIC X(12).
           05  WORK-PRIORITY                  PIC X(01).
               88  WORK-PRIORITY-HIGH                VALUE 'H'.
               88  WORK-PRIORITY-MEDIUM              VALUE 'M'.
               88  WORK-PRIORITY-LOW                 VALUE 'L'.
           05  WORK-STATUS                    PIC X(01).
               88  WORK-OPEN                         VALUE 'O'.
               88  WORK-ASSIGNED                     VALUE 'A'.
               88  WORK-CLOSED                       VALUE 'C'.
           05  WORK-ASSIGNED-TO               PIC X(08).
           05  WORK-SOURCE-PGM                PIC X(08).
           05  WORK-OPEN-DATE                 PIC 9(08).
           05  WORK-LAST-SEEN-DATE            PIC 9(08).
           05  WORK-SEEN-CNT                  PIC 9(05).
           05  WORK-LAST-ACTION-DATE          PIC 9(08).
           05  WORK-LAST-ACTION-BY            PIC X(08).
           05  WORK-CLOSED-DATE               PIC 9(08).
           05  WORK-CLOSED-BY                 PIC X(08).
           05  WORK-DETAIL                    PIC X(30).
           05  FILLER                         PIC X(04).
      *
       01  WORK-TYPE-VALUES.
           05  FILLER                         PIC X(34) VALUE
               'SMMSUSMBRCSUSP REJECT SUSPENSE    '.
           05  FILLER                         PIC X(34) VALUE
               'DLMCUPMBRCUPD  DUPLICATE CANDIDATE'.
           05  FILLER                         PIC X(34) VALUE
               'NMMCHDMBRCCHLD RETURNED MAIL      '.
           05  FILLER                         PIC X(34) VALUE
               'OMMCUPMBRCUPD  AGREEMENT CHECK    '.
           05  FILLER                         PIC X(34) VALUE
               'QLMCUPMBRCUPD  DATA QUALITY       '.
           05  FILLER                         PIC X(34) VALUE
               'FHMCASMBRCCASE FRAUD WATCH        '.
       01  WORK-TYPE-TABLE  REDEFINES  WORK-TYPE-VALUES.
           05  WORK-TYPE-ENTRY                OCCURS 6 TIMES.
               10  WORK-TT-TYPE               PIC X(01).
               10  WORK-TT-PRIORITY           PIC X(01).
               10  WORK-TT-TRAN-ID            PIC X(04).
               10  WORK-TT-PROGRAM            PIC X(08).
               10  WORK-TT-DESCRIPTION        PIC X(20).
       01  WORK-TYPE-COUNT                    PIC S9(04) COMP VALUE +6.
