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
      *     GVBCCYST - BATCH-CYCLE STATE RECORD (THE ONE RECORD ON
      *                THE CYCLSTAT DD).  MBRCYCSW SETS IT TO 'B'
      *                (BATCH WINDOW) AS THE FIRST STEP OF THE NIGHTLY
      *                CYCLE, AHEAD OF MLOADVS, MBRDLTAP AND MBRSWAP,
      *                AND BACK TO 'O' (ONLINE) AS THE LAST.  WHILE IT
      *                READS 'B' THE ONLINE MAINTENANCE TRANSACTIONS
      *                (MBRCUPD, MBRCCHLD) ARE READ-ONLY: A CHANGE AN
      *                OPERATOR KEYS IS QUEUED ON FRZQUEUE (SEE
      *                GVBCFRZQ) INSTEAD OF BEING APPLIED, AND THE
      *                POST-BATCH MBRFRZAP STEP APPLIES THE QUEUE.
      *
      *                NO CYCLSTAT DD (OR AN EMPTY ONE) MEANS ONLINE
      *                IS OPEN - THE PRE-FREEZE WORLD.
      *
      *----------------------------------------------------------------*

       01  CYST-RECORD.
           05  CYST-STATE                     PIC X(01).
               88  CYST-BATCH-WINDOW              VALUE 'B'.
               88  CYST-ONLINE-OPEN               VALUE 'O' ' '.
           05  CYST-CYCLE-DATE                PIC 9(08).
           05  CYST-SET-DATE                  PIC 9(08).
           05  CYST-SET-TIME                  PIC 9(06).
           05  CYST-CLEARED-DATE              PIC 9(08).
           05  CYST-CLEARED-TIME              PIC 9(06).
           05  FILLER                         PIC X(43).
