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
      *     GVBCQASM - QA SAMPLE REGISTER RECORD FOR THE QASAMPV KSDS.
      *                ONE RECORD PER CUSTNAUD CHANGE PAIR PICKED BY
      *                THE NIGHTLY SAMPLER (MBRQASMP), KEYED BY THE
      *                DATE OF THE CHANGES SAMPLED, THE SOURCE PATH
      *                THE CHANGE CAME IN BY AND THE ITEM'S NUMBER
      *                WITHIN THAT PATH'S SAMPLE.  THE TWELVE-BYTE
      *                KEY IS THE SAMPLE ID PRINTED ON THE WORKSHEET
      *                AND PUNCHED ON THE VERDICT CARD (MBRQAVRD).
      *
      *                SOURCE PATHS (FROM THE UPDATER STAMP ON THE
      *                CHANGED IMAGE - SEE MBRQASMP):
      *                  L - LOAD         (MLOADVS, MBRDLTAP)
      *                  O - ONLINE       (THE CICS UPDATE PATHS, THE
      *                                    PENDING-CHANGE APPLY AND
      *                                    APPROVALS)
      *                  Q - MQ           (MBRMQAPL)
      *                  M - MASS CHANGE  (MBRMASSC)
      *                  X - OTHER BATCH  (STANDARDIZATION, NCOA,
      *                                    DECEASED, LAPSE AND
      *                                    REINSTATEMENT RUNS, AND
      *                                    EVERY DELETE)
      *
      *     NOTES:  1) THE POPULATION AND SAMPLE SIZE OF THE ITEM'S
      *                DATE AND PATH ARE REPEATED ON EVERY ITEM, SO
      *                THE MONTHLY ESTIMATE (MBRQARPT) CAN WEIGHT
      *                EACH DAY'S PATH BY THE CHANGES IT STANDS FOR.
      *             2) THE JOURNAL ITEM IS THE CUSTNAUD PAIR AS
      *                WRITTEN, LESS THE CHAIN HASH.
      *             3) A BLANK VERDICT IS AN ITEM NOT YET REVIEWED.
      *
      *----------------------------------------------------------------*

       01  QASM-RECORD-KEY                    PIC X(12).
      *
       01  QASM-RECORD.
           05  QASM-KEY.
               10  QASM-SAMPLE-DATE           PIC 9(08).
               10  QASM-PATH-CD               PIC X(01).
                   88  QASM-PATH-LOAD            VALUE 'L'.
                   88  QASM-PATH-ONLINE          VALUE 'O'.
                   88  QASM-PATH-MQ              VALUE 'Q'.
                   88  QASM-PATH-MASS            VALUE 'M'.
                   88  QASM-PATH-OTHER           VALUE 'X'.
               10  QASM-ITEM-SEQ              PIC 9(03).
           05  QASM-PATH-POPULATION           PIC 9(07).
           05  QASM-PATH-SAMPLED              PIC 9(03).
           05  QASM-SEED                      PIC 9(09).
           05  QASM-JOURNAL-ITEM.
               10  QASM-JRNL-RUN-DATE         PIC 9(08).
               10  QASM-JRNL-RUN-TIME         PIC 9(06).
               10  QASM-JRNL-CHANGE-TYPE      PIC X(07).
               10  QASM-JRNL-KEY              PIC X(10).
               10  QASM-JRNL-BEFORE-IMAGE     PIC X(96).
               10  QASM-JRNL-AFTER-IMAGE      PIC X(96).
               10  QASM-JRNL-CHAIN-SEQ        PIC 9(09).
           05  QASM-UPD-IDENT                 PIC X(04).
           05  QASM-VERDICT                   PIC X(01).
               88  QASM-NOT-REVIEWED             VALUE SPACE.
               88  QASM-PASSED                   VALUE 'P'.
               88  QASM-FAILED                   VALUE 'F'.
           05  QASM-REVIEWER                  PIC X(08).
           05  QASM-REVIEW-DATE               PIC 9(08).
           05  QASM-FAIL-REASON               PIC X(30).
           05  FILLER                         PIC X(20).
