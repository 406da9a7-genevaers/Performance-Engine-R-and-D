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
      *     GVBCTXUH - RESPONSE-TIME HISTORY FOR ONE ONLINE
      *                TRANSACTION, THE TXUSHIST VSAM CLUSTER.
      *                MBRTXRPT KEEPS ONE RECORD PER TRANSACTION ID
      *                AND REPORTING PERIOD (DAY OR MONTH) HOLDING THE
      *                LAST EIGHT PERIODS' FIGURES, NEWEST FIRST, AND
      *                JUDGES EACH NEW PERIOD'S 90TH-PERCENTILE
      *                RESPONSE TIME AGAINST THEIR AVERAGE.
      *
      *                KEY: TRANSACTION ID + PERIOD TYPE (5 BYTES).
      *
      *     NOTES:  1) A RERUN FOR A PERIOD ALREADY HELD REPLACES THAT
      *                PERIOD'S ENTRY RATHER THAN ADDING ANOTHER, AND
      *                THE PERIOD IS NEVER JUDGED AGAINST ITSELF.
      *             2) TXUH-PERIOD IS CCYYMMDD FOR A DAY, CCYYMM
      *                FOLLOWED BY SPACES FOR A MONTH.
      *
      *----------------------------------------------------------------*

       01  TXUH-RECORD.
           05  TXUH-KEY.
               10  TXUH-TRAN-ID               PIC X(04).
               10  TXUH-PERIOD-TYPE           PIC X(01).
                   88  TXUH-DAILY                VALUE 'D'.
                   88  TXUH-MONTHLY              VALUE 'M'.
           05  TXUH-ENTRY-CNT                 PIC 9(02).
           05  TXUH-ENTRY                     OCCURS 8 TIMES.
               10  TXUH-PERIOD                PIC X(08).
               10  TXUH-TASKS                 PIC 9(09).
               10  TXUH-P90-MS                PIC 9(09).
               10  TXUH-AVG-MS                PIC 9(09).
           05  FILLER                         PIC X(13).
