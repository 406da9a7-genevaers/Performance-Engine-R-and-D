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
      *     GVBCJSCH - EXPECTED-JOB SCHEDULE TABLE (THE JOBSCHED DD
      *                READ BY MBRSCHCK).  ONE 80-BYTE CARD PER BATCH
      *                STEP THE CYCLE IS EXPECTED TO RUN, NAMING ITS
      *                RUN ID (THE SAME ID IT REGISTERS WITH MBRRCREG)
      *                AND HOW OFTEN IT IS DUE, ON THE MBRBDAY
      *                BUSINESS-DAY CALENDAR:
      *                  D - EVERY BUSINESS DAY
      *                  M - THE LAST BUSINESS DAY OF THE MONTH
      *                  Q - THE LAST BUSINESS DAY OF MAR/JUN/SEP/DEC
      *                  W - WEEKLY, ON JSCH-WEEKDAY (MON THRU SUN);
      *                      WHEN THAT DAY IS NOT A BUSINESS DAY THE
      *                      STEP IS DUE ON THE NEXT ONE
      *                '*' IN COLUMN 1 IS A COMMENT CARD.
      *
      *----------------------------------------------------------------*

       01  JSCH-RECORD.
           05  JSCH-RUN-ID                    PIC X(08).
           05  FILLER                         PIC X(01).
           05  JSCH-FREQUENCY                 PIC X(01).
               88  JSCH-FREQ-DAILY               VALUE 'D'.
               88  JSCH-FREQ-MONTH-END           VALUE 'M'.
               88  JSCH-FREQ-QUARTER-END         VALUE 'Q'.
               88  JSCH-FREQ-WEEKLY              VALUE 'W'.
               88  JSCH-FREQ-VALID               VALUE 'D' 'M' 'Q'
                                                       'W'.
           05  FILLER                         PIC X(01).
           05  JSCH-WEEKDAY                   PIC X(03).
           05  FILLER                         PIC X(01).
           05  JSCH-DESCRIPTION               PIC X(30).
           05  FILLER                         PIC X(35).
