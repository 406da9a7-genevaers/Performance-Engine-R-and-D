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
      *     GVBCRMND - RENEWAL-REMINDER REGISTER FOR THE REMINDV KSDS.
      *                ONE RECORD PER REMINDER MBRRMND HAS SENT, KEYED
      *                BY THE CUSTOMER KEY, THE PLCY-TERM-EFF-DT THE
      *                REMINDER WAS FOR, AND THE MILESTONE (090, 060
      *                OR 030 BUSINESS DAYS OUT).  A MILESTONE ALREADY
      *                ON THE REGISTER IS NEVER SENT AGAIN; A RENEWED
      *                TERM CARRIES A NEW DATE AND SO EARNS A FRESH
      *                SET OF REMINDERS.
      *
      *----------------------------------------------------------------*

       01  RMND-RECORD-KEY.
           05  RMND-KEY-KEY-ID                PIC X(10).
           05  RMND-KEY-TERM-DT               PIC X(08).
           05  RMND-KEY-MILESTONE             PIC 9(03).
      *
       01  RMND-RECORD.
           05  RMND-KEY-ID                    PIC X(10).
           05  RMND-TERM-DT                   PIC X(08).
           05  RMND-MILESTONE                 PIC 9(03).
           05  RMND-SENT-DATE                 PIC 9(08).
           05  RMND-LETTER-ID                 PIC X(08).
           05  FILLER                         PIC X(13).
