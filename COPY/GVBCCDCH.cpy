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
      *                                                               *
      *---------------------------------------------------------------*
      *     GVBCCDCH - CDC FEED RETENTION AND REPLAY.
      *
      *                CDCH-RECORD IS THE CDCHIST KSDS RECORD.  EACH
      *                NIGHT MBRCDCRT FILES THAT NIGHT'S CDCFEED
      *                UNDER ITS CAPTURE DATE, ONE ROW PER DELTA KEYED
      *                BY CAPTURE DATE PLUS ORIGINAL SEQUENCE NUMBER -
      *                THE POSITION IN THE FEED, THE SAME NUMBER
      *                MBRCDCPB PUBLISHES - LED BY A DAY-HEADER ROW
      *                AT SEQUENCE ZERO CARRYING THE DAY'S COUNTS.
      *                A DAY WHOSE HEADER IS MISSING WAS NEVER FULLY
      *                RETAINED.
      *
      *                CDCR-RECORD IS THE CDCRPLY REPLAY FILE
      *                MBRCDCRP WRITES FOR ONE NAMED CONSUMER: EACH
      *                RETAINED DELTA WITH ITS ORIGINAL SEQUENCE
      *                NUMBER, CAPTURE DATE AND THE REPLAY FLAG,
      *                FOLLOWED BY ONE CONTROL TRAILER (SEQUENCE
      *                999999999) THE CONSUMER RECONCILES AGAINST.
      *                THE SAME FILE FEEDS ALL THREE ROUTES: TAKEN
      *                AS IS (FILE), PUBLISHED BY MBRCDCPB (MQ), OR
      *                APPLIED BY MBRDB2AP (DB2) - EACH OF THEM
      *                READS IT WHEN A CDCRPLY DD IS ALLOCATED.
      *
      *----------------------------------------------------------------*

       01  CDCH-RECORD-KEY.
           05  CDCH-KEY-CAPTURE-DATE          PIC 9(08).
           05  CDCH-KEY-SEQ-NBR               PIC 9(09).
      *
       01  CDCH-RECORD.
           05  CDCH-CAPTURE-DATE              PIC 9(08).
           05  CDCH-SEQ-NBR                   PIC 9(09).
               88  CDCH-DAY-HEADER               VALUE ZERO.
           05  CDCH-FEED-RECORD               PIC X(129).
           05  CDCH-RETAINED-DATE             PIC 9(08).
           05  CDCH-RETAINED-TIME             PIC 9(06).
           05  FILLER                         PIC X(20).
      *
      *      THE DAY-HEADER ROW'S VIEW OF THE FEED-RECORD AREA.
       01  CDCH-HEADER-VIEW REDEFINES CDCH-RECORD.
           05  FILLER                         PIC X(17).
           05  CDCH-HDR-RECORD-CNT            PIC 9(09).
           05  CDCH-HDR-ADDED-CNT             PIC 9(09).
           05  CDCH-HDR-CHANGED-CNT           PIC 9(09).
           05  CDCH-HDR-DELETED-CNT           PIC 9(09).
           05  FILLER                         PIC X(127).
      *
       01  CDCR-RECORD.
           05  CDCR-SEQ-NBR                   PIC 9(09).
               88  CDCR-CONTROL-TRAILER          VALUE 999999999.
           05  CDCR-REPLAY-FLAG               PIC X(01).
               88  CDCR-IS-REPLAY                VALUE 'R'.
           05  CDCR-CAPTURE-DATE              PIC 9(08).
           05  CDCR-FEED-RECORD               PIC X(129).
           05  FILLER                         PIC X(03).
      *
       01  CDCR-CONTROL-VIEW REDEFINES CDCR-RECORD.
           05  FILLER                         PIC X(18).
           05  CDCR-CTL-CONSUMER              PIC X(08).
           05  CDCR-CTL-TARGET                PIC X(04).
           05  CDCR-CTL-FROM-DATE             PIC 9(08).
           05  CDCR-CTL-TO-DATE               PIC 9(08).
           05  CDCR-CTL-RECORD-CNT            PIC 9(09).
           05  CDCR-CTL-ADDED-CNT             PIC 9(09).
           05  CDCR-CTL-CHANGED-CNT           PIC 9(09).
           05  CDCR-CTL-DELETED-CNT           PIC 9(09).
           05  CDCR-CTL-DAYS-CNT              PIC 9(05).
           05  CDCR-CTL-REPLAY-DATE           PIC 9(08).
           05  CDCR-CTL-REPLAY-TIME           PIC 9(06).
           05  FILLER                         PIC X(49).
