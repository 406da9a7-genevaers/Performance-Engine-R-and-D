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
      *     GVBCFARV - INBOUND FEED ARRIVAL TRACKING.
      *
      *                FEEDEXP - THE ARRIVAL-EXPECTATION TABLE READ
      *                BY MBRFARV.  ONE 80-BYTE CARD PER INBOUND FEED
      *                AND KIND OF BUSINESS DAY, NAMING THE SOURCE
      *                SYSTEM THAT SENDS IT, WHEN IT IS EXPECTED, THE
      *                LATEST TIME IT CAN LAND AND STILL MAKE THE
      *                WINDOW, AND WHERE IT LANDS:
      *                  FEXP-DD-NAME    THE DD THE FEED IS READ FROM
      *                  FEXP-GDG-BASE   THE FEED'S GDG BASE; THE DD
      *                                  IS ALLOCATED TO ITS CURRENT
      *                                  GENERATION ON EACH CHECK.
      *                                  BLANK MEANS THE MONITOR'S
      *                                  JCL ALLOCATES THE DD ITSELF.
      *                DAY TYPES, ON THE MBRBDAY CALENDAR:
      *                  B - EVERY BUSINESS DAY
      *                  M - THE LAST BUSINESS DAY OF THE MONTH;
      *                      REPLACES THE FEED'S 'B' CARD ON THAT DAY
      *                      (MONTH-END FEEDS ARE BIGGER AND LATER)
      *                  D - EVERY CALENDAR DAY, BUSINESS DAY OR NOT
      *                TIMES ARE HHMM ON THE BUSINESS DATE'S CLOCK;
      *                HOURS 24 THRU 47 ARE THE FOLLOWING MORNING
      *                (2430 IS 00:30 THE NEXT DAY).  '*' IN COLUMN 1
      *                IS A COMMENT CARD.
      *
      *                FEEDARV - THE ARRIVAL KSDS.  ONE ROW PER FEED
      *                PER BUSINESS DATE, KEYED BY DATE AND FEED ID,
      *                WRITTEN BY MBRFARV THE FIRST TIME THE FEED IS
      *                DUE AND UPDATED ON EVERY CHECK UNTIL ITS
      *                GVBCHDRT HEADER FOR THAT DATE IS SEEN.  IT IS
      *                THE ON-TIME HISTORY MBRFARPT SUMMARIZES FOR THE
      *                MONTHLY SUPPLIER-PERFORMANCE REVIEW.  A ROW
      *                STILL WAITING AFTER ITS BUSINESS DATE HAS
      *                PASSED NEVER ARRIVED.
      *
      *----------------------------------------------------------------*

       01  FEXP-RECORD.
           05  FEXP-FEED-ID                   PIC X(08).
           05  FILLER                         PIC X(01).
           05  FEXP-SOURCE-SYSTEM             PIC X(08).
           05  FILLER                         PIC X(01).
           05  FEXP-DAY-TYPE                  PIC X(01).
               88  FEXP-DAY-BUSINESS             VALUE 'B'.
               88  FEXP-DAY-MONTH-END            VALUE 'M'.
               88  FEXP-DAY-EVERY                VALUE 'D'.
               88  FEXP-DAY-VALID                VALUE 'B' 'M' 'D'.
           05  FILLER                         PIC X(01).
           05  FEXP-EXPECTED-TIME.
               10  FEXP-EXPECTED-HH           PIC 9(02).
               10  FEXP-EXPECTED-MM           PIC 9(02).
           05  FILLER                         PIC X(01).
           05  FEXP-LATEST-TIME.
               10  FEXP-LATEST-HH             PIC 9(02).
               10  FEXP-LATEST-MM             PIC 9(02).
           05  FILLER                         PIC X(01).
           05  FEXP-DD-NAME                   PIC X(08).
           05  FILLER                         PIC X(01).
           05  FEXP-GDG-BASE                  PIC X(41).
      *
       01  FARV-RECORD-KEY.
           05  FARV-KEY-BUSN-DATE             PIC 9(08).
           05  FARV-KEY-FEED-ID               PIC X(08).
      *
       01  FARV-RECORD.
           05  FARV-KEY                       PIC X(16).
           05  FARV-SOURCE-SYSTEM             PIC X(08).
           05  FARV-EXPECTED-TIME             PIC 9(04).
           05  FARV-LATEST-TIME               PIC 9(04).
           05  FARV-STATUS                    PIC X(01).
               88  FARV-STATUS-WAITING           VALUE 'W'.
               88  FARV-STATUS-ON-TIME           VALUE 'O'.
               88  FARV-STATUS-LATE              VALUE 'L'.
               88  FARV-STATUS-ARRIVED           VALUE 'O' 'L'.
           05  FARV-ARRIVAL-DATE              PIC 9(08).
           05  FARV-ARRIVAL-TIME              PIC 9(06).
           05  FARV-LATE-MINUTES              PIC 9(05).
           05  FARV-WARNED-SW                 PIC X(01).
               88  FARV-WARNED                   VALUE 'Y'.
           05  FARV-ESCALATED-SW              PIC X(01).
               88  FARV-ESCALATED                VALUE 'Y'.
           05  FARV-LAST-CHECK-DATE           PIC 9(08).
           05  FARV-LAST-CHECK-TIME           PIC 9(06).
           05  FARV-CHECK-CNT                 PIC 9(05).
           05  FARV-HDR-FEED-ID               PIC X(08).
           05  FILLER                         PIC X(19).
