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
      *     GVBCFRZQ - CHANGE QUEUED DURING THE BATCH WINDOW, FOR THE
      *                FRZQUEUE KSDS.  WHILE THE CYCLSTAT SWITCH (SEE
      *                GVBCCYST) READS 'B', MBRCUPD AND MBRCCHLD DO NOT
      *                TOUCH THE CUSTNAME FAMILY: EACH CHANGE AN
      *                OPERATOR KEYS IS EDITED AS USUAL AND FILED HERE
      *                WITH THE OPERATOR, TERMINAL AND TIME, PLUS THE
      *                IMAGE THE OPERATOR WAS LOOKING AT (MBRCUPD'S
      *                DISPLAY IMAGE, OR THE CHILD AS STORED WHEN THE
      *                COMMAND WAS KEYED).  ONCE THE CYCLE IS OVER THE
      *                MBRFRZAP STEP APPLIES THE QUEUE IN ARRIVAL
      *                ORDER UNDER THE SAME OPTIMISTIC-LOCK RULE THE
      *                ONLINE UPDATE LEG USES - A RECORD NO LONGER
      *                MATCHING THAT IMAGE WAS CHANGED BY THE BATCH
      *                AND THE ENTRY IS REPORTED AS A CONFLICT, NEVER
      *                APPLIED OVER THE LOAD.
      *
      *                KEYED BY THE QUEUED DATE AND TIME SO THE
      *                APPLIER'S BROWSE READS THE QUEUE IN THE ORDER
      *                THE OPERATORS KEYED IT; THE SEQUENCE NUMBER
      *                SEPARATES CHANGES QUEUED IN THE SAME SECOND.
      *
      *                THE CHANGE DATA IS THE TRANSACTION'S OWN INPUT:
      *                MBRCUPD'S REPLACEMENT FIELDS (A BLANK FIELD
      *                KEEPS THE VALUE ON FILE) OR MBRCCHLD'S COMMAND
      *                (ACTION, RECORD TYPE, SEQ, DATA).
      *
      *                STATUS CODES:
      *                  Q - QUEUED, AWAITING THE END OF THE CYCLE
      *                  A - APPLIED
      *                  C - CONFLICT - THE BATCH CHANGED THE RECORD
      *                  E - APPLY FAILED (REFUSED OR I/O ERROR)
      *                  P - SENSITIVE CHANGE PARKED ON PENDAPPR FOR
      *                      DUAL APPROVAL (SEE GVBCAPPR)
      *
      *----------------------------------------------------------------*

       01  FRZQ-RECORD-KEY.
           05  FRZQ-KEY-QUEUED-DATE           PIC 9(08).
           05  FRZQ-KEY-QUEUED-TIME           PIC 9(06).
           05  FRZQ-KEY-SEQ                   PIC 9(02).
      *
       01  FRZQ-RECORD.
           05  FRZQ-QUEUED-DATE               PIC 9(08).
           05  FRZQ-QUEUED-TIME               PIC 9(06).
           05  FRZQ-SEQ                       PIC 9(02).
           05  FRZQ-STATUS                    PIC X(01).
               88  FRZQ-STATUS-QUEUED            VALUE 'Q'.
               88  FRZQ-STATUS-APPLIED           VALUE 'A'.
               88  FRZQ-STATUS-CONFLICT          VALUE 'C'.
               88  FRZQ-STATUS-ERROR             VALUE 'E'.
               88  FRZQ-STATUS-PARKED            VALUE 'P'.
           05  FRZQ-SOURCE                    PIC X(01).
               88  FRZQ-SOURCE-PARENT            VALUE 'P'.
               88  FRZQ-SOURCE-CHILD             VALUE 'C'.
           05  FRZQ-KEY-ID                    PIC X(10).
           05  FRZQ-CYCLE-DATE                PIC 9(08).
           05  FRZQ-OPERATOR                  PIC X(08).
           05  FRZQ-TERMINAL                  PIC X(04).
           05  FRZQ-TRAN-ID                   PIC X(04).
           05  FRZQ-CHANGE-DATA               PIC X(76).
           05  FRZQ-PARENT-CHANGE  REDEFINES  FRZQ-CHANGE-DATA.
               10  FRZQ-UPD-NAME              PIC X(20).
               10  FRZQ-UPD-ADDR-LINE         PIC X(20).
               10  FRZQ-UPD-CITY              PIC X(13).
               10  FRZQ-UPD-STATE             PIC X(02).
               10  FRZQ-UPD-STATUS-CD         PIC X(01).
               10  FILLER                     PIC X(20).
           05  FRZQ-CHILD-CHANGE   REDEFINES  FRZQ-CHANGE-DATA.
               10  FRZQ-CMD-ACTION            PIC X(01).
                   88  FRZQ-CMD-ADD              VALUE 'A'.
                   88  FRZQ-CMD-CHANGE           VALUE 'C'.
                   88  FRZQ-CMD-DELETE           VALUE 'D'.
               10  FRZQ-CMD-REC-TYPE          PIC X(03).
               10  FRZQ-CMD-SEQ-NBR           PIC X(02).
               10  FRZQ-CMD-DATA              PIC X(67).
               10  FILLER                     PIC X(03).
      *      THE IMAGE AS STORED WHEN THE CHANGE WAS KEYED - SPACES
      *      FOR A CHILD ADD, WHICH MUST STILL FIND NO CHILD THERE.
           05  FRZQ-BEFORE-IMAGE              PIC X(96).
           05  FRZQ-RESULT-DATE               PIC 9(08).
           05  FRZQ-RESULT-TIME               PIC 9(06).
           05  FRZQ-RESULT-TEXT               PIC X(24).
           05  FILLER                         PIC X(38).
