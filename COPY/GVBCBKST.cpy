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
      *     GVBCBKST - POINT-IN-TIME BACKUP SET OF THE CUSTOMER
      *                CLUSTERS.  MBRBKSET TAKES EVERY CLUSTER IN
      *                BKST-SET-LIST UNDER ONE HOLD OF THE GENEVA/
      *                CUSTNAMV ENQUEUE AND WRITES:
      *
      *                BKUPSET  - ONE BKST-RECORD PER CLUSTER RECORD,
      *                           CLUSTER BY CLUSTER IN LIST ORDER,
      *                           EACH STAMPED WITH THE SET DATE/TIME
      *                           AND ITS SOURCE DDNAME, THE IMAGE
      *                           CARRIED AT ITS TRUE LENGTH.
      *                BKUPMANF - THE MANIFEST: A HEADER, ONE CLUSTER
      *                           RECORD PER LIST ENTRY (RECORD COUNT
      *                           AND WHOLE-CLUSTER HASH, OR NOT
      *                           ALLOCATED) AND A TRAILER.
      *
      *                MBRBKRST RELOADS THE WHOLE SET FROM BKUPSET AND
      *                CHECKS EVERY RESTORED CLUSTER AGAINST THE
      *                MANIFEST.  THE CLUSTER HASH IS THE MBRCKSUM
      *                ACCUMULATE FUNCTION (SEE GVBCCKSM) OVER EACH
      *                IMAGE IN KEY ORDER, 96 BYTES AT A TIME, THE
      *                LAST SLICE OF AN IMAGE PADDED WITH SPACES.
      *
      *                THE SET LIST IS THE ONE PLACE THE MEMBERSHIP
      *                LIVES: THE PARENT CLUSTER AND ITS THREE CHILD
      *                CLUSTERS ARE REQUIRED (R), EVERY OTHER
      *                STRUCTURE HANGING OFF THE CUSTOMER IS TAKEN
      *                WHEN ITS DD IS ALLOCATED (O).
      *
      *                THE MANIFEST HEADER NAMES THE PERSONAL-DATA KEY
      *                GENERATION THE SET'S PROTECTED FIELDS ARE UNDER
      *                (SEE GVBCPIIK; 000 IS CLEAR TEXT).  MBRBKRST
      *                WILL NOT RELOAD A SET TAKEN UNDER A GENERATION
      *                OTHER THAN THE ONE ACTIVE NOW - THE RESTORED
      *                CLUSTERS WOULD NOT REVEAL UNDER THE ACTIVE KEY.
      *
      *----------------------------------------------------------------*

       01  BKST-RECORD.
           05  BKST-SET-DATE                  PIC 9(08).
           05  BKST-SET-TIME                  PIC 9(06).
           05  BKST-CLUSTER-DD                PIC X(08).
           05  BKST-IMAGE-LENGTH              PIC S9(04) COMP.
           05  BKST-IMAGE                     PIC X(256).
      *
       01  BKMF-RECORD.
           05  BKMF-REC-TYPE                  PIC X(01).
               88  BKMF-IS-HEADER                VALUE 'H'.
               88  BKMF-IS-CLUSTER               VALUE 'C'.
               88  BKMF-IS-TRAILER               VALUE 'T'.
           05  BKMF-SET-DATE                  PIC 9(08).
           05  BKMF-SET-TIME                  PIC 9(06).
           05  BKMF-BODY                      PIC X(65).
           05  BKMF-HEADER-BODY REDEFINES BKMF-BODY.
               10  BKMF-HDR-PII-KEY-GEN       PIC X(03).
               10  FILLER                     PIC X(62).
           05  BKMF-CLUSTER-BODY REDEFINES BKMF-BODY.
               10  BKMF-CLUSTER-DD            PIC X(08).
               10  BKMF-STATUS                PIC X(01).
                   88  BKMF-BACKED-UP            VALUE 'B'.
                   88  BKMF-NOT-ALLOCATED        VALUE 'N'.
               10  BKMF-RECORD-CNT            PIC 9(11).
               10  BKMF-HASH-VALUE            PIC 9(15).
               10  BKMF-MAX-RECLEN            PIC 9(04).
               10  FILLER                     PIC X(26).
           05  BKMF-TRAILER-BODY REDEFINES BKMF-BODY.
               10  BKMF-TRL-CLUSTER-CNT       PIC 9(04).
               10  BKMF-TRL-RECORD-CNT        PIC 9(11).
               10  FILLER                     PIC X(50).
      *
       01  BKST-SET-LIST-VALUES.
           05  FILLER                         PIC X(09)
                                              VALUE 'CUSTNAMVR'.
           05  FILLER                         PIC X(09)
                                              VALUE 'CUSTADRVR'.
           05  FILLER                         PIC X(09)
                                              VALUE 'CUSTCTCVR'.
           05  FILLER                         PIC X(09)
                                              VALUE 'CUSTLGNVR'.
           05  FILLER                         PIC X(09)
                                              VALUE 'CUSTRELVO'.
           05  FILLER                         PIC X(09)
                                              VALUE 'CUSTHISTO'.
           05  FILLER                         PIC X(09)
                                              VALUE 'CUSTAGRXO'.
           05  FILLER                         PIC X(09)
                                              VALUE 'HOLDLISTO'.
           05  FILLER                         PIC X(09)
                                              VALUE 'CONSENT O'.
           05  FILLER                         PIC X(09)
                                              VALUE 'SUSPNSV O'.
           05  FILLER                         PIC X(09)
                                              VALUE 'PHONIDXVO'.
           05  FILLER                         PIC X(09)
                                              VALUE 'KEYALIASO'.
           05  FILLER                         PIC X(09)
                                              VALUE 'HHLDXREFO'.
           05  FILLER                         PIC X(09)
                                              VALUE 'HOUSEHLDO'.
           05  FILLER                         PIC X(09)
                                              VALUE 'MERGEFWDO'.
       01  BKST-SET-LIST REDEFINES BKST-SET-LIST-VALUES.
           05  BKST-SET-ENTRY                 OCCURS 15 TIMES.
               10  BKST-SET-DD                PIC X(08).
               10  BKST-SET-REQ-SW            PIC X(01).
                   88  BKST-SET-REQUIRED         VALUE 'R'.
       01  BKST-SET-COUNT                     PIC S9(04) COMP
                                              VALUE +15.
