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
      *     GVBCAUDH - TAMPER-EVIDENT CHAIN OVER THE AUDIT JOURNALS,
      *                THE AUDCHNV CHAIN-HEAD CLUSTER, AND THE
      *                CALLING INTERFACE OF THE MBRAUDCH CHAIN-LINK
      *                SERVICE.
      *
      *                EVERY PAIR APPENDED TO CUSTNAUD (AND TO THE
      *                SAME-SHAPED CASEAUD) CARRIES TWO TRAILING
      *                FIELDS AFTER ITS AFTER IMAGE: A CHAIN SEQUENCE
      *                NUMBER, ONE UP FROM THE PREVIOUS PAIR, AND A
      *                CHAIN HASH FOLDED FROM THE PREVIOUS PAIR'S
      *                CHAIN HASH AND THIS PAIR'S OWN 223 BYTES
      *                THROUGH MBRCKSUM FUNCTION 'A':
      *                  1) THE SEQUENCE AND THE 31-BYTE PAIR PREFIX
      *                     (DATE, TIME, CHANGE TYPE, KEY), SPACE-
      *                     FILLED TO 96 BYTES
      *                  2) THE BEFORE IMAGE
      *                  3) THE AFTER IMAGE
      *                SO EDITING, REMOVING, REORDERING OR INSERTING A
      *                PAIR ANYWHERE BREAKS EVERY LATER LINK.  THE
      *                FIRST PAIR OF A CHAIN IS SEQUENCE 1, FOLDED
      *                FROM A PRIOR HASH OF ZERO.
      *
      *                AUDCHNV HOLDS ONE ROW PER CHAIN (KEYED BY THE
      *                CHAIN ID, NORMALLY THE JOURNAL DD NAME) WITH
      *                THE LAST SEQUENCE AND HASH ISSUED, SO A WRITER
      *                CAN EXTEND THE CHAIN WITHOUT READING THE
      *                JOURNAL, AND MBRAUDCV CAN TELL A JOURNAL CUT
      *                SHORT AT THE END FROM A COMPLETE ONE.
      *
      *     NOTES:  1) MBRAUDCH IS THE ONE PLACE THE LINK IS COMPUTED
      *                - MBRAUDWR, MLOADVS AND MBRARRST LINK THROUGH
      *                IT BEFORE EACH WRITE, AND MBRAUDCV RECOMPUTES
      *                THROUGH ITS 'H' FUNCTION - SO WRITER AND
      *                VERIFIER CAN NEVER DRIFT BY ALGORITHM.
      *             2) A MISSING AUDCHNV DD FOLLOWS THE OPTIONAL-DD
      *                CONVENTION (REPORTED ONCE, ANSWERED '4'); THE
      *                PAIRS OF SUCH A RUN GO OUT UNCHAINED, SEQUENCE
      *                AND HASH ZERO, AND MBRAUDCV REPORTS THE FIRST
      *                OF THEM AS A BREAK - AS IT SHOULD.
      *             3) A PARTITIONED MLOADVS STREAM WRITES ITS OWN
      *                JOURNAL DATASET, SO IT CHAINS UNDER ITS OWN ID
      *                'MLOADNNN' (NNN = PARTITION NUMBER).
      *             4) A RIGHT-TO-ERASURE SCRUB HAS TO CHANGE PAIRS
      *                ALREADY SEALED.  MBRSCRUB CHECKS EACH LINK AS
      *                IT COPIES, RE-FOLDS FROM THE FIRST SCRUBBED
      *                PAIR ON, AND RESEALS THE HEAD ('R').  IT
      *                STOPS RESEALING AT A LINK THAT WAS ALREADY
      *                BROKEN, SO AN EARLIER TAMPER IS NEVER HIDDEN.
      *
      *----------------------------------------------------------------*

       01  AUDH-RECORD-KEY                    PIC X(08).
      *
       01  AUDH-RECORD.
           05  AUDH-KEY-CHAIN-ID              PIC X(08).
           05  AUDH-LAST-SEQ                  PIC 9(09).
           05  AUDH-LAST-HASH                 PIC 9(15).
           05  AUDH-LAST-DATE                 PIC 9(08).
           05  AUDH-LAST-TIME                 PIC 9(06).
           05  FILLER                         PIC X(04).
      *
       01  AUDH-LINK-PARMS.
           05  AUDH-FUNCTION                  PIC X(01).
               88  AUDH-FCN-LINK                 VALUE 'L'.
               88  AUDH-FCN-HASH                 VALUE 'H'.
               88  AUDH-FCN-CLOSE                VALUE 'C'.
               88  AUDH-FCN-RESEAL               VALUE 'R'.
           05  AUDH-CHAIN-ID                  PIC X(08).
           05  AUDH-PAIR-IMAGE                PIC X(223).
           05  AUDH-PRIOR-HASH                PIC 9(15).
           05  AUDH-CHAIN-SEQ                 PIC 9(09).
           05  AUDH-CHAIN-HASH                PIC 9(15).
           05  AUDH-RETURN-CODE               PIC X(01).
               88  AUDH-RET-OK                   VALUE '0'.
               88  AUDH-RET-NO-CHAIN-DD          VALUE '4'.
               88  AUDH-RET-FAILED               VALUE '8'.
