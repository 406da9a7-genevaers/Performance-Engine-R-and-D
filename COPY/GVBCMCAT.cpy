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
      *     GVBCMCAT - OPERATOR MESSAGE CATALOG RECORD FOR THE MSGCAT
      *                KSDS AND THE MBRMSGMT MAINTENANCE CARD.
      *
      *                ONE RECORD PER MBR MESSAGE ID (SEE GVBCALRT FOR
      *                THE MBRNNNNS NUMBERING), KEYED BY THE ID, SO THE
      *                OPERATOR WHO SEES AN ALERT ON THE CONSOLE CAN
      *                LOOK UP WHAT IT MEANS AND WHAT TO DO WITHOUT
      *                PHONING ANYONE:
      *                  SEVERITY    - I, W OR E, DEFAULTED FROM THE
      *                                ID'S SUFFIX WHEN THE ENTRY IS
      *                                ADDED
      *                  RERUN       - Y IF THE FAILING STEP MAY BE
      *                                RERUN ONCE THE CAUSE IS FIXED,
      *                                N IF IT MUST NOT BE
      *                  CONTACT     - WHO TO ESCALATE TO
      *                  EXPLANATION, PROBABLE CAUSE, OPERATOR ACTION
      *                              - THREE LINES OF 50 EACH; THE
      *                                TEXT-LINE VIEW NUMBERS THEM 1-9
      *                                SO A CARD CAN SET ANY ONE LINE
      *
      *                MAINTAINED, LISTED AND PRINTED AS THE OPERATOR
      *                MESSAGE MANUAL BY MBRMSGMT; READ BY EVERY OTHER
      *                PROGRAM THROUGH MBRMCTLK (SEE GVBCMCTL).
      *
      *----------------------------------------------------------------*

       01  MCAT-RECORD-KEY                    PIC X(08).
      *
       01  MCAT-RECORD.
           05  MCAT-MSG-ID                    PIC X(08).
           05  MCAT-SEVERITY                  PIC X(01).
               88  MCAT-SEV-INFORMATION          VALUE 'I'.
               88  MCAT-SEV-WARNING              VALUE 'W'.
               88  MCAT-SEV-ERROR                VALUE 'E'.
               88  MCAT-SEV-VALID                VALUE 'I' 'W' 'E'.
           05  MCAT-RERUN                     PIC X(01).
               88  MCAT-RERUN-ALLOWED            VALUE 'Y'.
               88  MCAT-RERUN-NOT-ALLOWED        VALUE 'N'.
               88  MCAT-RERUN-VALID              VALUE 'Y' 'N'.
           05  MCAT-CONTACT                   PIC X(50).
           05  MCAT-TEXT-AREA.
               10  MCAT-EXPLANATION.
                   15  MCAT-EXPLAIN-LINE      OCCURS 3 TIMES
                                              PIC X(50).
               10  MCAT-CAUSE.
                   15  MCAT-CAUSE-LINE        OCCURS 3 TIMES
                                              PIC X(50).
               10  MCAT-ACTION.
                   15  MCAT-ACTION-LINE       OCCURS 3 TIMES
                                              PIC X(50).
           05  MCAT-TEXT-LINES REDEFINES MCAT-TEXT-AREA.
               10  MCAT-TEXT-LINE             OCCURS 9 TIMES
                                              PIC X(50).
           05  MCAT-MAINT-DATE                PIC 9(08).
           05  MCAT-MAINT-FUNCTION            PIC X(08).
           05  FILLER                         PIC X(24).
      *
      *****************************************************************
      *  MBRMSGMT MAINTENANCE CARD.  ADD CREATES THE ENTRY (SEVERITY
      *  FROM THE ID'S SUFFIX, RERUN N, EVERYTHING ELSE BLANK); SET
      *  REPLACES ONE FIELD - FOR THE THREE-LINE TEXTS, ONE LINE,
      *  LINE 1 IF THE LINE NUMBER IS BLANK, AND A BLANK TEXT CLEARS
      *  THE LINE.  LIST AND MANUAL WITH AN ID COVER THAT ID ONLY.
      *
      *    COLS  1-8   FUNCTION  ADD / SET / DELETE / LIST / MANUAL
      *    COLS 10-17  MESSAGE ID
      *    COLS 19-26  FIELD     SEVERITY / RERUN / CONTACT /
      *                          EXPLAIN / CAUSE / ACTION
      *    COL  28     LINE NUMBER 1-3
      *    COLS 30-79  TEXT
      *****************************************************************
       01  MCAT-CARD.
           05  MCAT-CARD-FUNCTION             PIC X(08).
               88  MCAT-CARD-ADD                 VALUE 'ADD     '.
               88  MCAT-CARD-SET                 VALUE 'SET     '.
               88  MCAT-CARD-DELETE              VALUE 'DELETE  '.
               88  MCAT-CARD-LIST                VALUE 'LIST    '.
               88  MCAT-CARD-MANUAL              VALUE 'MANUAL  '.
           05  FILLER                         PIC X(01).
           05  MCAT-CARD-MSG-ID               PIC X(08).
           05  FILLER                         PIC X(01).
           05  MCAT-CARD-FIELD                PIC X(08).
               88  MCAT-FLD-SEVERITY             VALUE 'SEVERITY'.
               88  MCAT-FLD-RERUN                VALUE 'RERUN   '.
               88  MCAT-FLD-CONTACT              VALUE 'CONTACT '.
               88  MCAT-FLD-EXPLAIN              VALUE 'EXPLAIN '.
               88  MCAT-FLD-CAUSE                VALUE 'CAUSE   '.
               88  MCAT-FLD-ACTION               VALUE 'ACTION  '.
           05  FILLER                         PIC X(01).
           05  MCAT-CARD-LINE                 PIC X(01).
           05  FILLER                         PIC X(01).
           05  MCAT-CARD-TEXT                 PIC X(50).
           05  FILLER                         PIC X(01).
