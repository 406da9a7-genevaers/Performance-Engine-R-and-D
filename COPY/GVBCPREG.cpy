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
      *     GVBCPREG - PARAMETER REGISTRY RECORD FOR THE PARMREG KSDS,
      *                ITS PARMHIST CHANGE JOURNAL, AND THE MBRPARMT
      *                MAINTENANCE CARD.
      *
      *                ONE RECORD PER PROGRAM, KEYWORD AND EFFECTIVE
      *                DATE.  THE VALUE IN FORCE ON A DATE IS THE ROW
      *                WITH THE LATEST EFFECTIVE DATE NOT AFTER IT; A
      *                RETIRED ROW ('R') MEANS THE REGISTRY HOLDS NO
      *                VALUE FROM THAT DATE AND THE PROGRAM'S OWN
      *                DEFAULT STANDS.  A ROW ONCE IN FORCE IS NEVER
      *                CHANGED OR REMOVED - A NEW VALUE IS A NEW ROW -
      *                SO THE CLUSTER ITSELF ANSWERS WHAT WAS IN FORCE
      *                ON ANY NIGHT.  ONLY A ROW NOT YET IN FORCE MAY
      *                BE CORRECTED OR CANCELLED.
      *
      *                MBRKWRD RESOLVES EVERY KEYWORD A UTILITY ASKS
      *                FOR FROM HERE FIRST (PROGRAM = THE CALLER ID),
      *                AS OF THE RUN DATE; A CTLCARD CARD MAY THEN
      *                OVERRIDE A REGISTRY VALUE ONLY WHERE THE ROW
      *                SAYS OVERRIDE IS ALLOWED.
      *
      *                MAINTAINED AND LISTED BY MBRPARMT, WHICH WRITES
      *                ONE PARMHIST RECORD FOR EVERY CHANGE IT MAKES
      *                (WHO, WHEN, THE VALUE BEFORE AND AFTER).
      *
      *----------------------------------------------------------------*

       01  PREG-RECORD-KEY.
           05  PREG-KEY-PROGRAM               PIC X(08).
           05  PREG-KEY-KEYWORD               PIC X(12).
           05  PREG-KEY-EFF-DATE              PIC 9(08).
      *
       01  PREG-RECORD.
           05  PREG-PROGRAM                   PIC X(08).
           05  PREG-KEYWORD                   PIC X(12).
           05  PREG-EFF-DATE                  PIC 9(08).
           05  PREG-VALUE                     PIC X(64).
           05  PREG-OVERRIDE                  PIC X(01).
               88  PREG-OVERRIDE-ALLOWED         VALUE 'Y'.
           05  PREG-STATUS                    PIC X(01).
               88  PREG-STATUS-SET               VALUE 'S'.
               88  PREG-STATUS-RETIRED           VALUE 'R'.
           05  PREG-CHANGED-BY                PIC X(08).
           05  PREG-CHANGED-DATE              PIC 9(08).
           05  PREG-CHANGED-TIME              PIC 9(06).
           05  FILLER                         PIC X(44).
      *
      *****************************************************************
      *  PARMHIST CHANGE JOURNAL RECORD (SEQUENTIAL, EXTENDED BY
      *  EACH MBRPARMT RUN).  ACTIONS: SET (NEW ROW), CORRECT (A ROW
      *  NOT YET IN FORCE RE-SET), RETIRE, CANCEL (A ROW NOT YET IN
      *  FORCE REMOVED).  THE BEFORE FIELDS ARE BLANK FOR A NEW ROW.
      *****************************************************************
       01  PRGH-RECORD.
           05  PRGH-ACTION                    PIC X(08).
           05  PRGH-PROGRAM                   PIC X(08).
           05  PRGH-KEYWORD                   PIC X(12).
           05  PRGH-EFF-DATE                  PIC 9(08).
           05  PRGH-OLD-VALUE                 PIC X(64).
           05  PRGH-OLD-OVERRIDE              PIC X(01).
           05  PRGH-OLD-STATUS                PIC X(01).
           05  PRGH-NEW-VALUE                 PIC X(64).
           05  PRGH-NEW-OVERRIDE              PIC X(01).
           05  PRGH-NEW-STATUS                PIC X(01).
           05  PRGH-CHANGED-BY                PIC X(08).
           05  PRGH-CHANGED-DATE              PIC 9(08).
           05  PRGH-CHANGED-TIME              PIC 9(06).
           05  FILLER                         PIC X(10).
      *
      *****************************************************************
      *  MBRPARMT MAINTENANCE CARD.  PROGRAM AND KEYWORD ARE THOSE
      *  THE UTILITY PASSES TO MBRKWRD.  A BLANK EFFECTIVE DATE
      *  MEANS THE RUN DATE; NO ROW MAY TAKE EFFECT BEFORE IT.
      *  OVERRIDE IS 'Y' TO LET A CTLCARD CARD OVERRIDE THE VALUE
      *  (BLANK OR 'N' - IT MAY NOT).  CHANGED-BY, THE PERSON
      *  MAKING THE CHANGE, IS REQUIRED ON EVERY CHANGE.
      *  A VALUE LONGER THAN THE CARD'S 21 BYTES CONTINUES ON THE
      *  NEXT CARD: '+' IN COLUMN 1, COLUMNS 2-44 APPENDED.
      *  LIST PRINTS EVERY VALUE IN FORCE ON THE EFFECTIVE-DATE
      *  COLUMN'S DATE (BLANK - TODAY), FOR ONE PROGRAM OR ALL;
      *  HISTORY PRINTS EVERY ROW, PAST AND FUTURE, WITH WHO SET IT.
      *****************************************************************
       01  PREG-CARD.
           05  PREG-CARD-FUNCTION             PIC X(08).
               88  PREG-CARD-SET                 VALUE 'SET     '.
               88  PREG-CARD-RETIRE              VALUE 'RETIRE  '.
               88  PREG-CARD-CANCEL              VALUE 'CANCEL  '.
               88  PREG-CARD-LIST                VALUE 'LIST    '.
               88  PREG-CARD-HISTORY             VALUE 'HISTORY '.
           05  FILLER                         PIC X(01).
           05  PREG-CARD-PROGRAM              PIC X(08).
           05  FILLER                         PIC X(01).
           05  PREG-CARD-KEYWORD              PIC X(12).
           05  FILLER                         PIC X(01).
           05  PREG-CARD-EFF-DATE             PIC X(08).
           05  FILLER                         PIC X(01).
           05  PREG-CARD-OVERRIDE             PIC X(01).
           05  FILLER                         PIC X(01).
           05  PREG-CARD-CHANGED-BY           PIC X(08).
           05  FILLER                         PIC X(01).
           05  PREG-CARD-VALUE                PIC X(21).
           05  FILLER                         PIC X(08).
       01  PREG-CONT-CARD REDEFINES PREG-CARD.
           05  PREG-CONT-MARK                 PIC X(01).
               88  PREG-CONT-CARD-FOLLOWS        VALUE '+'.
           05  PREG-CONT-VALUE                PIC X(43).
           05  FILLER                         PIC X(36).
