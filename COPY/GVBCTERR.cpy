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
      *     GVBCTERR - SALES TERRITORY / SERVICING-BRANCH TABLE.
      *                ONE 80-BYTE CARD PER ROW ON THE TERRTBL DD,
      *                READ BY MBRTERR:
      *
      *                  TYPE Z - A ZIP RANGE (ZIP-LO THRU ZIP-HI,
      *                           FIVE DIGITS EACH) AND THE
      *                           TERRITORY/BRANCH THAT SERVICES IT.
      *                  TYPE S - A STATE, USED FOR A CUSTOMER WITH
      *                           NO USABLE ZIP (OR A ZIP NO RANGE
      *                           COVERS).
      *
      *                '*' IN COLUMN 1 IS A COMMENT.  RANGES MUST NOT
      *                OVERLAP AND A STATE MAY APPEAR ONLY ONCE - THE
      *                TABLE IS REFUSED WHOLE OTHERWISE, SO A
      *                REALIGNMENT IS ALWAYS A CLEAN TABLE CHANGE PLUS
      *                A RERUN.
      *
      *     NOTES:  1) THE ASSIGNMENT ITSELF LIVES IN THE VERSION-2
      *                EXPANSION AREA OF THE CUSTOMER RECORD (SEE
      *                GVBCCUS2, CUS2-TERRITORY-CD AND FRIENDS).
      *
      *----------------------------------------------------------------*

       01  TERR-TABLE-CARD.
           05  TERR-CARD-TYPE                 PIC X(01).
               88  TERR-CARD-COMMENT             VALUE '*'.
               88  TERR-CARD-ZIP-RANGE           VALUE 'Z'.
               88  TERR-CARD-STATE               VALUE 'S'.
           05  FILLER                         PIC X(01).
           05  TERR-ZIP-LO                    PIC X(05).
           05  FILLER                         PIC X(01).
           05  TERR-ZIP-HI                    PIC X(05).
           05  FILLER                         PIC X(01).
           05  TERR-STATE                     PIC X(02).
           05  FILLER                         PIC X(01).
           05  TERR-TERRITORY-CD              PIC X(04).
           05  FILLER                         PIC X(01).
           05  TERR-BRANCH-CD                 PIC X(04).
           05  FILLER                         PIC X(01).
           05  TERR-DESCRIPTION               PIC X(30).
           05  FILLER                         PIC X(23).
