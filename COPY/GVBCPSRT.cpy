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
      *     GVBCPSRT - POSTAL PRESORT RECORDS.
      *
      *                PSRT-TRAY-RECORD IS THE TRAY BREAK RECORD
      *                MBRPSORT WRITES AHEAD OF EACH TRAY'S PIECES
      *                ON THE PRESORTED MAILING (MAILSORT), CARRYING
      *                THE TRAY LABEL THE MAIL HOUSE PRINTS.  IT IS
      *                160 BYTES TO RIDE IN THE MAILOUT STREAM; THE
      *                'TRY ' TAG IN BYTES 1-4 MARKS IT THE WAY THE
      *                GVBCHDRT 'HDR '/'TRL ' TAGS MARK THE CONTROL
      *                RECORDS, AND LIKE THEM IT IS NOT COUNTED IN
      *                THE TRAILER.  ON THE PRESORTED CORRESPONDENCE
      *                (CORRSORT) THE SAME LABEL IS PRINTED AS A
      *                SEPARATOR PAGE AHEAD OF THE TRAY'S LETTERS.
      *
      *                TRAY LEVELS, IN OUTPUT ORDER:
      *                  5DIG - ONE 5-DIGIT ZIP WITH AT LEAST THE
      *                         5-DIGIT MINIMUM OF PIECES
      *                  3DIG - THE REMAINING PIECES OF ONE 3-DIGIT
      *                         ZIP PREFIX, AT LEAST THE 3-DIGIT
      *                         MINIMUM OF THEM
      *                  RES  - EVERYTHING ELSE, INCLUDING PIECES
      *                         WITH NO USABLE ZIP
      *                A GROUP LARGER THAN THE TRAY CAPACITY SPILLS
      *                INTO FURTHER TRAYS OF THE SAME LEVEL.
      *
      *                PSRT-INDEX-RECORD IS ONE ROW PER LETTER MBRCORR
      *                PRINTS ON CORRPRT, IN PRINT ORDER (CORRIDX),
      *                GIVING THE DELIVERY ZIP AND THE NUMBER OF PRINT
      *                LINES SO MBRPSORT CAN REORDER WHOLE LETTERS.
      *
      *----------------------------------------------------------------*

       01  PSRT-TRAY-RECORD.
           05  PSRT-TRY-ID                    PIC X(04).
               88  PSRT-IS-TRAY                  VALUE 'TRY '.
           05  PSRT-TRY-SEQ                   PIC 9(05).
           05  PSRT-TRY-OF-CNT                PIC 9(05).
           05  PSRT-TRY-LEVEL                 PIC X(04).
               88  PSRT-LEVEL-5DIG               VALUE '5DIG'.
               88  PSRT-LEVEL-3DIG               VALUE '3DIG'.
               88  PSRT-LEVEL-RESIDUAL           VALUE 'RES '.
           05  PSRT-TRY-DEST-ZIP              PIC X(05).
           05  PSRT-TRY-PIECE-CNT             PIC 9(05).
           05  PSRT-TRY-MAILING-ID            PIC X(08).
           05  PSRT-TRY-LABEL-DEST            PIC X(40).
           05  PSRT-TRY-LABEL-CONTENT         PIC X(40).
           05  FILLER                         PIC X(44).
      *
       01  PSRT-INDEX-RECORD.
           05  PSRT-IDX-LETTER-SEQ            PIC 9(08).
           05  PSRT-IDX-KEY-ID                PIC X(10).
           05  PSRT-IDX-LETTER-ID             PIC X(08).
           05  PSRT-IDX-POSTAL-CD             PIC X(09).
           05  PSRT-IDX-CITY                  PIC X(13).
           05  PSRT-IDX-STATE                 PIC X(02).
           05  PSRT-IDX-LINE-CNT              PIC 9(04).
           05  FILLER                         PIC X(26).
