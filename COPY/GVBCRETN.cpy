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
      *     GVBCRETN - RETENTION POLICY FOR THE OPERATIONAL JOURNALS
      *                AND LOGS, APPLIED BY THE MBRRETN HOUSEKEEPING
      *                JOB.
      *
      *                RETN-POLICY-CARD - ONE 80-BYTE CARD PER DATASET
      *                ON THE RETNPOL DD ('*' IN COLUMN 1 IS A
      *                COMMENT).  THE DATASET ID NAMES ONE OF THE
      *                FORMATS MBRRETN KNOWS (ALERTLOG, CINQLOG,
      *                STATHIST, RUNCTL, CORRREG, SENTLOG, RPTSTORE,
      *                AND XR6REJ/XR6SUM FOR THE GVBXR6 CUSTREJ AND
      *                SUMMARY FILES); KEEP DAYS IS THE RETENTION
      *                PERIOD; THE DISPOSITION SAYS WHAT HAPPENS TO A
      *                RECORD OLDER THAN THAT - DELETE DROPS IT,
      *                ARCHIVE ROLLS IT COMPRESSED TO OPSARCH FIRST.
      *                KEEP DD NAMES THE NEW GENERATION THE RETAINED
      *                RECORDS OF A FLAT DATASET ARE COPIED FORWARD
      *                TO (NOT USED FOR RUNCTL, WHICH IS PRUNED IN
      *                PLACE).
      *
      *                RETN-ARCH-RECORD - THE OPSARCH COMPRESSED
      *                ARCHIVE, LENGTH-PREFIXED AS ARCHVHST IS, WITH
      *                THE DATASET ID AND ROLL DATE IN THE CLEAR SO A
      *                RESTORE CAN PICK ONE DATASET BACK OUT.
      *
      *----------------------------------------------------------------*

       01  RETN-POLICY-CARD.
           05  RETN-DATASET-ID                PIC X(08).
           05  FILLER                         PIC X(01).
           05  RETN-KEEP-DAYS                 PIC X(05).
           05  RETN-KEEP-DAYS-N               REDEFINES
               RETN-KEEP-DAYS                 PIC 9(05).
           05  FILLER                         PIC X(01).
           05  RETN-DISPOSITION               PIC X(07).
               88  RETN-DISP-DELETE           VALUE 'DELETE '.
               88  RETN-DISP-ARCHIVE          VALUE 'ARCHIVE'.
           05  FILLER                         PIC X(01).
           05  RETN-KEEP-DDNAME               PIC X(08).
           05  FILLER                         PIC X(49).

       01  RETN-ARCH-RECORD.
           05  RETN-ARCH-LENGTH               PIC S9(04) COMP.
           05  RETN-ARCH-DATASET-ID           PIC X(08).
           05  RETN-ARCH-ROLL-DATE            PIC 9(08).
           05  RETN-ARCH-DATA                 PIC X(160).
