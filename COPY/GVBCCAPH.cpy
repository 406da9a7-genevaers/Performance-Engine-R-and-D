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
      *     GVBCCAPH - VSAM CAPACITY HISTORY RECORD FOR THE CAPHIST
      *                DATASET.  ONE RECORD PER CLUSTER PER NIGHT,
      *                APPENDED BY MBRCAPCL FROM THE IDCAMS LISTCAT
      *                STATISTICS OF THE CLUSTER'S DATA COMPONENT;
      *                READ BY THE MBRCAPRP MONTHLY CAPACITY REPORT.
      *                SPLIT COUNTS ARE CUMULATIVE SINCE THE CLUSTER
      *                WAS LAST DEFINED (RELOADED), SO A DROP FROM ONE
      *                NIGHT TO THE NEXT MARKS A REORGANIZATION.
      *                SPACE FIGURES ARE BYTES (RELATIVE BYTE
      *                ADDRESSES): HI-A IS THE SPACE ALLOCATED SO FAR,
      *                HI-U THE SPACE ACTUALLY USED.
      *
      *----------------------------------------------------------------*

       01  CAPH-RECORD.
           05  CAPH-RUN-DATE                  PIC 9(08).
           05  CAPH-RUN-TIME                  PIC 9(06).
           05  CAPH-CLUSTER-NAME              PIC X(44).
           05  CAPH-REC-TOTAL                 PIC S9(11) COMP-3.
           05  CAPH-SPLITS-CI                 PIC S9(11) COMP-3.
           05  CAPH-SPLITS-CA                 PIC S9(11) COMP-3.
           05  CAPH-EXTENTS                   PIC S9(04) COMP.
           05  CAPH-HI-A-RBA                  PIC S9(15) COMP-3.
           05  CAPH-HI-U-RBA                  PIC S9(15) COMP-3.
           05  FILLER                         PIC X(26).
