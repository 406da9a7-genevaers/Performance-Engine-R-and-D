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
      *     GVBCBRST - REPORT BURST DISTRIBUTION TABLE (THE BURSTTBL
      *                DD READ BY GVBXP8).  ONE 80-BYTE RECORD PER
      *                CONTROL-BREAK VALUE (A CUST-STATE, A SOURCE-
      *                SYSTEM CODE, ...) NAMING THE OUTPUT DD ITS
      *                PAGES ARE BURST TO.  SEVERAL VALUES MAY SHARE
      *                ONE DD (A REGIONAL OFFICE COVERING SEVERAL
      *                STATES); THE SYSOUT CLASS/DEST OF EACH DD IS SET
      *                ON ITS DD STATEMENT.  A BREAK VALUE OF '*' NAMES
      *                THE DD FOR EVERY VALUE NOT OTHERWISE LISTED;
      *                WITHOUT ONE THOSE PAGES GO TO DD BURSTOTH.
      *                RECORDS WITH A BLANK BREAK VALUE ARE IGNORED.
      *
      *----------------------------------------------------------------*

       01  BRST-RECORD.
           05  BRST-BREAK-VALUE               PIC X(08).
               88  BRST-DEFAULT-ENTRY            VALUE '*'.
           05  BRST-DDNAME                    PIC X(08).
           05  BRST-DESCRIPTION               PIC X(30).
           05  FILLER                         PIC X(34).
