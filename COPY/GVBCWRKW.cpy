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
      *     GVBCWRKW - CALLING INTERFACE TO MBRWRKWR, THE SHARED
      *                DATA-STEWARD WORK-QUEUE WRITER (SEE GVBCWORK
      *                FOR THE WORKQV RECORD).  EVERY PROGRAM THAT
      *                FINDS SOMETHING A STEWARD MUST FIX RAISES IT
      *                THROUGH THIS ONE WRITER, SO THE QUEUE HOLDS
      *                THE WHOLE BACKLOG WHICHEVER JOB FOUND IT.
      *
      *     FUNCTIONS:
      *         A - RAISE AN ITEM.  A NEW ITEM IS WRITTEN OPEN; ONE
      *             ALREADY QUEUED IS REFRESHED (SEE GVBCWORK NOTE
      *             1).  A BLANK WRKW-PRIORITY TAKES THE TYPE'S
      *             DEFAULT FROM WORK-TYPE-TABLE.
      *         R - THE EXCEPTION HAS CLEARED AT SOURCE: CLOSE THE
      *             ITEM IF IT IS STILL OPEN OR ASSIGNED, CLOSED BY
      *             WRKW-SOURCE-PGM.  NO ITEM IS NOT AN ERROR.
      *         C - CLOSE THE WORKQV DD.  CALL ONCE AT END OF RUN.
      *
      *     THE DD IS OPENED (I-O) ON THE FIRST CALL AND HELD TO
      *     THE CLOSE CALL.  NO WORKQV DD MEANS THE QUEUE IS NOT
      *     IN USE FOR THE RUN: IT IS REPORTED ONCE AND EVERY CALL
      *     ANSWERS '4', SO A PRODUCER'S OWN OUTPUT IS UNCHANGED.
      *     EACH ITEM IS WRITTEN UNDER THE GENEVA/WORKQV ENQ THE
      *     MWRK TRANSACTION TAKES, HELD FOR THAT ONE ITEM ONLY.
      *
      *     WRKW-RESULT SAYS WHAT HAPPENED:
      *         N - NEW ITEM QUEUED
      *         F - EXISTING ITEM REFRESHED
      *         O - ITEM REOPENED
      *         K - ITEM CLOSED (FUNCTION R)
      *         SPACE - NOTHING TO DO
      *
      *----------------------------------------------------------------*

       01  WRKW-WRITE-PARMS.
           05  WRKW-FUNCTION                  PIC X(01).
               88  WRKW-FCN-RAISE                 VALUE 'A'.
               88  WRKW-FCN-RESOLVE               VALUE 'R'.
               88  WRKW-FCN-CLOSE                 VALUE 'C'.
           05  WRKW-TYPE                      PIC X(01).
           05  WRKW-KEY-ID                    PIC X(10).
           05  WRKW-ITEM-REF                  PIC X(12).
           05  WRKW-PRIORITY                  PIC X(01).
           05  WRKW-SOURCE-PGM                PIC X(08).
           05  WRKW-DETAIL                    PIC X(30).
           05  WRKW-RESULT                    PIC X(01).
               88  WRKW-RESULT-NEW                VALUE 'N'.
               88  WRKW-RESULT-REFRESHED          VALUE 'F'.
               88  WRKW-RESULT-REOPENED           VALUE 'O'.
               88  WRKW-RESULT-CLOSED             VALUE 'K'.
               88  WRKW-RESULT-NONE               VALUE ' '.
           05  WRKW-RETURN-CODE               PIC X(01).
               88  WRKW-RET-OK                    VALUE '0'.
               88  WRKW-RET-NO-QUEUE-DD           VALUE '4'.
               88  WRKW-RET-FAILED                VALUE '8'.
