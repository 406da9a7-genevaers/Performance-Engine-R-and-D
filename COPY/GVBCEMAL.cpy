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
      *     GVBCEMAL - MAIL GATEWAY INTERFACE RECORDS.
      *
      *                EMAL-OUT-RECORD IS THE OUTBOUND E-MAIL FILE
      *                MBRCORR WRITES (CORRMAIL) FOR THE MAIL GATEWAY:
      *                ONE 'H' HEADER PER LETTER CARRYING THE
      *                RECIPIENT ADDRESS AND THE BODY LINE COUNT,
      *                FOLLOWED BY THAT MANY 'B' BODY RECORDS, EACH
      *                ONE RENDERED TEMPLATE LINE WITHOUT CARRIAGE
      *                CONTROL.  EVERY RECORD CARRIES THE CUSTOMER
      *                KEY, LETTER ID AND CTC SEQUENCE, SO THE
      *                GATEWAY CAN QUOTE THEM BACK.
      *
      *                EMAL-BOUNCE-RECORD IS ONE BOUNCE AS THE
      *                GATEWAY RETURNS IT (BOUNCE), READ BY MBRBOUNC.
      *                THE ADDRESS IS THE ONE THE LETTER WENT TO, SO
      *                A BOUNCE FOR AN ADDRESS A STEWARD HAS SINCE
      *                CORRECTED DOES NOT MARK THE NEW ONE.  ONLY A
      *                HARD BOUNCE MARKS THE CTC CHILD; A SOFT BOUNCE
      *                (MAILBOX FULL, GATEWAY DEFERRAL) IS COUNTED
      *                AND LEFT TO THE GATEWAY'S OWN RETRIES.
      *
      *----------------------------------------------------------------*

       01  EMAL-OUT-RECORD.
           05  EMAL-REC-TYPE                  PIC X(01).
               88  EMAL-REC-HEADER               VALUE 'H'.
               88  EMAL-REC-BODY                 VALUE 'B'.
           05  EMAL-KEY-ID                    PIC X(10).
           05  EMAL-LETTER-ID                 PIC X(08).
           05  EMAL-CTC-SEQ-NBR               PIC X(02).
           05  EMAL-DATA                      PIC X(99).
      *
       01  EMAL-HEADER-FIELDS      REDEFINES  EMAL-OUT-RECORD.
           05  FILLER                         PIC X(21).
           05  EMAL-HDR-ADDRESS               PIC X(30).
           05  EMAL-HDR-TRIG-DATE             PIC X(08).
           05  EMAL-HDR-LINE-CNT              PIC 9(04).
           05  FILLER                         PIC X(57).
      *
       01  EMAL-BODY-FIELDS        REDEFINES  EMAL-OUT-RECORD.
           05  FILLER                         PIC X(21).
           05  EMAL-BODY-LINE-NBR             PIC 9(04).
           05  EMAL-BODY-TEXT                 PIC X(80).
           05  FILLER                         PIC X(15).
      *
       01  EMAL-BOUNCE-RECORD.
           05  EMAL-BNC-KEY-ID                PIC X(10).
           05  EMAL-BNC-CTC-SEQ-NBR           PIC X(02).
           05  EMAL-BNC-ADDRESS               PIC X(30).
           05  EMAL-BNC-CLASS                 PIC X(01).
               88  EMAL-BNC-HARD                 VALUE 'H'.
               88  EMAL-BNC-SOFT                 VALUE 'S'.
           05  EMAL-BNC-REASON-CD             PIC X(03).
           05  EMAL-BNC-DATE                  PIC X(08).
           05  FILLER                         PIC X(26).
