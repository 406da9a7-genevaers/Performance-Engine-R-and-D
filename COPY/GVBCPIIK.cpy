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
      *     GVBCPIIK - PERSONAL-DATA KEY REGISTRY (PIIKEYS KSDS) AND
      *                THE CALLING INTERFACE OF MBRPIICR, THE FIELD
      *                PROTECTION SERVICE.
      *
      *                THE PROTECTED FIELDS ARE THE PARENT'S CUST-NAME
      *                AND CUST-ADDR-LINE (BYTES 25-64, ONE CONTIGUOUS
      *                RUN), THE CONTACT CHILD'S NAME, PHONE AND
      *                E-MAIL (BYTES 16-80), THE LEGAL-NAME CHILD'S
      *                LEGAL NAME (BYTES 16-75) AND THE PARSED-NAME
      *                CHILD'S NAME PARTS (BYTES 16-80).  THEY ARE
      *                ENCRYPTED IN PLACE THROUGH GVBUR75 UNDER A
      *                CENTRALLY MANAGED CKDS KEY LABEL; THE CIPHER IS
      *                LENGTH-PRESERVING, SO EVERY LAYOUT, KEY AND
      *                LRECL IS UNCHANGED.
      *
      *                ONE REGISTRY RECORD PER KEY GENERATION, KEYED
      *                BY THE THREE-DIGIT GENERATION NUMBER:
      *                  R - ROTATING.  MBRPIIRK IS RE-PROTECTING THE
      *                      CLUSTERS INTO THIS GENERATION; THE HIGH-
      *                      WATER KEYS ARE ITS RESTART POINT.  WHILE
      *                      A GENERATION IS ROTATING THE SERVICE
      *                      REFUSES EVERY ACTIVE-KEY REQUEST, BECAUSE
      *                      THE CLUSTERS ARE PART OLD, PART NEW.  THE
      *                      IN-FLIGHT IMAGE IS THE RECORD AT THE
      *                      HIGH-WATER KEY AS IT STOOD BEFORE ITS
      *                      REWRITE, SO A RESTART CAN TELL WHETHER
      *                      THAT ONE REWRITE LANDED.
      *                  A - ACTIVE.  EVERY CUSTNAMV, CUSTCTCV,
      *                      CUSTLGNV, CUSTHIST AND CUSTPNMV RECORD
      *                      IS UNDER IT.
      *                  S - SUPERSEDED.  NOTHING AT REST IN VSAM IS
      *                      UNDER IT ANY LONGER, BUT CUSTNAUD (WHOSE
      *                      HASH CHAIN FORBIDS A REWRITE) AND OLD
      *                      UNLOAD GENERATIONS STILL ARE, SO THE
      *                      LABEL MUST STAY IN THE CKDS UNTIL THOSE
      *                      HAVE AGED OUT.
      *                GENERATION 000 IS NEVER STORED: IT MEANS CLEAR
      *                TEXT, THE STATE OF EVERYTHING WRITTEN BEFORE THE
      *                FIRST GENERATION STARTED.  NO PIIKEYS DD (OR AN
      *                EMPTY REGISTRY) MEANS PROTECTION IS NOT IN FORCE
      *                AND THE SERVICE ANSWERS '4' AND TOUCHES NOTHING.
      *
      *     SERVICE FUNCTIONS (CALL 'MBRPIICR' USING PIIC-PARMS,
      *     <96-BYTE PARENT, CHILD OR CUSTHIST IMAGE>):
      *         P - PROTECT THE IMAGE'S PERSONAL FIELDS IN PLACE.
      *         R - REVEAL THEM IN PLACE.
      *         Q - QUERY ONLY: THE ACTIVE GENERATION COMES BACK IN
      *             PIIC-GENERATION ('4' AND 000 WHEN NOT IN FORCE,
      *             'R' WHILE A ROTATION IS INCOMPLETE) AND THE IMAGE
      *             IS NOT TOUCHED - FOR A WRITER THAT STAMPS THE
      *             GENERATION OF WHAT IT COPIES (MBRUNLD'S HEADER).
      *     PIIC-IMAGE-TYPE IS 'P' FOR A PARENT (OR CUSTHIST) IMAGE,
      *     'C' FOR A CHILD IMAGE; A CHILD OTHER THAN CTC, NAM OR PNM
      *     HAS NOTHING PROTECTED AND IS RETURNED UNTOUCHED WITH '0'.
      *     PIIC-GEN-SOURCE PICKS THE GENERATION:
      *         SPACE - THE ACTIVE GENERATION (LIVE CLUSTERS)
      *         G     - THE GENERATION IN PIIC-GENERATION (AN UNLOAD
      *                 WHOSE HEADER NAMES ITS GENERATION; THE
      *                 ROTATION JOB ITSELF)
      *         T     - THE GENERATION IN FORCE AT PIIC-STAMP-DATE/
      *                 TIME (A CUSTNAUD IMAGE, BY ITS RUN DATE/TIME)
      *     THE GENERATION USED IS RETURNED IN PIIC-GENERATION.
      *
      *     NOTES:  1) ENTITLEMENT TO CLEAR TEXT IS THE CKDS LABEL'S
      *                OWN AUTHORIZATION: A JOB OR REGION WHOSE USERID
      *                MAY NOT USE THE LABEL GETS '8' AND THE IMAGE
      *                BACK UNTOUCHED - A HARD STOP FOR THE CALLER,
      *                NEVER A QUIET FALLBACK.  ONLINE, THE OPERATOR'S
      *                MASK LEVEL (GVBCENTL) STILL GOVERNS WHAT IS
      *                SHOWN ONCE THE IMAGE IS REVEALED.
      *             2) THE REGISTRY IS READ ONCE, ON THE FIRST CALL OF
      *                THE RUN (OR OF THE TASK, ONLINE).
      *
      *----------------------------------------------------------------*

       01  PIIK-RECORD-KEY                    PIC X(03).
      *
       01  PIIK-RECORD.
           05  PIIK-GENERATION                PIC 9(03).
           05  PIIK-KEY-LABEL                 PIC X(44).
           05  PIIK-STATE                     PIC X(01).
               88  PIIK-STATE-ROTATING           VALUE 'R'.
               88  PIIK-STATE-ACTIVE             VALUE 'A'.
               88  PIIK-STATE-SUPERSEDED         VALUE 'S'.
           05  PIIK-START-DATE                PIC 9(08).
           05  PIIK-START-TIME                PIC 9(06).
           05  PIIK-ACTIVE-DATE               PIC 9(08).
           05  PIIK-ACTIVE-TIME               PIC 9(06).
           05  PIIK-SUPERSEDED-DATE           PIC 9(08).
           05  PIIK-SUPERSEDED-TIME           PIC 9(06).
           05  PIIK-HWM-CLUSTER               PIC X(08).
           05  PIIK-HWM-KEY                   PIC X(18).
           05  PIIK-INFLIGHT-IMAGE            PIC X(96).
           05  PIIK-REKEYED-CNT               OCCURS 5 TIMES
                                              PIC S9(09) COMP-3.
           05  FILLER                         PIC X(29).
      *
       01  PIIC-PARMS.
           05  PIIC-FUNCTION                  PIC X(01).
               88  PIIC-FCN-PROTECT              VALUE 'P'.
               88  PIIC-FCN-REVEAL               VALUE 'R'.
               88  PIIC-FCN-QUERY                VALUE 'Q'.
           05  PIIC-IMAGE-TYPE                PIC X(01).
               88  PIIC-IMAGE-PARENT             VALUE 'P'.
               88  PIIC-IMAGE-CHILD              VALUE 'C'.
           05  PIIC-GEN-SOURCE                PIC X(01).
               88  PIIC-GEN-ACTIVE               VALUE ' '.
               88  PIIC-GEN-EXPLICIT             VALUE 'G'.
               88  PIIC-GEN-AT-STAMP             VALUE 'T'.
           05  PIIC-GENERATION                PIC 9(03).
           05  PIIC-STAMP-DATE                PIC 9(08).
           05  PIIC-STAMP-TIME                PIC 9(06).
           05  PIIC-RETURN-CODE               PIC X(01).
               88  PIIC-RET-OK                   VALUE '0'.
               88  PIIC-RET-NOT-IN-FORCE         VALUE '4'.
               88  PIIC-RET-NOT-AUTHORIZED       VALUE '8'.
               88  PIIC-RET-ROTATING             VALUE 'R'.
               88  PIIC-RET-UNKNOWN-GEN          VALUE 'U'.
               88  PIIC-RET-CRYPTO-ERROR         VALUE 'X'.
               88  PIIC-RET-USABLE               VALUE '0' '4'.
