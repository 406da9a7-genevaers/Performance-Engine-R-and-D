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
      *     GVBCRELM - CUSTOMER RELATIONSHIP ('REL') CHILD RECORDS:
      *                THE CALLING INTERFACE TO MBRRELMT, THE ONE
      *                PROGRAM THAT WRITES THE CUSTRELV CLUSTER.  THE
      *                RELATIONSHIP TYPES ARE IN GVBCRELT.
      *
      *                A 'REL' CHILD ON CUSTOMER X (SEE GVBCCHLD,
      *                CUST-CHILD-REL-FIELDS) NAMING CUSTOMER Y WITH
      *                TYPE T READS "Y IS X'S T" - E.G. TYPE 'POA' ON
      *                X MEANS Y HOLDS POWER OF ATTORNEY OVER X.
      *                EVERY RELATIONSHIP IS HELD FROM BOTH SIDES:
      *                THE STATED RECORD (ORIGIN 'S') ON X AND ITS
      *                INVERSE (ORIGIN 'I', TYPE RELT-TYPE-INVERSE)
      *                ON Y, EACH CARRYING THE OTHER'S SEQ-NBR IN
      *                CUST-REL-INVERSE-SEQ.  WHEN BOTH CUSTOMERS
      *                STATE THE SAME RELATIONSHIP THE TWO STATED
      *                RECORDS ARE SIMPLY LINKED TO EACH OTHER.
      *
      *                SEQUENCE NUMBERS 01-49 ARE FOR STATED RECORDS
      *                (FEED OR OPERATOR); 50-99 ARE ALLOCATED BY
      *                MBRRELMT FOR THE INVERSE RECORDS IT KEEPS, SO
      *                A FEED CAN NEVER OVERLAY A MAINTAINED LINK.
      *
      *     FUNCTIONS (RELM-FUNCTION):
      *         A - ADD THE STATED RECORD IN RELM-RECORD AND ITS
      *             INVERSE.  '2' IF THE SEQ IS TAKEN OR THE
      *             CUSTOMER ALREADY STATES THE SAME RELATIONSHIP.
      *         U - UPSERT THE STATED RECORD (THE LOAD PATH): AN
      *             EXISTING RECORD AT THE SEQ IS REPLACED, INVERSE
      *             AND ALL.
      *         C - CHANGE THE EFFECTIVE/END DATES OF A STATED
      *             RECORD (AND OF ITS INVERSE).  THE RELATED KEY
      *             AND TYPE ARE THE RELATIONSHIP - DELETE AND
      *             ADD TO CHANGE THEM.
      *         D - DELETE A STATED RECORD AND ITS INVERSE.
      *         M - MERGE: MOVE EVERY RELATIONSHIP OF RELM-KEY-ID
      *             (THE DUPLICATE) TO RELM-TARGET-KEY-ID (THE
      *             SURVIVOR), RE-POINTING THE OTHER SIDE AND
      *             DROPPING ANY LINK BETWEEN THE TWO.
      *         P - PURGE EVERY RELATIONSHIP OF RELM-KEY-ID FROM
      *             BOTH SIDES (ERASURE).
      *         X - CLOSE CUSTRELV.  CALL ONCE AT END OF RUN (OR
      *             END OF TRANSACTION FOR AN ONLINE CALLER).
      *
      *     A/U/C/D TAKE THE STATED RECORD IN RELM-RECORD (KEY-ID,
      *     SEQ-NBR AND THE REL FIELDS; THE INVERSE-SEQ AND ORIGIN
      *     ARE THE SERVICE'S) AND ANSWER THE STORED IMAGE THERE,
      *     WITH THE PRIOR IMAGE IN RELM-BEFORE-IMAGE.  M AND P
      *     ANSWER THE NUMBER OF RECORDS MOVED/PURGED IN
      *     RELM-RECORD-CNT.  WITH RELM-AUDIT-ON EVERY RECORD THE
      *     SERVICE ADDS, CHANGES OR DELETES - BOTH SIDES - IS
      *     JOURNALED THROUGH MBRAUDWR AS A CHILD PAIR; THE CALLER
      *     CLOSES MBRAUDWR AS USUAL.
      *
      *     THE CALLER HOLDS THE GENEVA/CUSTNAMV WRITER ENQUEUE
      *     ACROSS THE CALL, THE SAME AS FOR ANY OTHER CHANGE TO THE
      *     CUSTNAME FAMILY.
      *
      *----------------------------------------------------------------*

       01  RELM-SERVICE-PARMS.
           05  RELM-FUNCTION                  PIC X(01).
               88  RELM-FCN-ADD                   VALUE 'A'.
               88  RELM-FCN-UPSERT                VALUE 'U'.
               88  RELM-FCN-CHANGE                VALUE 'C'.
               88  RELM-FCN-DELETE                VALUE 'D'.
               88  RELM-FCN-MERGE                 VALUE 'M'.
               88  RELM-FCN-PURGE                 VALUE 'P'.
               88  RELM-FCN-CLOSE                 VALUE 'X'.
           05  RELM-AUDIT-SW                  PIC X(01).
               88  RELM-AUDIT-ON                  VALUE 'Y'.
           05  RELM-KEY-ID                    PIC X(10).
           05  RELM-TARGET-KEY-ID             PIC X(10).
           05  RELM-RECORD                    PIC X(96).
           05  RELM-BEFORE-IMAGE              PIC X(96).
           05  RELM-RECORD-CNT                PIC S9(04) COMP.
           05  RELM-RETURN-CODE               PIC X(01).
               88  RELM-RET-OK                    VALUE '0'.
               88  RELM-RET-NOT-FOUND             VALUE '1'.
               88  RELM-RET-EXISTS                VALUE '2'.
               88  RELM-RET-INVALID               VALUE '3'.
               88  RELM-RET-NO-FREE-SEQ           VALUE '4'.
               88  RELM-RET-NO-CLUSTER            VALUE '5'.
               88  RELM-RET-FAILED                VALUE '9'.
