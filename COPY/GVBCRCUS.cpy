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
      *     GVBCRCUS - RESTRICTED-CUSTOMER REGISTER RECORD FOR THE
      *                RESTRICT KSDS AND THE MBRRCUMT MAINTENANCE
      *                CARD.
      *
      *                ONE RECORD PER CUSTOMER KEY WHOSE RECORD IS
      *                NOT FOR EVERY OPERATOR'S EYES:
      *                  E - AN EMPLOYEE (RCUS-EMPLOYEE-OPER IS THE
      *                      EMPLOYEE'S OWN OPERATOR ID, IF ANY, SO AN
      *                      OPERATOR OPENING THEIR OWN RECORD CAN BE
      *                      TOLD FROM ONE OPENING A COLLEAGUE'S)
      *                  B - A BOARD MEMBER
      *                  P - A PUBLIC FIGURE
      *
      *                A CUSTOMER ON THE REGISTER MAY ONLY BE VIEWED BY
      *                AN OPERATOR HOLDING RESTRICTED-ACCESS LEVEL 1
      *                OR 2 IN THE ENTITLE STORE, AND ONLY CHANGED AT
      *                LEVEL 2 (SEE GVBCENTL).  EVERY ACCESS TO A
      *                REGISTERED CUSTOMER, ALLOWED OR NOT, IS
      *                JOURNALED TO RESTRLOG (SEE GVBCRCUJ) BY THE
      *                MBRRCUCK CHECKER (SEE GVBCRCUC).
      *
      *                MAINTAINED AND LISTED BY MBRRCUMT.  A CUSTOMER
      *                IS TAKEN OFF THE REGISTER BY DELETING THE
      *                RECORD.
      *
      *----------------------------------------------------------------*

       01  RCUS-RECORD-KEY                    PIC X(10).
      *
       01  RCUS-RECORD.
           05  RCUS-KEY-ID                    PIC X(10).
           05  RCUS-CLASS                     PIC X(01).
               88  RCUS-CLASS-EMPLOYEE           VALUE 'E'.
               88  RCUS-CLASS-BOARD              VALUE 'B'.
               88  RCUS-CLASS-PUBLIC             VALUE 'P'.
               88  RCUS-CLASS-VALID              VALUE 'E' 'B' 'P'.
           05  RCUS-EMPLOYEE-OPER             PIC X(08).
           05  RCUS-REASON                    PIC X(40).
           05  RCUS-ADDED-DATE                PIC 9(08).
           05  RCUS-MAINT-DATE                PIC 9(08).
           05  RCUS-MAINT-FUNCTION            PIC X(08).
           05  FILLER                         PIC X(17).
      *
      *     MBRRCUMT CONTROL CARD:
      *       COLS  1- 8  FUNCTION  ADD, CHANGE, DELETE OR LIST
      *       COLS 10-19  CUSTOMER KEY (BLANK ON LIST = WHOLE REGISTER)
      *       COL  21     CLASS E, B OR P
      *       COLS 23-30  EMPLOYEE'S OWN OPERATOR ID (CLASS E ONLY)
      *       COLS 32-71  REASON
      *     ON A CHANGE, BLANK FIELDS KEEP THEIR VALUES.
       01  RCUS-CARD.
           05  RCUS-CARD-FUNCTION             PIC X(08).
               88  RCUS-FCN-ADD                  VALUE 'ADD     '.
               88  RCUS-FCN-CHANGE               VALUE 'CHANGE  '.
               88  RCUS-FCN-DELETE               VALUE 'DELETE  '.
               88  RCUS-FCN-LIST                 VALUE 'LIST    '.
           05  FILLER                         PIC X(01).
           05  RCUS-CARD-KEY-ID               PIC X(10).
           05  FILLER                         PIC X(01).
           05  RCUS-CARD-CLASS                PIC X(01).
           05  FILLER                         PIC X(01).
           05  RCUS-CARD-EMPLOYEE-OPER        PIC X(08).
           05  FILLER                         PIC X(01).
           05  RCUS-CARD-REASON               PIC X(40).
           05  FILLER                         PIC X(09).
