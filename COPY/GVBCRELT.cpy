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
      *     GVBCRELT - CUSTOMER RELATIONSHIP TYPES FOR THE 'REL'
      *                CHILD RECORD (SEE GVBCCHLD AND GVBCRELM).
      *                EACH ENTRY CARRIES THE TYPE, THE TYPE THE
      *                OTHER CUSTOMER HOLDS IN RETURN, THE
      *                AUTHORIZED-TO-ACT SWITCH AND A DESCRIPTION.
      *
      *                A RECORD ON CUSTOMER X NAMING CUSTOMER Y WITH
      *                TYPE T READS "Y IS X'S T".  RELT-TYPE-AUTH-SW
      *                MARKS THE TYPES WHOSE RELATED CUSTOMER MAY ACT
      *                ON THE ACCOUNT: AN ACTIVE (EFFECTIVE, NOT
      *                ENDED) RECORD OF SUCH A TYPE ON X MEANS Y IS
      *                AUTHORIZED TO ACT FOR X.
      *
      *----------------------------------------------------------------*

       01  RELT-TYPE-TABLE-VALUES.
           05  FILLER                         PIC X(25)
                                     VALUE 'SPOSPONSPOUSE            '.
           05  FILLER                         PIC X(25)
                                     VALUE 'JNTJNTYJOINT HOLDER      '.
           05  FILLER                         PIC X(25)
                                     VALUE 'GUAGTDNGUARANTOR         '.
           05  FILLER                         PIC X(25)
                                     VALUE 'GTDGUANGUARANTEED PARTY  '.
           05  FILLER                         PIC X(25)
                                     VALUE 'POAPRNYPOWER OF ATTORNEY '.
           05  FILLER                         PIC X(25)
                                     VALUE 'PRNPOANPOA PRINCIPAL     '.
           05  FILLER                         PIC X(25)
                                     VALUE 'TRUBENYTRUSTEE           '.
           05  FILLER                         PIC X(25)
                                     VALUE 'BENTRUNBENEFICIARY       '.
           05  FILLER                         PIC X(25)
                                     VALUE 'ARPRPDYAUTHORIZED REP    '.
           05  FILLER                         PIC X(25)
                                     VALUE 'RPDARPNREPRESENTED PARTY '.
       01  RELT-TYPE-TABLE REDEFINES RELT-TYPE-TABLE-VALUES.
           05  RELT-TYPE-ENTRY                OCCURS 10 TIMES.
               10  RELT-TYPE-CD               PIC X(03).
               10  RELT-TYPE-INVERSE          PIC X(03).
               10  RELT-TYPE-AUTH-SW          PIC X(01).
                   88  RELT-TYPE-AUTHORIZED      VALUE 'Y'.
               10  RELT-TYPE-DESC             PIC X(18).
       01  RELT-TYPE-COUNT                    PIC S9(04) COMP
                                              VALUE +10.
