       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRSTTRN.
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
      ******************************************************************
      **                PROGRAM INFORMATION                            *
      ******************************************************************
      **                                                               *
      ** DESCRIPTION: SHARED CUSTOMER STATUS TRANSITION CHECK (SEE     *
      **              GVBCSTTR FOR THE CALLING INTERFACE).  ANSWERS    *
      **              WHETHER A CUST-STATUS CHANGE IS ALLOWED ON THE   *
      **              CALLER'S KIND OF PATH - LOAD, ONLINE, LAPSE,     *
      **              DECEASED FEED OR MASS CHANGE - FROM THE STATTRAN *
      **              CODE TYPE ON THE REFCODE TABLE, OR FROM THE      *
      **              BUILT-IN RULES BELOW WHILE STATTRAN IS NOT       *
      **              MAINTAINED.                                      *
      **                                                               *
      ** MODULES CALLED: MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                                                               *
      ** INPUT FILES:   NONE (REFCODE IS READ BY MBRREFCD)             *
      **                                                               *
      ** OUTPUT FILES:  NONE                                           *
      **                                                               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
      *
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
      *****************************************************************
      *  THE BUILT-IN RULES - ONE ENTRY PER ALLOWED CHANGE, IN THE
      *  SAME FROM/TO/PATH SHAPE AS A STATTRAN CODE.  A DECEASED
      *  CUSTOMER IS ONLY EVER CORRECTED ONLINE; A CLOSED ONE IS
      *  REOPENED ONLINE OR REPORTED DECEASED, NEVER LAPSED.  ONLY
      *  THE FOUR GVBCCUST STATUSES ARE GOVERNED HERE - A STATUS
      *  ADDED TO CUSTSTAT LATER NEEDS ITS RULES ON STATTRAN.
      *****************************************************************
       01  WS-DFLT-RULES.
           05  FILLER                  PIC X(50)  VALUE
               'ALLOAD    ALONLINE  ALLAPSE   ALMASSCHG ACLOAD    '.
           05  FILLER                  PIC X(50)  VALUE
               'ACONLINE  ACMASSCHG ADLOAD    ADONLINE  ADDECEASED'.
           05  FILLER                  PIC X(50)  VALUE
               'LALOAD    LAONLINE  LAMASSCHG LCLOAD    LCONLINE  '.
           05  FILLER                  PIC X(50)  VALUE
               'LCMASSCHG LDLOAD    LDONLINE  LDDECEASEDCAONLINE  '.
           05  FILLER                  PIC X(50)  VALUE
               'CDONLINE  CDDECEASEDDAONLINE  DLONLINE  DCONLINE  '.
       01  WS-DFLT-RULES-TBL REDEFINES WS-DFLT-RULES.
           05  WS-DFLT-RULE            OCCURS 25 TIMES
                                       PIC X(10).
       01  WS-DFLT-RULE-MAX            PIC S9(04) COMP VALUE +25.
       01  WS-DFLT-RULE-IDX            PIC S9(04) COMP VALUE +0.
       01  WS-DFLT-GOVERNED            PIC X(04)  VALUE 'ALCD'.
       01  WS-DFLT-GOVERNED-IDX        PIC S9(04) COMP VALUE +0.
       01  WS-FROM-GOVERNED-SW         PIC X(01)  VALUE 'N'.
           88  WS-FROM-GOVERNED                   VALUE 'Y'.
       01  WS-TO-GOVERNED-SW           PIC X(01)  VALUE 'N'.
           88  WS-TO-GOVERNED                     VALUE 'Y'.
       01  WS-RULE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RULE-FOUND                      VALUE 'Y'.
      *
       01  WS-RULE-CODE.
           05  WS-RULE-FROM-STATUS     PIC X(01).
           05  WS-RULE-TO-STATUS       PIC X(01).
           05  WS-RULE-PATH            PIC X(08).
      *
       01  WS-REASON-WORK.
           05  FILLER                  PIC X(07)  VALUE 'STATUS '.
           05  WS-REASON-FROM          PIC X(01).
           05  FILLER                  PIC X(04)  VALUE ' TO '.
           05  WS-REASON-TO            PIC X(01).
           05  FILLER                  PIC X(16)
                                       VALUE ' NOT ALLOWED ON '.
           05  WS-REASON-PATH          PIC X(08).
           05  FILLER                  PIC X(03)  VALUE SPACES.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCSTTR REPLACING ==STTR-CHECK-PARMS== BY
                               ==LS-CHECK-PARMS==.
      *
       PROCEDURE DIVISION USING LS-CHECK-PARMS.
      *
       000-MAIN-LOGIC.
      *
           MOVE SPACES                    TO STTR-REASON-TEXT
           SET  STTR-RET-ALLOWED          TO TRUE
           SET  STTR-RULE-NO-CHANGE       TO TRUE
      *
      *      AN UNCHANGED STATUS, OR A CUSTOMER NOT YET ON FILE, IS
      *      NOT A TRANSITION AT ALL.
           IF   STTR-FROM-STATUS = STTR-TO-STATUS
           OR   STTR-FROM-STATUS = SPACES
           OR   STTR-FROM-STATUS = LOW-VALUES
                GO TO 000-RETURN
           END-IF
      *
           MOVE STTR-FROM-STATUS          TO WS-RULE-FROM-STATUS
           MOVE STTR-TO-STATUS            TO WS-RULE-TO-STATUS
           MOVE STTR-PATH                 TO WS-RULE-PATH
      *
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'STATTRAN'                TO REFL-CODE-TYPE
           MOVE WS-RULE-CODE              TO REFL-CODE
           MOVE STTR-AS-OF-DATE           TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
      *
           IF   REFL-RET-NOT-MAINTAINED
                SET  STTR-RULE-BUILT-IN   TO TRUE
                PERFORM 200-CHECK-BUILT-IN THRU 200-EXIT
           ELSE
                SET  STTR-RULE-TABLE      TO TRUE
                IF   NOT REFL-RET-VALID
                     SET  STTR-RET-REFUSED TO TRUE
                END-IF
           END-IF
      *
           IF   STTR-RET-REFUSED
                MOVE STTR-FROM-STATUS     TO WS-REASON-FROM
                MOVE STTR-TO-STATUS       TO WS-REASON-TO
                MOVE STTR-PATH            TO WS-REASON-PATH
                MOVE WS-REASON-WORK       TO STTR-REASON-TEXT
           END-IF
           .
       000-RETURN.
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE BUILT-IN RULES.  A CHANGE INVOLVING A STATUS THEY DO
      *  NOT GOVERN IS LET THROUGH; OTHERWISE THE CHANGE MUST BE
      *  ONE OF THE LISTED ENTRIES FOR THIS PATH.
      ***************************************************************
       200-CHECK-BUILT-IN.
      *
           MOVE 'N'                       TO WS-FROM-GOVERNED-SW
                                             WS-TO-GOVERNED-SW
           MOVE +0                        TO WS-DFLT-GOVERNED-IDX
           PERFORM 210-CHECK-GOVERNED     THRU 210-EXIT
                   UNTIL WS-DFLT-GOVERNED-IDX >= +4
           IF   NOT WS-FROM-GOVERNED
           OR   NOT WS-TO-GOVERNED
                GO TO 200-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-RULE-FOUND-SW
           MOVE +0                        TO WS-DFLT-RULE-IDX
           PERFORM 220-CHECK-ONE-RULE     THRU 220-EXIT
                   UNTIL WS-RULE-FOUND
                      OR WS-DFLT-RULE-IDX >= WS-DFLT-RULE-MAX
           IF   NOT WS-RULE-FOUND
                SET  STTR-RET-REFUSED     TO TRUE
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
       210-CHECK-GOVERNED.
      *
           ADD  +1                        TO WS-DFLT-GOVERNED-IDX
           IF   WS-DFLT-GOVERNED (WS-DFLT-GOVERNED-IDX:1) =
                WS-RULE-FROM-STATUS
                SET  WS-FROM-GOVERNED     TO TRUE
           END-IF
           IF   WS-DFLT-GOVERNED (WS-DFLT-GOVERNED-IDX:1) =
                WS-RULE-TO-STATUS
                SET  WS-TO-GOVERNED       TO TRUE
           END-IF
           .
       210-EXIT.
           EXIT.
      *
      *
       220-CHECK-ONE-RULE.
      *
           ADD  +1                        TO WS-DFLT-RULE-IDX
           IF   WS-DFLT-RULE (WS-DFLT-RULE-IDX) = WS-RULE-CODE
                SET  WS-RULE-FOUND        TO TRUE
           END-IF
           .
       220-EXIT.
           EXIT.
