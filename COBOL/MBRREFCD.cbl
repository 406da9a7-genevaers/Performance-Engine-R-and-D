       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRREFCD.
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
      ** DESCRIPTION: SHARED REFERENCE-CODE LOOKUP SERVICE (SEE        *
      **              GVBCREFL FOR THE CALLING INTERFACE AND GVBCREFC  *
      **              FOR THE RECORD).  LOADS THE REFCODE KSDS INTO    *
      **              STORAGE ON THE FIRST CALL, IN KEY ORDER, AND     *
      **              ANSWERS EACH LOOKUP BY BINARY SEARCH, CHECKING   *
      **              THE CODE'S EFFECTIVE AND EXPIRY DATES AGAINST    *
      **              THE CALLER'S AS-OF DATE.  A MISSING REFCODE DD,  *
      **              OR A CODE TYPE WITH NO ROWS, ANSWERS 'NOT        *
      **              MAINTAINED' SO THE CALLER KEEPS ITS BUILT-IN     *
      **              LIST.                                            *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   REFERENCE-CODE TABLE        (DDNAME=REFCODE)   *
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
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
      *
       01  WS-RCOD-DDNAME              PIC X(08)  VALUE 'REFCODE '.
       01  WS-RCOD-STATE-SW            PIC X(01)  VALUE ' '.
           88  WS-RCOD-UNTRIED                    VALUE ' '.
           88  WS-RCOD-LOADED                     VALUE 'L'.
           88  WS-RCOD-UNAVAILABLE                VALUE 'N'.
       01  WS-RCOD-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-RCOD-EOF                        VALUE 'Y'.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-AS-OF-DATE               PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE LOADED CODE TABLE, IN REFCODE KEY ORDER (CODE TYPE
      *  THEN CODE) SO A LOOKUP CAN HALVE ITS WAY IN.
      *****************************************************************
       01  WS-REF-TBL-MAX              PIC S9(04) COMP VALUE +2000.
       01  WS-REF-COUNT                PIC S9(04) COMP VALUE +0.
       01  WS-REF-TBL.
           05  WS-REF-ENTRY            OCCURS 2000 TIMES.
               10  WS-REF-KEY          PIC X(18).
               10  WS-REF-DESC         PIC X(30).
               10  WS-REF-EFF-DATE     PIC 9(08).
               10  WS-REF-EXP-DATE     PIC 9(08).
      *
      *****************************************************************
      *  THE CODE TYPES PRESENT ON THE TABLE.  A TYPE THAT IS NOT
      *  HERE IS NOT MAINTAINED ON REFCODE.
      *****************************************************************
       01  WS-RTYP-TBL-MAX             PIC S9(04) COMP VALUE +50.
       01  WS-RTYP-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-RTYP-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-RTYP-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RTYP-FOUND                      VALUE 'Y'.
       01  WS-RTYP-TBL.
           05  WS-RTYP-CODE-TYPE       OCCURS 50 TIMES
                                       PIC X(08).
      *
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-CODE-TYPE     PIC X(08).
           05  WS-SEARCH-CODE          PIC X(10).
       01  WS-LOW-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-HIGH-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-MID-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-HIT-IDX                  PIC S9(04) COMP VALUE +0.
      *
       COPY GVBCREFC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCREFL REPLACING ==REFL-LOOKUP-PARMS== BY
                               ==LS-LOOKUP-PARMS==.
      *
       PROCEDURE DIVISION USING LS-LOOKUP-PARMS.
      *
       000-MAIN-LOGIC.
      *
           MOVE SPACES                    TO REFL-DESC
           MOVE '0'                       TO REFL-RETURN-CODE
      *
           IF   REFL-FCN-RELOAD
                SET  WS-RCOD-UNTRIED      TO TRUE
           END-IF
      *
           IF   WS-RCOD-UNTRIED
                PERFORM 100-LOAD-TABLE    THRU 100-EXIT
           END-IF
      *
           IF   WS-RCOD-UNAVAILABLE
                SET  REFL-RET-NOT-MAINTAINED TO TRUE
           ELSE
                PERFORM 300-LOOKUP-CODE   THRU 300-EXIT
           END-IF
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD THE WHOLE REFCODE CLUSTER IN KEY ORDER.  A TABLE
      *  THAT WILL NOT FIT IS REFUSED OUTRIGHT - HALF A CODE LIST
      *  WOULD REJECT GOOD DATA - AND EVERY CALLER FALLS BACK.
      ***************************************************************
       100-LOAD-TABLE.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           MOVE +0                        TO WS-REF-COUNT
                                             WS-RTYP-COUNT
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE WS-RCOD-DDNAME            TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-RCOD-UNAVAILABLE   TO TRUE
                SET  TP90-ANCHOR           TO NULL
                DISPLAY 'MBRREFCD: NO REFCODE DD ALLOCATED, CALLERS '
                        'FALL BACK TO THEIR BUILT-IN LISTS'
                GO TO 100-EXIT
           END-IF
      *
           SET  WS-RCOD-LOADED            TO TRUE
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF RCOD-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO RCOD-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                  TO WS-RCOD-EOF-SW
           ELSE
                MOVE 'N'                  TO WS-RCOD-EOF-SW
           END-IF
           PERFORM 150-LOAD-ONE-CODE      THRU 150-EXIT
                   UNTIL WS-RCOD-EOF
                      OR WS-RCOD-UNAVAILABLE
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
      *
           IF   WS-RCOD-LOADED
                DISPLAY 'MBRREFCD: ' WS-REF-COUNT ' CODES OF '
                        WS-RTYP-COUNT ' TYPES LOADED FROM '
                        WS-RCOD-DDNAME
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       150-LOAD-ONE-CODE.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RCOD-RECORD,
                                 RCOD-RECORD-KEY
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-RCOD-EOF          TO TRUE
                GO TO 150-EXIT
           END-IF
      *
           IF   WS-REF-COUNT >= WS-REF-TBL-MAX
                DISPLAY 'MBRREFCD: MORE THAN ' WS-REF-TBL-MAX
                        ' CODES - TABLE FULL, REFCODE REFUSED'
                SET  WS-RCOD-UNAVAILABLE  TO TRUE
                GO TO 150-EXIT
           END-IF
      *
           IF   WS-RTYP-COUNT = +0
           OR   RCOD-CODE-TYPE NOT = WS-RTYP-CODE-TYPE (WS-RTYP-COUNT)
                IF   WS-RTYP-COUNT >= WS-RTYP-TBL-MAX
                     DISPLAY 'MBRREFCD: MORE THAN ' WS-RTYP-TBL-MAX
                             ' CODE TYPES - REFCODE REFUSED'
                     SET  WS-RCOD-UNAVAILABLE TO TRUE
                     GO TO 150-EXIT
                END-IF
                ADD  +1                   TO WS-RTYP-COUNT
                MOVE RCOD-CODE-TYPE
                  TO WS-RTYP-CODE-TYPE (WS-RTYP-COUNT)
           END-IF
      *
           ADD  +1                        TO WS-REF-COUNT
           MOVE RCOD-RECORD (1:18)   TO WS-REF-KEY (WS-REF-COUNT)
           MOVE RCOD-DESC            TO WS-REF-DESC (WS-REF-COUNT)
           MOVE RCOD-EFF-DATE        TO WS-REF-EFF-DATE (WS-REF-COUNT)
           MOVE RCOD-EXP-DATE        TO WS-REF-EXP-DATE (WS-REF-COUNT)
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE LOOKUP.  AN UNKNOWN TYPE IS 'NOT MAINTAINED'; A KNOWN
      *  TYPE WITHOUT THE CODE IS 'NOT FOUND'; A CODE OUTSIDE ITS
      *  EFFECTIVE-EXPIRY WINDOW ON THE AS-OF DATE IS 'NOT IN
      *  FORCE' (ITS DESCRIPTION STILL COMES BACK FOR REPORTING).
      ***************************************************************
       300-LOOKUP-CODE.
      *
           MOVE 'N'                       TO WS-RTYP-FOUND-SW
           MOVE +0                        TO WS-RTYP-IDX
           PERFORM 310-FIND-CODE-TYPE     THRU 310-EXIT
                   UNTIL WS-RTYP-FOUND
                      OR WS-RTYP-IDX >= WS-RTYP-COUNT
           IF   NOT WS-RTYP-FOUND
                SET  REFL-RET-NOT-MAINTAINED TO TRUE
                GO TO 300-EXIT
           END-IF
      *
           MOVE REFL-CODE-TYPE            TO WS-SEARCH-CODE-TYPE
           MOVE REFL-CODE                 TO WS-SEARCH-CODE
           MOVE +1                        TO WS-LOW-IDX
           MOVE WS-REF-COUNT              TO WS-HIGH-IDX
           MOVE +0                        TO WS-HIT-IDX
           PERFORM 320-PROBE-TABLE        THRU 320-EXIT
                   UNTIL WS-HIT-IDX > +0
                      OR WS-LOW-IDX > WS-HIGH-IDX
           IF   WS-HIT-IDX = +0
                SET  REFL-RET-NOT-FOUND   TO TRUE
                GO TO 300-EXIT
           END-IF
      *
           MOVE WS-REF-DESC (WS-HIT-IDX)  TO REFL-DESC
           IF   REFL-AS-OF-DATE NUMERIC
           AND  REFL-AS-OF-DATE > ZEROES
                MOVE REFL-AS-OF-DATE      TO WS-AS-OF-DATE
           ELSE
                MOVE WS-TODAY-CCYYMMDD    TO WS-AS-OF-DATE
           END-IF
           IF   WS-AS-OF-DATE < WS-REF-EFF-DATE (WS-HIT-IDX)
           OR   WS-AS-OF-DATE > WS-REF-EXP-DATE (WS-HIT-IDX)
                SET  REFL-RET-NOT-IN-FORCE TO TRUE
           ELSE
                SET  REFL-RET-VALID       TO TRUE
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
       310-FIND-CODE-TYPE.
      *
           ADD  +1                        TO WS-RTYP-IDX
           IF   WS-RTYP-CODE-TYPE (WS-RTYP-IDX) = REFL-CODE-TYPE
                SET  WS-RTYP-FOUND        TO TRUE
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
       320-PROBE-TABLE.
      *
           COMPUTE WS-MID-IDX = (WS-LOW-IDX + WS-HIGH-IDX) / 2
           EVALUATE TRUE
             WHEN WS-REF-KEY (WS-MID-IDX) = WS-SEARCH-KEY
                  MOVE WS-MID-IDX         TO WS-HIT-IDX
             WHEN WS-REF-KEY (WS-MID-IDX) < WS-SEARCH-KEY
                  COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
             WHEN OTHER
                  COMPUTE WS-HIGH-IDX = WS-MID-IDX - 1
           END-EVALUATE
           .
       320-EXIT.
           EXIT.
