       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRKEYAL.
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
      ** DESCRIPTION: CUSTOMER KEY-ALLOCATION AND CHECK-DIGIT SERVICE  *
      **              (SEE GVBCKEYA FOR THE CALLING INTERFACE AND      *
      **              GVBCKEYC FOR THE KEYCTL RECORD).  HANDS OUT THE  *
      **              NEXT CUST-KEY-ID FROM A SOURCE SYSTEM'S RANGE    *
      **              ON KEYCTL, UNDER THE GENEVA/KEYCTL ENQ SO BATCH  *
      **              AND ONLINE ALLOCATORS NEVER GIVE OUT THE SAME    *
      **              SERIAL TWICE, AND VALIDATES THE MOD-10 CHECK     *
      **              DIGIT OF ANY KEY PRESENTED TO IT.                *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ                             *
      **                                                               *
      ** INPUT FILES:   NONE                                           *
      **                                                               *
      ** OUTPUT FILES:  KEY-ALLOCATION CONTROL      (DDNAME=KEYCTL)    *
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
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
       01  WS-KEYC-DDNAME              PIC X(08)  VALUE 'KEYCTL  '.
       01  WS-KEYC-STATE-SW            PIC X(01)  VALUE ' '.
           88  WS-KEYC-UNTRIED                    VALUE ' '.
           88  WS-KEYC-OPEN                       VALUE 'O'.
           88  WS-KEYC-UNAVAILABLE                VALUE 'N'.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE CONTROLLED KEY LAYOUT - 'C', EIGHT-DIGIT SERIAL, CHECK
      *  DIGIT - AND THE DIGIT-BY-DIGIT VIEW OF THE SERIAL THE
      *  MOD-10 ROUTINE WALKS.
      *****************************************************************
       01  WS-KEY-WORK.
           05  WS-KEY-MARKER           PIC X(01).
               88  WS-KEY-CONTROLLED              VALUE 'C'.
           05  WS-KEY-SERIAL-X         PIC X(08).
           05  WS-KEY-CHECK-X          PIC X(01).
       01  WS-KEY-SERIAL               PIC 9(08)  VALUE ZEROES.
       01  WS-KEY-SERIAL-DIGITS  REDEFINES  WS-KEY-SERIAL.
           05  WS-KEY-DIGIT            OCCURS 8 TIMES
                                       PIC 9(01).
       01  WS-CHECK-DIGIT              PIC 9(01)  VALUE ZERO.
       01  WS-DIGIT-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-DIGIT-VALUE              PIC S9(04) COMP VALUE +0.
       01  WS-DIGIT-SUM                PIC S9(04) COMP VALUE +0.
       01  WS-DIGIT-QUOT               PIC S9(04) COMP VALUE +0.
       01  WS-DIGIT-REM                PIC S9(04) COMP VALUE +0.
      *
       COPY GVBCKEYC.
      *
       COPY GVBCUR66 REPLACING ==UR66-PARAMETER-AREA== BY
                                ==ENQ-DEQ-PARMS-WRITE==
                                ==UR66-REQUEST-TYPE==   BY
                                ==ENQ-DEQ-FUNC==
                                ==UR66-CONTROL-TYPE==   BY
                                ==ENQ-DEQ-CTRL==
                                ==UR66-MAJOR-NAME==     BY
                                ==ENQ-DEQ-RNAME==
                                ==UR66-MINOR-NAME==     BY
                                ==ENQ-DEQ-QNAME==
                                ==UR66-SCOPE-REQUEST==  BY
                                ==ENQ-DEQ-SCOPE-RQST==
                                ==UR66-REQ-ENQ==        BY
                                ==ENQ-DEQ-REQ-ENQ==
                                ==UR66-REQ-DEQ==        BY
                                ==ENQ-DEQ-REQ-DEQ==
                                ==UR66-CNTR-EXCLUSIVE== BY
                                ==ENQ-DEQ-CNTR-EXCL==
                                ==UR66-CNTR-SHARED==    BY
                                ==ENQ-DEQ-CNTR-SHARED==
                                ==UR66-SCOPE-STEP==     BY
                                ==ENQ-DEQ-SCOPE-STEP==
                                ==UR66-SCOPE-SYSTEM==   BY
                                ==ENQ-DEQ-SCOPE-SYS==
                                ==UR66-SCOPE-SYSTEMS==  BY
                                ==ENQ-DEQ-SCOPE-SYSS==
                                ==UR66-MAX-WAIT-MS==    BY
                                ==ENQ-DEQ-MAX-WAIT-MS==
                                ==UR66-ELAPSED-WAIT-MS== BY
                                ==ENQ-DEQ-ELAPSED-WAIT-MS==.

      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCKEYA REPLACING ==KEYA-ALLOC-PARMS== BY
                               ==LS-ALLOC-PARMS==.
      *
       PROCEDURE DIVISION USING LS-ALLOC-PARMS.
      *
       000-MAIN-LOGIC.
      *
           EVALUATE TRUE
             WHEN KEYA-FCN-VALIDATE
                  PERFORM 300-VALIDATE-KEY THRU 300-EXIT
             WHEN KEYA-FCN-ALLOCATE
                  MOVE SPACES             TO KEYA-KEY-ID
                  IF   WS-KEYC-UNTRIED
                       PERFORM 100-OPEN-KEYCTL THRU 100-EXIT
                  END-IF
                  IF   WS-KEYC-OPEN
                       PERFORM 200-ALLOCATE-KEY THRU 200-EXIT
                  ELSE
                       SET  KEYA-RET-UNAVAILABLE TO TRUE
                  END-IF
             WHEN KEYA-FCN-CLOSE
                  PERFORM 900-CLOSE-KEYCTL THRU 900-EXIT
                  SET  KEYA-RET-OK        TO TRUE
             WHEN OTHER
                  SET  KEYA-RET-UNAVAILABLE TO TRUE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN KEYCTL FOR UPDATE.  A MISSING DD LEAVES THE SERVICE
      *  UNAVAILABLE FOR ALLOCATION (VALIDATION NEEDS NO FILE).
      ***************************************************************
       100-OPEN-KEYCTL.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE WS-KEYC-DDNAME            TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-KEYC-UNAVAILABLE  TO TRUE
                SET  TP90-ANCHOR          TO NULL
                DISPLAY 'MBRKEYAL: KEYCTL OPEN FAILED, RC = '
                        TP90-RETURN-CODE ' - NO KEYS CAN BE ALLOCATED'
                GO TO 100-EXIT
           END-IF
      *
           SET  WS-KEYC-OPEN              TO TRUE
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'KEYCTL'                  TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
           SET  ENQ-DEQ-CNTR-EXCL         TO TRUE
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ALLOCATE ONE KEY.  THE ENQ IS HELD ONLY ACROSS THE
      *  LOCATE/UPDATE OF THE SOURCE'S CONTROL ROW, SO EVERY
      *  ALLOCATOR SEES THE NEXT-SERIAL THE LAST ONE LEFT.
      ***************************************************************
       200-ALLOCATE-KEY.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           MOVE WS-KEYC-DDNAME            TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF KEYC-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE KEYA-SRC-SYS-CODE         TO KEYC-KEY-SRC-SYS-CODE
           MOVE SPACES                    TO KEYC-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  KEYA-RET-NO-RANGE    TO TRUE
                GO TO 200-DEQ
           END-IF
      *
           IF   KEYC-NEXT-SERIAL > KEYC-HIGH-SERIAL
                DISPLAY 'MBRKEYAL: RANGE FOR SOURCE '
                        KEYA-SRC-SYS-CODE ' IS EXHAUSTED AT '
                        KEYC-HIGH-SERIAL
                SET  KEYA-RET-EXHAUSTED   TO TRUE
                GO TO 200-DEQ
           END-IF
      *
           MOVE KEYC-NEXT-SERIAL          TO WS-KEY-SERIAL
           PERFORM 400-COMPUTE-CHECK-DIGIT THRU 400-EXIT
           MOVE 'C'                       TO WS-KEY-MARKER
           MOVE WS-KEY-SERIAL             TO WS-KEY-SERIAL-X
           MOVE WS-CHECK-DIGIT            TO WS-KEY-CHECK-X
      *
           ADD  1                         TO KEYC-NEXT-SERIAL
           ADD  1                         TO KEYC-ALLOC-COUNT
           MOVE WS-TODAY-CCYYMMDD         TO KEYC-LAST-ALLOC-DATE
           MOVE WS-KEY-WORK               TO KEYC-LAST-KEY-ID
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 KEYC-RECORD,
                                 KEYC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRKEYAL: KEYCTL UPDATE FAILED FOR SOURCE '
                        KEYA-SRC-SYS-CODE ', RC = ' TP90-RETURN-CODE
                SET  KEYA-RET-UNAVAILABLE TO TRUE
                GO TO 200-DEQ
           END-IF
      *
           MOVE WS-KEY-WORK               TO KEYA-KEY-ID
           SET  KEYA-RET-OK               TO TRUE
           .
       200-DEQ.
      *
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  VALIDATE A PRESENTED KEY.  ONLY A 'C'-PREFIXED KEY CARRIES
      *  A CHECK DIGIT; ANY OTHER KEY PRE-DATES THE SERVICE.
      ***************************************************************
       300-VALIDATE-KEY.
      *
           MOVE KEYA-KEY-ID               TO WS-KEY-WORK
           IF   NOT WS-KEY-CONTROLLED
                SET  KEYA-RET-LEGACY-KEY  TO TRUE
                GO TO 300-EXIT
           END-IF
      *
           IF   WS-KEY-SERIAL-X NOT NUMERIC
           OR   WS-KEY-CHECK-X  NOT NUMERIC
                SET  KEYA-RET-CHECK-FAILED TO TRUE
                GO TO 300-EXIT
           END-IF
      *
           MOVE WS-KEY-SERIAL-X           TO WS-KEY-SERIAL
           PERFORM 400-COMPUTE-CHECK-DIGIT THRU 400-EXIT
           IF   WS-KEY-CHECK-X = WS-CHECK-DIGIT
                SET  KEYA-RET-OK          TO TRUE
           ELSE
                SET  KEYA-RET-CHECK-FAILED TO TRUE
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOD-10 (LUHN) CHECK DIGIT OVER THE EIGHT SERIAL DIGITS.
      *  COUNTING FROM THE RIGHT, EVERY SECOND DIGIT STARTING WITH
      *  THE RIGHTMOST IS DOUBLED (A DOUBLED DIGIT OVER 9 HAS 9
      *  TAKEN OFF); THE CHECK DIGIT BRINGS THE SUM UP TO A
      *  MULTIPLE OF TEN.
      ***************************************************************
       400-COMPUTE-CHECK-DIGIT.
      *
           MOVE +0                        TO WS-DIGIT-SUM
           MOVE +0                        TO WS-DIGIT-IDX
           PERFORM 410-ADD-ONE-DIGIT      THRU 410-EXIT
                   UNTIL WS-DIGIT-IDX >= +8
      *
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-DIGIT-QUOT
                                  REMAINDER WS-DIGIT-REM
           IF   WS-DIGIT-REM = +0
                MOVE 0                    TO WS-CHECK-DIGIT
           ELSE
                COMPUTE WS-CHECK-DIGIT = 10 - WS-DIGIT-REM
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       410-ADD-ONE-DIGIT.
      *
           ADD  +1                        TO WS-DIGIT-IDX
           MOVE WS-KEY-DIGIT (WS-DIGIT-IDX) TO WS-DIGIT-VALUE
      *
      *      POSITIONS 8, 6, 4 AND 2 ARE DOUBLED.
           DIVIDE WS-DIGIT-IDX BY 2 GIVING WS-DIGIT-QUOT
                                 REMAINDER WS-DIGIT-REM
           IF   WS-DIGIT-REM = +0
                COMPUTE WS-DIGIT-VALUE = WS-DIGIT-VALUE * 2
                IF   WS-DIGIT-VALUE > +9
                     SUBTRACT 9           FROM WS-DIGIT-VALUE
                END-IF
           END-IF
           ADD  WS-DIGIT-VALUE            TO WS-DIGIT-SUM
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE KEYCTL.  THE NEXT ALLOCATION RE-OPENS IT.
      ***************************************************************
       900-CLOSE-KEYCTL.
      *
           IF   WS-KEYC-OPEN
                MOVE WS-KEYC-DDNAME       TO TP90-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      KEYC-RECORD,
                                      KEYC-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
           END-IF
           SET  WS-KEYC-UNTRIED           TO TRUE
           .
       900-EXIT.
           EXIT.
