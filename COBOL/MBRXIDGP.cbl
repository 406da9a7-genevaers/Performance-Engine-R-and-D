       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRXIDGP.
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
      ** DESCRIPTION: NIGHTLY EXTERNAL-ID GAP REPORT.  BROWSES         *
      **              CUSTNAMV AND, FOR EVERY CUSTOMER IN THE CONTROL- *
      **              CARD STATUS, CHECKS CUSTXID (SEE GVBCCXID) FOR   *
      **              A ROW IN FORCE TODAY IN EACH EXTERNAL SYSTEM     *
      **              THE CARD SAYS SHOULD KNOW THE CUSTOMER.  EVERY   *
      **              MISSING (CUSTOMER, SYSTEM) PAIR IS LISTED ON     *
      **              XIDGPRPT, FOLLOWED BY A GAP COUNT PER SYSTEM,    *
      **              SO THE INTERFACE TEAMS CHASE THE SAME LIST.      *
      **                                                               *
      **              CONTROL CARD (CTLCARD, MBRKWRD FORMAT):          *
      **                SYSTEMS=<CODE> <CODE> ... - REQUIRED, UP TO    *
      **                         12 SYSTEM CODES, EACH ON THE REFCODE  *
      **                         'XIDSYS' LIST                         *
      **                STATUS=A|L|C|D           - CUSTOMER STATUS TO  *
      **                         CHECK (DEFAULT A, ACTIVE)             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                EXTERNAL-ID CROSS-REFERENCE (DDNAME=CUSTXID)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  EXTERNAL-ID GAP REPORT      (DDNAME=XIDGPRPT)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING, NO GAPS            *
      **              0004 - ONE OR MORE GAPS REPORTED                 *
      **              0016 - ABEND                                     *
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
       01  WS-ABEND-CD                 PIC X(4)   VALUE '0016'.
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      THE NAME IS HELD PROTECTED (SEE GVBCPIIK) AND IS REVEALED
      *      UNDER THE ACTIVE KEY FOR THE REPORT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-CHECKED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-GAP-CUST-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-GAP-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-CUST-GAP-SW              PIC X(01)  VALUE 'N'.
           88  WS-CUST-HAS-GAP                    VALUE 'Y'.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-STATUS               PIC X(01)  VALUE 'A'.
       01  WS-CTL-SYSTEMS              PIC X(64)  VALUE SPACES.
       01  WS-SYSTEMS-PTR              PIC S9(04) COMP VALUE +1.
       01  WS-SYSTEM-TOKEN             PIC X(08)  VALUE SPACES.
      *
       01  WS-XID-DDNAME               PIC X(08)  VALUE 'CUSTXID '.
       01  WS-XID-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-XID-EOF                         VALUE 'Y'.
      *
      *      THE EXPECTED SYSTEMS, WITH A PER-CUSTOMER "HELD" SWITCH
      *      RESET FOR EACH CUSTOMER AND A RUN-LONG GAP COUNT.
       01  WS-SYS-CNT                  PIC S9(04) COMP VALUE +0.
       01  WS-SYS-MAX                  PIC S9(04) COMP VALUE +12.
       01  WS-SYS-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-SYS-TBL.
           05  WS-SYS-ENTRY            OCCURS 12 TIMES.
               10  WS-SYS-CD           PIC X(04).
               10  WS-SYS-HELD-SW      PIC X(01).
                   88  WS-SYS-HELD                VALUE 'Y'.
               10  WS-SYS-GAP-CNT      PIC S9(08) COMP.
      *
       01  WS-RPT-LINE                 PIC X(80)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)  VALUE 'KEY '.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(08)  VALUE ' STATUS '.
           05  WS-RPT-STATUS           PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-NAME             PIC X(20).
           05  FILLER                  PIC X(11)  VALUE ' NO ID IN  '.
           05  WS-RPT-SYSTEM-CD        PIC X(04).
           05  FILLER                  PIC X(21)  VALUE SPACES.
      *
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(31)  VALUE
               'CUSTOMERS WITH NO ID IN SYSTEM '.
           05  WS-RPT-TOT-SYSTEM-CD    PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-TOT-COUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(30)  VALUE SPACES.
      *
       COPY GVBCKWRD.
       COPY GVBCREFL.
       COPY GVBCRUNC.
       COPY GVBCCXID.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90X-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90X-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90X-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90X-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90X-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90X-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90X-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90X-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90X-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90X-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90X-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90R-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90R-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90R-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90R-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90R-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90R-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90R-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90R-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90R-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90R-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90R-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRXIDGP'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-CHECK-ONE-CUSTOMER THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 700-WRITE-TOTALS      THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRXIDGP'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-GAP-CNT                TO RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-GAP-CNT > ZERO
                  MOVE 4                     TO RETURN-CODE
             WHEN OTHER
                  MOVE 0                     TO RETURN-CODE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE CONTROL CARD, BUILD THE EXPECTED-SYSTEM TABLE,
      *  THEN OPEN CUSTNAMV, CUSTXID AND THE REPORT AND START THE
      *  CUSTNAMV BROWSE.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRXIDGP'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +2                     TO KWRD-ENTRY-COUNT
           MOVE 'SYSTEMS'              TO KWRD-NAME (1)
           MOVE SPACES                 TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'STATUS'               TO KWRD-NAME (2)
           MOVE 'A'                    TO KWRD-VALUE (2)
           MOVE 'A L C D'              TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE KWRD-VALUE (1)            TO WS-CTL-SYSTEMS
           MOVE KWRD-VALUE (2) (1:1)      TO WS-CTL-STATUS
      *
           MOVE +0                        TO WS-SYS-CNT
           MOVE +1                        TO WS-SYSTEMS-PTR
           PERFORM 150-LOAD-ONE-SYSTEM    THRU 150-EXIT
                   UNTIL WS-SYSTEMS-PTR > LENGTH OF WS-CTL-SYSTEMS
                      OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
           IF   WS-SYS-CNT = ZERO
                DISPLAY 'MBRXIDGP: SYSTEMS= IS REQUIRED - NAME AT '
                        'LEAST ONE EXTERNAL SYSTEM CODE'
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRXIDGP DD: CUSTNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO EOF-FLAG
           END-IF
      *
           SET  TP90X-ANCHOR              TO NULL
           MOVE WS-XID-DDNAME             TO TP90X-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE +0                        TO TP90X-RECORD-LENGTH
           MOVE SPACES                    TO TP90X-RECFM
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRXIDGP DD: CUSTXID, GVBTP90 FAILED, '
                        'RET CD = ' TP90X-RETURN-CODE
                SET  TP90X-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90X-DDNAME
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'XIDGPRPT'                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRXIDGP DD: XIDGPRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TAKE THE NEXT CODE OFF THE SYSTEMS= LIST.  A CODE LONGER
      *  THAN FOUR BYTES, ONE NOT ON THE REFCODE 'XIDSYS' LIST, OR
      *  ONE TOO MANY FAILS THE RUN - A MISTYPED CODE WOULD
      *  OTHERWISE REPORT EVERY CUSTOMER AS A GAP.
      ***************************************************************
       150-LOAD-ONE-SYSTEM.
      *
           MOVE SPACES                    TO WS-SYSTEM-TOKEN
           UNSTRING WS-CTL-SYSTEMS
                    DELIMITED BY ALL SPACES
                    INTO WS-SYSTEM-TOKEN
                    WITH POINTER WS-SYSTEMS-PTR
           END-UNSTRING
      *
           IF   WS-SYSTEM-TOKEN = SPACES
                GO TO 150-EXIT
           END-IF
      *
           IF   WS-SYSTEM-TOKEN (5:4) NOT = SPACES
                DISPLAY 'MBRXIDGP: SYSTEM CODE LONGER THAN 4 BYTES: '
                        WS-SYSTEM-TOKEN
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           IF   WS-SYS-CNT >= WS-SYS-MAX
                DISPLAY 'MBRXIDGP: MORE THAN 12 SYSTEM CODES ON '
                        'SYSTEMS='
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'XIDSYS  '                TO REFL-CODE-TYPE
           MOVE WS-SYSTEM-TOKEN (1:4)     TO REFL-CODE
           MOVE ZEROES                    TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           IF   REFL-RET-NOT-FOUND
           OR   REFL-RET-NOT-IN-FORCE
                DISPLAY 'MBRXIDGP: SYSTEM CODE NOT ON THE XIDSYS '
                        'LIST: ' WS-SYSTEM-TOKEN (1:4)
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 150-EXIT
           END-IF
      *
           ADD  +1                        TO WS-SYS-CNT
           MOVE WS-SYSTEM-TOKEN (1:4)     TO WS-SYS-CD (WS-SYS-CNT)
           MOVE 'N'                       TO WS-SYS-HELD-SW (WS-SYS-CNT)
           MOVE +0                        TO WS-SYS-GAP-CNT (WS-SYS-CNT)
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE NEXT CUSTOMER.  ONE IN THE REQUESTED STATUS HAS
      *  ITS CUSTXID ROWS BROWSED AND EVERY EXPECTED SYSTEM WITHOUT
      *  A ROW IN FORCE TODAY IS REPORTED.
      ***************************************************************
       300-CHECK-ONE-CUSTOMER.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                 TO RECORD-CNT
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN OTHER
                  DISPLAY 'MBRXIDGP DD: CUSTNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           IF   TP90-CUST-STATUS NOT = WS-CTL-STATUS
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-CHECKED-CNT
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRXIDGP: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 300-EXIT
           END-IF
      *
           MOVE +0                        TO WS-SYS-IDX
           PERFORM 310-CLEAR-ONE-SYSTEM   THRU 310-EXIT
                   UNTIL WS-SYS-IDX >= WS-SYS-CNT
      *
           PERFORM 400-BROWSE-CUSTXID     THRU 400-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-CUST-GAP-SW
           MOVE +0                        TO WS-SYS-IDX
           PERFORM 500-REPORT-ONE-SYSTEM  THRU 500-EXIT
                   UNTIL WS-SYS-IDX >= WS-SYS-CNT
                      OR SEVERE-ERROR NOT = ' '
           IF   WS-CUST-HAS-GAP
                ADD  +1                   TO WS-GAP-CUST-CNT
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
       310-CLEAR-ONE-SYSTEM.
      *
           ADD  +1                        TO WS-SYS-IDX
           MOVE 'N'                       TO WS-SYS-HELD-SW (WS-SYS-IDX)
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BROWSE THE CUSTOMER'S CUSTXID ROWS (THE PRIME KEY LEADS
      *  WITH THE KEY-ID) AND MARK EACH EXPECTED SYSTEM HELD BY A
      *  ROW IN FORCE TODAY.
      ***************************************************************
       400-BROWSE-CUSTXID.
      *
           MOVE LOW-VALUES                TO CXID-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO CXID-KEY-KEY-ID
           MOVE WS-XID-DDNAME             TO TP90X-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90X-FILE-MODE
           MOVE LENGTH OF CXID-RECORD     TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  MOVE 'N'                TO WS-XID-EOF-SW
             WHEN TP90X-RETURN-CODE = TP90-VALUE-NOT-FOUND
               OR TP90X-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  GO TO 400-EXIT
             WHEN OTHER
                  DISPLAY 'MBRXIDGP DD: CUSTXID, GVBTP90 FAILED, '
                          'RET CD = ' TP90X-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 400-EXIT
           END-EVALUATE
      *
           PERFORM 410-READ-ONE-XID       THRU 410-EXIT
                   UNTIL WS-XID-EOF
                      OR SEVERE-ERROR NOT = ' '
           .
       400-EXIT.
           EXIT.
      *
      *
       410-READ-ONE-XID.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90X-FUNCTION-CODE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-XID-EOF         TO TRUE
                  GO TO 410-EXIT
             WHEN OTHER
                  DISPLAY 'MBRXIDGP DD: CUSTXID, GVBTP90 FAILED, '
                          'RET CD = ' TP90X-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 410-EXIT
           END-EVALUATE
      *
           IF   CXID-KEY-ID NOT = TP90-CUST-KEY-ID
                SET  WS-XID-EOF           TO TRUE
                GO TO 410-EXIT
           END-IF
      *
           IF   WS-TODAY-CCYYMMDD < CXID-EFF-DATE
           OR   WS-TODAY-CCYYMMDD > CXID-EXP-DATE
                GO TO 410-EXIT
           END-IF
      *
           MOVE +0                        TO WS-SYS-IDX
           PERFORM 420-MARK-ONE-SYSTEM    THRU 420-EXIT
                   UNTIL WS-SYS-IDX >= WS-SYS-CNT
           .
       410-EXIT.
           EXIT.
      *
      *
       420-MARK-ONE-SYSTEM.
      *
           ADD  +1                        TO WS-SYS-IDX
           IF   WS-SYS-CD (WS-SYS-IDX) = CXID-SYSTEM-CD
                MOVE 'Y'                  TO WS-SYS-HELD-SW (WS-SYS-IDX)
           END-IF
           .
       420-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REPORT LINE PER EXPECTED SYSTEM THE CUSTOMER IS NOT
      *  KNOWN TO TODAY.
      ***************************************************************
       500-REPORT-ONE-SYSTEM.
      *
           ADD  +1                        TO WS-SYS-IDX
           IF   WS-SYS-HELD (WS-SYS-IDX)
                GO TO 500-EXIT
           END-IF
      *
           SET  WS-CUST-HAS-GAP           TO TRUE
           ADD  +1                        TO WS-GAP-CNT
           ADD  +1                        TO WS-SYS-GAP-CNT (WS-SYS-IDX)
      *
           MOVE TP90-CUST-KEY-ID          TO WS-RPT-KEY-ID
           MOVE TP90-CUST-STATUS          TO WS-RPT-STATUS
           MOVE TP90-CUST-NAME            TO WS-RPT-NAME
           MOVE WS-SYS-CD (WS-SYS-IDX)    TO WS-RPT-SYSTEM-CD
           MOVE WS-RPT-DETAIL-LINE        TO WS-RPT-LINE
           PERFORM 600-WRITE-REPORT-LINE  THRU 600-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
       600-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRXIDGP DD: XIDGPRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE THE REPORT WITH THE GAP COUNT FOR EACH SYSTEM.
      ***************************************************************
       700-WRITE-TOTALS.
      *
           MOVE +0                        TO WS-SYS-IDX
           PERFORM 710-WRITE-ONE-TOTAL    THRU 710-EXIT
                   UNTIL WS-SYS-IDX >= WS-SYS-CNT
                      OR SEVERE-ERROR NOT = ' '
           .
       700-EXIT.
           EXIT.
      *
      *
       710-WRITE-ONE-TOTAL.
      *
           ADD  +1                        TO WS-SYS-IDX
           MOVE WS-SYS-CD (WS-SYS-IDX)    TO WS-RPT-TOT-SYSTEM-CD
           MOVE WS-SYS-GAP-CNT (WS-SYS-IDX)
                                          TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE         TO WS-RPT-LINE
           PERFORM 600-WRITE-REPORT-LINE  THRU 600-EXIT
           .
       710-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90X-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRXIDGP: ' WS-DISPLAY-MASK-1 ' CUSTOMERS READ'
           MOVE WS-CHECKED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRXIDGP: ' WS-DISPLAY-MASK-1 ' IN STATUS '
                   WS-CTL-STATUS ' CHECKED'
           MOVE WS-GAP-CUST-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRXIDGP: ' WS-DISPLAY-MASK-1
                   ' CUSTOMERS WITH ONE OR MORE GAPS'
           MOVE WS-GAP-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRXIDGP: ' WS-DISPLAY-MASK-1 ' GAPS REPORTED'
           .
       9900-EXIT.
           EXIT.
