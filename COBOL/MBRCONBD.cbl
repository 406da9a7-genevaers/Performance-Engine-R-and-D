       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCONBD.
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
      ** DESCRIPTION: CICS NEW-CUSTOMER ONBOARDING.  THE OPERATOR     *
      **              KEYS THE SOURCE SYSTEM, THE BASE CUSTOMER        *
      **              FIELDS AND, OPTIONALLY, AN ADDRESS AND A         *
      **              CONTACT.  THE FIELDS ARE EDITED AGAINST THE      *
      **              REFCODE TABLE AND MBRCTCED, THE NEW CUST-KEY-ID  *
      **              IS TAKEN FROM MBRKEYAL (THE ONE AUTHORITY FOR    *
      **              CUSTOMER NUMBERS), AND THE BASE RECORD AND ITS   *
      **              ADR AND CTC CHILDREN (SEQ 01) ARE WRITTEN AND    *
      **              JOURNALED AS ONE UNIT OF WORK UNDER THE          *
      **              CUSTNAMV WRITER ENQ - EITHER ALL OF THEM ARE     *
      **              COMMITTED OR THE WHOLE UNIT IS BACKED OUT.       *
      **                                                               *
      ** TRANSACTION: MONB                                             *
      **                                                               *
      ** INPUT (ONE LINE, FIXED COLUMNS - SEE WS-ONBOARD-INPUT):       *
      **   SRC(1) EFFDT(8) NAME(20) ADDR(20) CITY(13) ST(2) STS(1)     *
      **   ADR: LINE(25) CITY(13) ST(2) POSTAL(9) CNTRY(3)             *
      **   CTC: NAME(25) PHONE(10) EMAIL(30) TYPE(1)                   *
      **   A BLANK ADR OR CTC GROUP WRITES NO CHILD OF THAT TYPE.      *
      **                                                               *
      ** MODULES CALLED: GVBTP90  - I/O HANDLER                        *
      **                 GVBUR66  - ENQ/DEQ SERIALIZATION              *
      **                 MBRKEYAL - CUSTOMER KEY ALLOCATION            *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                 MBRCTCED - CONTACT-POINT EDITS                *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** I-O FILES:     VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                CONTACT CHILD CLUSTER       (DDNAME=CUSTCTCV)  *
      **                KEY-ALLOCATION CONTROL      (DDNAME=KEYCTL)    *
      **                SCREENING QUEUE (OPTIONAL)  (DDNAME=SCRNQUE)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0016 - ABEND                                     *
      **                                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-ABEND-CD                 PIC X(4)    VALUE '0016'.
      *
       01  GVBTP90                     PIC X(08)   VALUE 'GVBTP90 '.
      *
       01  WS-PROMPT-TEXT.
           05  FILLER                  PIC X(40)   VALUE
               'MBRCONBD - NEW CUSTOMER ONBOARDING'.
           05  FILLER                  PIC X(60)   VALUE
               'SRC EFFDT NAME(20) ADDR(20) CITY(13) ST(2) STS(1)'.
           05  FILLER                  PIC X(60)   VALUE
               'ADR: LINE(25) CITY(13) ST(2) POSTAL(9) CNTRY(3)'.
           05  FILLER                  PIC X(60)   VALUE
               'CTC: NAME(25) PHONE(10) EMAIL(30) TYPE(1)'.
      *
      *      THE NEW CUSTOMER AS KEYED BY THE OPERATOR.
       01  WS-ONBOARD-INPUT.
           05  WS-ONB-SRC-SYS-CODE     PIC X(01).
           05  WS-ONB-EFF-DATE         PIC X(08).
           05  WS-ONB-NAME             PIC X(20).
           05  WS-ONB-ADDR-LINE        PIC X(20).
           05  WS-ONB-CITY             PIC X(13).
           05  WS-ONB-STATE            PIC X(02).
           05  WS-ONB-STATUS           PIC X(01).
           05  WS-ONB-ADR-GROUP.
               10  WS-ONB-ADR-LINE     PIC X(25).
               10  WS-ONB-ADR-CITY     PIC X(13).
               10  WS-ONB-ADR-STATE    PIC X(02).
               10  WS-ONB-ADR-POSTAL   PIC X(09).
               10  WS-ONB-ADR-CNTRY    PIC X(03).
           05  WS-ONB-CTC-GROUP.
               10  WS-ONB-CTC-NAME     PIC X(25).
               10  WS-ONB-CTC-PHONE    PIC X(10).
               10  WS-ONB-CTC-EMAIL    PIC X(30).
               10  WS-ONB-CTC-TYPE     PIC X(01).
       01  WS-ONBOARD-LENGTH           PIC S9(04)  COMP VALUE +183.
      *
       01  WS-ONBOARDED-TEXT.
           05  FILLER                  PIC X(09)   VALUE 'CUSTOMER '.
           05  WS-ONBOARDED-KEY-ID     PIC X(10).
           05  FILLER                  PIC X(21)   VALUE
               ' ONBOARDED + AUDITED'.
       01  WS-DENIED-TEXT              PIC X(40)   VALUE
           'ACCESS DENIED - NOT ENTITLED'.
       01  WS-REQUIRED-TEXT            PIC X(40)   VALUE
           'SOURCE, EFFDT(CCYYMMDD) AND NAME NEEDED'.
       01  WS-BAD-CODE-TEXT.
           05  FILLER                  PIC X(08)   VALUE 'INVALID '.
           05  WS-BAD-CODE-FIELD       PIC X(08)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE ' CODE '.
           05  WS-BAD-CODE-VALUE       PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(16)   VALUE
               ' - NOT ADDED    '.
       01  WS-BAD-CTC-TEXT.
           05  FILLER                  PIC X(23)   VALUE
               'CONTACT REJECTED, CODE '.
           05  WS-BAD-CTC-REASON       PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE SPACES.
       01  WS-KEY-FAIL-TEXT.
           05  FILLER                  PIC X(24)   VALUE
               'NO KEY FOR SOURCE - RC '.
           05  WS-KEY-FAIL-RC          PIC X(01)   VALUE SPACES.
           05  FILLER                  PIC X(15)   VALUE SPACES.
       01  WS-BACKED-OUT-TEXT.
           05  FILLER                  PIC X(08)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE
               ' WRITE RC = '.
           05  WS-BACKED-OUT-RC        PIC X(01)   VALUE SPACES.
           05  FILLER                  PIC X(19)   VALUE
               ' - ALL BACKED OUT'.
       01  WS-BACKED-OUT-VIEW  REDEFINES  WS-BACKED-OUT-TEXT.
           05  WS-BACKED-OUT-DDNAME    PIC X(08).
           05  FILLER                  PIC X(32).
      *
       01  WS-CODE-EDIT-SW             PIC X(01)   VALUE 'Y'.
           88  WS-CODES-VALID                      VALUE 'Y'.
       01  WS-UNIT-OK-SW               PIC X(01)   VALUE 'Y'.
           88  WS-UNIT-OK                          VALUE 'Y'.
       01  WS-NEW-KEY-ID               PIC X(10)   VALUE SPACES.
       01  WS-ADR-IMAGE                PIC X(96)   VALUE SPACES.
       01  WS-CTC-IMAGE                PIC X(96)   VALUE SPACES.
       01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZEROES.
       01  WS-STAMP-TIME-NOW.
           05  WS-STAMP-TIME-WORK      PIC 9(06).
           05  FILLER                  PIC X(02).
      *
       COPY GVBCCHLD.
      *
       COPY GVBCKEYA.
       01  WS-MBRKEYAL                 PIC X(08)   VALUE 'MBRKEYAL'.
      *
       COPY GVBCAUDW.
       01  WS-MBRAUDWR                 PIC X(08)   VALUE 'MBRAUDWR'.
      *
       COPY GVBCENTL.
       01  WS-MBRENTCK                 PIC X(08)   VALUE 'MBRENTCK'.
      *
      *      SOURCE SYSTEM, STATE, STATUS AND CONTACT TYPE ARE EDITED
      *      AGAINST THE REFCODE TABLE (SEE GVBCREFL/MBRREFCD) WHEN
      *      IT CARRIES THE CODE TYPE; THE STATUS FALLS BACK TO THE
      *      GVBCCUST LIST WHEN IT DOES NOT.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)   VALUE 'MBRREFCD'.
      *
       COPY GVBCCTCE.
       01  WS-MBRCTCED                 PIC X(08)   VALUE 'MBRCTCED'.
      *
      *      THE BASE NAME AND ADDRESS AND THE CONTACT'S NAME, PHONE
      *      AND E-MAIL ARE WRITTEN PROTECTED (SEE GVBCPIIK); A
      *      FAILURE BACKS THE UNIT OUT UNDER THE PIIKEYS DDNAME.
       01  WS-MBRPIICR                 PIC X(08)   VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       COPY GVBCSCRQ.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90A-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90A-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90A-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90A-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90A-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90A-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90A-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90A-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90A-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90A-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90A-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90T-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90T-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90T-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90T-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90T-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90T-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90T-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90T-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90T-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90T-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90T-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90Q-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90Q-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90Q-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90Q-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90Q-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90Q-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90Q-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90Q-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90Q-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90Q-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90Q-ESDS==.
      *
      *      THE SAME EXCLUSIVE WRITER ENQ EVERY UPDATER OF THE
      *      CUSTNAME FAMILY TAKES, HELD ACROSS THE WHOLE UNIT.
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

       01  WS-GVBUR66                  PIC X(08)   VALUE 'GVBUR66 '.
      *
      ******************************************************************
      *  COMMAREA - STATE ONLY; THE WHOLE CUSTOMER ARRIVES IN ONE      *
      *  RECEIVE.                                                      *
      ******************************************************************
       01  WS-COMMAREA.
           05  WS-CA-STATE             PIC X(01).
               88  WS-CA-AWAITING-DATA     VALUE 'D'.
      *
      *      USAGE STATISTICS FOR THE TXUSLOG JOURNAL - ONE RECORD
      *      PER TASK, WRITTEN BY MBRTXUSG (SEE GVBCTXUS).
       COPY GVBCTXUS.
       01  WS-MBRTXUSG                 PIC X(08)   VALUE 'MBRTXUSG'.
       01  WS-USAGE-RECORDED-SW        PIC X(01)   VALUE 'N'.
           88  WS-USAGE-RECORDED                   VALUE 'Y'.
      *
       EJECT
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                 PIC X(01).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 8800-START-USAGE       THRU 8800-EXIT
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTNAMV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           IF   EIBCALEN = 0
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
           ELSE
                MOVE DFHCOMMAREA           TO WS-COMMAREA
                PERFORM 2000-ONBOARD-CUSTOMER THRU 2000-EXIT
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
           EXIT.
      *
      *
       1000-FIRST-TIME.
      *
           EXEC CICS SEND TEXT
                FROM     (WS-PROMPT-TEXT)
                LENGTH   (LENGTH OF WS-PROMPT-TEXT)
                ERASE
           END-EXEC
      *
           SET  WS-CA-AWAITING-DATA       TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MONB')
                COMMAREA (DFHCOMMAREA)
                LENGTH   (LENGTH OF DFHCOMMAREA)
           END-EXEC
           .
       1000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  STATE 'D' - RECEIVE THE NEW CUSTOMER, EDIT IT, TAKE ITS KEY   *
      *  AND WRITE THE UNIT.                                           *
      ******************************************************************
       2000-ONBOARD-CUSTOMER.
      *
           MOVE SPACES                    TO WS-ONBOARD-INPUT
           MOVE +183                      TO WS-ONBOARD-LENGTH
           EXEC CICS RECEIVE
                INTO      (WS-ONBOARD-INPUT)
                LENGTH    (WS-ONBOARD-LENGTH)
                NOHANDLE
           END-EXEC
      *
           IF   WS-ONBOARD-INPUT = SPACES OR LOW-VALUES
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
                GO TO 2000-EXIT
           END-IF
      *
      *      THE KEY DOES NOT EXIST YET, SO THE OPERATOR IS JUDGED
      *      ON THE TRANSACTION ALONE.
           SET  ENTC-FCN-CHECK            TO TRUE
           MOVE SPACES                    TO ENTC-OPERATOR
           EXEC CICS ASSIGN
                USERID   (ENTC-OPERATOR)
                NOHANDLE
           END-EXEC
           MOVE 'MONB'                    TO ENTC-TRAN-ID
           MOVE SPACES                    TO ENTC-KEY-ID
           CALL WS-MBRENTCK USING ENTC-CHECK-PARMS
           IF   ENTC-DENIED
                SET  TXUS-OUTCOME-DENIED   TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-DENIED-TEXT)
                     LENGTH   (LENGTH OF WS-DENIED-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
      *
           PERFORM 2100-EDIT-INPUT        THRU 2100-EXIT
           IF   NOT WS-CODES-VALID
                GO TO 2000-EXIT
           END-IF
      *
           PERFORM 2200-ALLOCATE-KEY      THRU 2200-EXIT
           IF   WS-NEW-KEY-ID = SPACES
                GO TO 2000-EXIT
           END-IF
      *
           PERFORM 3000-WRITE-THE-UNIT    THRU 3000-EXIT
           .
       2000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  EDIT THE KEYED CUSTOMER.  THE FIRST FAILURE IS ANSWERED TO    *
      *  THE TERMINAL AND NOTHING IS WRITTEN - NOT EVEN A KEY IS       *
      *  TAKEN.                                                        *
      ******************************************************************
       2100-EDIT-INPUT.
      *
           MOVE 'Y'                       TO WS-CODE-EDIT-SW
           IF   WS-ONB-SRC-SYS-CODE = SPACE
           OR   WS-ONB-EFF-DATE NOT NUMERIC
           OR   WS-ONB-NAME = SPACES
                MOVE 'N'                  TO WS-CODE-EDIT-SW
                EXEC CICS SEND TEXT
                     FROM     (WS-REQUIRED-TEXT)
                     LENGTH   (LENGTH OF WS-REQUIRED-TEXT)
                     ERASE
                END-EXEC
                GO TO 2100-EXIT
           END-IF
      *
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE WS-ONB-EFF-DATE           TO REFL-AS-OF-DATE
      *
           MOVE 'SRCSYS  '                TO REFL-CODE-TYPE
           MOVE WS-ONB-SRC-SYS-CODE       TO REFL-CODE
           PERFORM 2150-LOOKUP-CODE       THRU 2150-EXIT
           IF   NOT WS-CODES-VALID
                GO TO 2100-EXIT
           END-IF
      *
           MOVE 'STATE   '                TO REFL-CODE-TYPE
           MOVE WS-ONB-STATE              TO REFL-CODE
           PERFORM 2150-LOOKUP-CODE       THRU 2150-EXIT
           IF   NOT WS-CODES-VALID
                GO TO 2100-EXIT
           END-IF
      *
           MOVE WS-ONB-STATUS             TO TP90-CUST-STATUS
           MOVE 'CUSTSTAT'                TO REFL-CODE-TYPE
           MOVE WS-ONB-STATUS             TO REFL-CODE
           PERFORM 2150-LOOKUP-CODE       THRU 2150-EXIT
           IF   NOT WS-CODES-VALID
                GO TO 2100-EXIT
           END-IF
           IF   REFL-RET-NOT-MAINTAINED
           AND  NOT TP90-CUST-STATUS-VALID
                MOVE 'N'                  TO WS-CODE-EDIT-SW
                MOVE REFL-CODE-TYPE       TO WS-BAD-CODE-FIELD
                MOVE REFL-CODE            TO WS-BAD-CODE-VALUE
                EXEC CICS SEND TEXT
                     FROM     (WS-BAD-CODE-TEXT)
                     LENGTH   (LENGTH OF WS-BAD-CODE-TEXT)
                     ERASE
                END-EXEC
                GO TO 2100-EXIT
           END-IF
      *
           IF   WS-ONB-ADR-GROUP NOT = SPACES
           AND  WS-ONB-ADR-STATE NOT = SPACES
                MOVE 'STATE   '           TO REFL-CODE-TYPE
                MOVE WS-ONB-ADR-STATE     TO REFL-CODE
                PERFORM 2150-LOOKUP-CODE  THRU 2150-EXIT
                IF   NOT WS-CODES-VALID
                     GO TO 2100-EXIT
                END-IF
           END-IF
      *
      *      THE CONTACT GOES THROUGH THE SAME JUDGE AS AT LOAD TIME,
      *      WHICH ALSO SQUEEZES A PUNCTUATED PHONE TO ITS DIGITS.
           MOVE SPACES                    TO WS-CTC-IMAGE
           IF   WS-ONB-CTC-GROUP NOT = SPACES
                MOVE SPACES               TO CUST-CHILD-RECORD
                MOVE 'CTC'                TO CUST-CHILD-REC-TYPE
                MOVE '01'                 TO CUST-CHILD-SEQ-NBR
                MOVE WS-ONB-CTC-NAME      TO CUST-CTC-NAME
                MOVE WS-ONB-CTC-PHONE     TO CUST-CTC-PHONE
                MOVE WS-ONB-CTC-EMAIL     TO CUST-CTC-EMAIL
                MOVE WS-ONB-CTC-TYPE      TO CUST-CTC-TYPE-CD
                SET  CTCE-FCN-EDIT        TO TRUE
                MOVE CUST-CHILD-RECORD    TO CTCE-RECORD-IMAGE
                CALL WS-MBRCTCED USING CTCE-EDIT-PARMS
                IF   CTCE-FAILED
                     MOVE 'N'             TO WS-CODE-EDIT-SW
                     MOVE CTCE-REASON-CD  TO WS-BAD-CTC-REASON
                     EXEC CICS SEND TEXT
                          FROM     (WS-BAD-CTC-TEXT)
                          LENGTH   (LENGTH OF WS-BAD-CTC-TEXT)
                          ERASE
                     END-EXEC
                     GO TO 2100-EXIT
                END-IF
                MOVE CTCE-RECORD-IMAGE    TO WS-CTC-IMAGE
           END-IF
           .
       2100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ONE REFCODE LOOKUP.  A CODE ON THE TABLE MUST BE IN FORCE ON  *
      *  THE CUSTOMER'S EFFECTIVE DATE; A TYPE THE TABLE DOES NOT      *
      *  CARRY IS LEFT TO THE CALLER.                                  *
      ******************************************************************
       2150-LOOKUP-CODE.
      *
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           IF   REFL-RET-NOT-FOUND
           OR   REFL-RET-NOT-IN-FORCE
                MOVE 'N'                  TO WS-CODE-EDIT-SW
                MOVE REFL-CODE-TYPE       TO WS-BAD-CODE-FIELD
                MOVE REFL-CODE            TO WS-BAD-CODE-VALUE
                EXEC CICS SEND TEXT
                     FROM     (WS-BAD-CODE-TEXT)
                     LENGTH   (LENGTH OF WS-BAD-CODE-TEXT)
                     ERASE
                END-EXEC
           END-IF
           .
       2150-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  TAKE THE NEW CUSTOMER'S KEY FROM THE SOURCE'S RANGE.          *
      ******************************************************************
       2200-ALLOCATE-KEY.
      *
           MOVE SPACES                    TO WS-NEW-KEY-ID
           SET  KEYA-FCN-ALLOCATE         TO TRUE
           MOVE WS-ONB-SRC-SYS-CODE       TO KEYA-SRC-SYS-CODE
           CALL WS-MBRKEYAL USING KEYA-ALLOC-PARMS
           IF   KEYA-RET-OK
                MOVE KEYA-KEY-ID          TO WS-NEW-KEY-ID
           ELSE
                MOVE KEYA-RETURN-CODE     TO WS-KEY-FAIL-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-KEY-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-KEY-FAIL-TEXT)
                     ERASE
                END-EXEC
           END-IF
      *
      *      A PSEUDO-CONVERSATIONAL TASK CANNOT HOLD KEYCTL OPEN
      *      ACROSS THE RETURN TO CICS.
           SET  KEYA-FCN-CLOSE            TO TRUE
           CALL WS-MBRKEYAL USING KEYA-ALLOC-PARMS
           .
       2200-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  WRITE THE BASE RECORD AND ITS CHILDREN UNDER THE WRITER ENQ,  *
      *  JOURNAL EACH ONE, AND COMMIT THE UNIT.  ANY WRITE FAILING     *
      *  BACKS OUT EVERYTHING THE UNIT HAS DONE, SO A CUSTOMER NEVER   *
      *  EXISTS WITHOUT THE CHILDREN THE OPERATOR KEYED.               *
      ******************************************************************
       3000-WRITE-THE-UNIT.
      *
           MOVE 'Y'                       TO WS-UNIT-OK-SW
           PERFORM 3100-OPEN-CLUSTERS     THRU 3100-EXIT
           IF   NOT WS-UNIT-OK
                GO TO 3000-FINISH
           END-IF
      *
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           PERFORM 3200-WRITE-BASE        THRU 3200-EXIT
           IF   WS-UNIT-OK
           AND  WS-ONB-ADR-GROUP NOT = SPACES
                PERFORM 3300-WRITE-ADR    THRU 3300-EXIT
           END-IF
           IF   WS-UNIT-OK
           AND  WS-CTC-IMAGE NOT = SPACES
                PERFORM 3400-WRITE-CTC    THRU 3400-EXIT
           END-IF
      *
           IF   WS-UNIT-OK
                PERFORM 3500-JOURNAL-UNIT THRU 3500-EXIT
                EXEC CICS SYNCPOINT
                END-EXEC
           ELSE
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
           END-IF
      *
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           .
       3000-FINISH.
      *
           PERFORM 3900-CLOSE-CLUSTERS    THRU 3900-EXIT
      *
           IF   WS-UNIT-OK
                MOVE WS-NEW-KEY-ID        TO WS-ONBOARDED-KEY-ID
                EXEC CICS SEND TEXT
                     FROM     (WS-ONBOARDED-TEXT)
                     LENGTH   (LENGTH OF WS-ONBOARDED-TEXT)
                     ERASE
                END-EXEC
           ELSE
                EXEC CICS SEND TEXT
                     FROM     (WS-BACKED-OUT-TEXT)
                     LENGTH   (LENGTH OF WS-BACKED-OUT-TEXT)
                     ERASE
                END-EXEC
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  OPEN CUSTNAMV AND THE TWO CHILD CLUSTERS FOR KEYED I-O, AND   *
      *  THE SCREENING QUEUE IF IT IS ALLOCATED.                       *
      ******************************************************************
       3100-OPEN-CLUSTERS.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'N'                  TO WS-UNIT-OK-SW
                MOVE 'CUSTNAMV'           TO WS-BACKED-OUT-DDNAME
                MOVE TP90-RETURN-CODE     TO WS-BACKED-OUT-RC
                SET  TP90-ANCHOR          TO NULL
                GO TO 3100-EXIT
           END-IF
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'CUSTADRV'                TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE +0                        TO TP90A-RECORD-LENGTH
           MOVE SPACES                    TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'N'                  TO WS-UNIT-OK-SW
                MOVE 'CUSTADRV'           TO WS-BACKED-OUT-DDNAME
                MOVE TP90A-RETURN-CODE    TO WS-BACKED-OUT-RC
                SET  TP90A-ANCHOR         TO NULL
                GO TO 3100-EXIT
           END-IF
      *
           SET  TP90T-ANCHOR              TO NULL
           MOVE 'CUSTCTCV'                TO TP90T-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90T-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90T-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90T-FILE-MODE
           MOVE SPACES                    TO TP90T-RETURN-CODE
           MOVE +0                        TO TP90T-VSAM-RETURN-CODE
           MOVE +0                        TO TP90T-RECORD-LENGTH
           MOVE SPACES                    TO TP90T-RECFM
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'N'                  TO WS-UNIT-OK-SW
                MOVE 'CUSTCTCV'           TO WS-BACKED-OUT-DDNAME
                MOVE TP90T-RETURN-CODE    TO WS-BACKED-OUT-RC
                SET  TP90T-ANCHOR         TO NULL
                GO TO 3100-EXIT
           END-IF
      *
           SET  TP90Q-ANCHOR              TO NULL
           MOVE 'SCRNQUE '                TO TP90Q-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90Q-FILE-MODE
           MOVE SPACES                    TO TP90Q-RETURN-CODE
           MOVE +0                        TO TP90Q-VSAM-RETURN-CODE
           MOVE +0                        TO TP90Q-RECORD-LENGTH
           MOVE SPACES                    TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90Q-ANCHOR         TO NULL
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  THE BASE RECORD, STAMPED WITH THE MAINTENANCE METADATA AND    *
      *  THE SOURCE SYSTEM THE KEY WAS ALLOCATED FOR.                  *
      ******************************************************************
       3200-WRITE-BASE.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           MOVE SPACES                    TO TP90-FB-RECORD-AREA
           MOVE WS-NEW-KEY-ID             TO TP90-CUST-KEY-ID
           MOVE WS-ONB-EFF-DATE           TO TP90-CUST-PLCY-TERM-EFF-DT
           MOVE ZERO                      TO TP90-CUST-AGRE-BUSN-ID
           MOVE WS-ONB-NAME               TO TP90-CUST-NAME
           MOVE WS-ONB-ADDR-LINE          TO TP90-CUST-ADDR-LINE
           MOVE WS-ONB-CITY               TO TP90-CUST-CITY
           MOVE WS-ONB-STATE              TO TP90-CUST-STATE
           MOVE WS-ONB-STATUS             TO TP90-CUST-STATUS
           MOVE WS-TODAY-CCYYMMDD         TO TP90-CUST-UPD-DATE
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-TIME-WORK        TO TP90-CUST-UPD-TIME
           MOVE 'MONB'                    TO TP90-CUST-UPD-IDENT
           MOVE 1                         TO TP90-CUST-UPD-SEQ
           MOVE WS-ONB-SRC-SYS-CODE       TO TP90-CUST-SRC-SYS-CODE
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                MOVE 'N'                  TO WS-UNIT-OK-SW
                MOVE 'PIIKEYS '           TO WS-BACKED-OUT-DDNAME
                MOVE PIIC-RETURN-CODE     TO WS-BACKED-OUT-RC
                GO TO 3200-EXIT
           END-IF
      *
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE WS-NEW-KEY-ID             TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'N'                  TO WS-UNIT-OK-SW
                MOVE 'CUSTNAMV'           TO WS-BACKED-OUT-DDNAME
                MOVE TP90-RETURN-CODE     TO WS-BACKED-OUT-RC
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
      *
       3300-WRITE-ADR.
      *
           MOVE SPACES                    TO CUST-CHILD-RECORD
           MOVE WS-NEW-KEY-ID             TO CUST-CHILD-KEY-ID
           MOVE 'ADR'                     TO CUST-CHILD-REC-TYPE
           MOVE '01'                      TO CUST-CHILD-SEQ-NBR
           MOVE WS-ONB-ADR-LINE           TO CUST-ADDR-LINE
           MOVE WS-ONB-ADR-CITY           TO CUST-ADDR-CITY
           MOVE WS-ONB-ADR-STATE          TO CUST-ADDR-STATE
           MOVE WS-ONB-ADR-POSTAL         TO CUST-ADDR-POSTAL-CD
           MOVE WS-ONB-ADR-CNTRY          TO CUST-ADDR-CNTRY-CD
           MOVE CUST-CHILD-RECORD (1:15)  TO CUST-CHILD-RECORD-KEY
           MOVE CUST-CHILD-RECORD         TO WS-ADR-IMAGE
      *
           MOVE TP90-VALUE-WRITE          TO TP90A-FUNCTION-CODE
           MOVE +96                       TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'N'                  TO WS-UNIT-OK-SW
                MOVE 'CUSTADRV'           TO WS-BACKED-OUT-DDNAME
                MOVE TP90A-RETURN-CODE    TO WS-BACKED-OUT-RC
           END-IF
           .
       3300-EXIT.
           EXIT.
      *
      *
       3400-WRITE-CTC.
      *
           MOVE WS-CTC-IMAGE              TO CUST-CHILD-RECORD
           MOVE WS-NEW-KEY-ID             TO CUST-CHILD-KEY-ID
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                MOVE 'N'                  TO WS-UNIT-OK-SW
                MOVE 'PIIKEYS '           TO WS-BACKED-OUT-DDNAME
                MOVE PIIC-RETURN-CODE     TO WS-BACKED-OUT-RC
                GO TO 3400-EXIT
           END-IF
           MOVE CUST-CHILD-RECORD         TO WS-CTC-IMAGE
           MOVE CUST-CHILD-RECORD (1:15)  TO CUST-CHILD-RECORD-KEY
      *
           MOVE TP90-VALUE-WRITE          TO TP90T-FUNCTION-CODE
           MOVE +96                       TO TP90T-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90T-RECFM
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'N'                  TO WS-UNIT-OK-SW
                MOVE 'CUSTCTCV'           TO WS-BACKED-OUT-DDNAME
                MOVE TP90T-RETURN-CODE    TO WS-BACKED-OUT-RC
           END-IF
           .
       3400-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  JOURNAL THE UNIT - THE PARENT 'ADDED' PAIR (WHICH ALSO SEEDS  *
      *  ITS CHKSUMV ROW) AND ONE CHILD 'ADDED' PAIR PER CHILD - AND   *
      *  QUEUE THE NEW CUSTOMER FOR SAME-DAY WATCH-LIST SCREENING.     *
      ******************************************************************
       3500-JOURNAL-UNIT.
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-TYPE-ADDED           TO TRUE
           MOVE 'P'                       TO AUDW-RECORD-TYPE
           MOVE WS-NEW-KEY-ID             TO AUDW-KEY-ID
           MOVE SPACES                    TO AUDW-BEFORE-IMAGE
           MOVE TP90-FB-RECORD-AREA       TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           SET  AUDW-REC-CHILD            TO TRUE
           IF   WS-ONB-ADR-GROUP NOT = SPACES
                MOVE WS-ADR-IMAGE         TO AUDW-AFTER-IMAGE
                CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           END-IF
           IF   WS-CTC-IMAGE NOT = SPACES
                MOVE WS-CTC-IMAGE         TO AUDW-AFTER-IMAGE
                CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           END-IF
      *
           IF   TP90Q-ANCHOR NOT = NULL
                MOVE SPACES               TO SCRQ-RECORD
                MOVE WS-NEW-KEY-ID        TO SCRQ-KEY-ID
                                             SCRQ-RECORD-KEY
                MOVE 'MBRCONBD'           TO SCRQ-SOURCE
                MOVE WS-TODAY-CCYYMMDD    TO SCRQ-QUEUED-DATE
                MOVE TP90-VALUE-WRITE     TO TP90Q-FUNCTION-CODE
                MOVE LENGTH OF SCRQ-RECORD TO TP90Q-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN TO TP90Q-RECFM
                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      SCRQ-RECORD,
                                      SCRQ-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
           END-IF
           .
       3500-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  CLOSE WHATEVER WAS OPENED, AND THE AUDIT WRITER, BEFORE       *
      *  RETURNING TO CICS.                                            *
      ******************************************************************
       3900-CLOSE-CLUSTERS.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                SET  TP90-ANCHOR          TO NULL
           END-IF
           IF   TP90A-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                SET  TP90A-ANCHOR         TO NULL
           END-IF
           IF   TP90T-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90T-FUNCTION-CODE
                CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                SET  TP90T-ANCHOR         TO NULL
           END-IF
           IF   TP90Q-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90Q-FUNCTION-CODE
                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      SCRQ-RECORD,
                                      SCRQ-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                SET  TP90Q-ANCHOR         TO NULL
           END-IF
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           .
       3900-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  USAGE STATISTICS - STAMP THE START OF THE TASK, WHO RAN IT    *
      *  AND FROM WHERE.  A FIRST ENTRY ONLY SENDS THE PROMPT.         *
      ******************************************************************
       8800-START-USAGE.
      *
           MOVE SPACES                    TO TXUS-RECORD
           MOVE 'MONB'                    TO TXUS-TRAN-ID
           MOVE 'MBRCONBD'                TO TXUS-PROGRAM
           MOVE +0                        TO TXUS-VSAM-CALLS
                                             TXUS-RESPONSE-MS
           ACCEPT TXUS-START-DATE         FROM DATE YYYYMMDD
           ACCEPT TXUS-START-TIME         FROM TIME
           EXEC CICS ASSIGN
                USERID   (TXUS-OPERATOR)
                NOHANDLE
           END-EXEC
           MOVE EIBTRMID                  TO TXUS-TERMINAL
           IF   EIBCALEN = 0
                SET  TXUS-OUTCOME-PROMPTED TO TRUE
           ELSE
                SET  TXUS-OUTCOME-COMPLETED TO TRUE
           END-IF
           .
       8800-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  USAGE STATISTICS - STAMP THE END OF THE TASK AND HAND THE     *
      *  RECORD TO MBRTXUSG FOR THE TXUSLOG JOURNAL.  PERFORMED JUST   *
      *  BEFORE EVERY RETURN OR XCTL; A TASK IS JOURNALED ONCE, EVEN   *
      *  WHEN A FAILED XCTL FALLS THROUGH TO A LATER RETURN.           *
      ******************************************************************
       8900-RECORD-USAGE.
      *
           IF   WS-USAGE-RECORDED
                GO TO 8900-EXIT
           END-IF
           SET  WS-USAGE-RECORDED         TO TRUE
           ACCEPT TXUS-END-DATE           FROM DATE YYYYMMDD
           ACCEPT TXUS-END-TIME           FROM TIME
           CALL WS-MBRTXUSG USING TXUS-RECORD
           .
       8900-EXIT.
           EXIT.
