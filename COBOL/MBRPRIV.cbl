       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPRIV.
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
      ** DESCRIPTION: PRIVACY REQUEST REGISTER MAINTENANCE.  PROCESSES *
      **              CARD REQUESTS AGAINST THE PRIVREQ KSDS (SEE      *
      **              GVBCPRIV):                                       *
      **                RECEIVE  - REGISTER A NEW REQUEST (ACCESS,     *
      **                           ERASURE, RECTIFICATION OR           *
      **                           RESTRICTION) AND FIX ITS DUE DATE   *
      **                VERIFY   - RECORD THE IDENTITY-VERIFICATION    *
      **                           STEP                                *
      **                FULFIL   - RECORD THE RUNCTL RUN THAT DID THE  *
      **                           WORK; THE RUN MUST HAVE ENDED OK    *
      **                WITHDRAW - CLOSE A REQUEST UNFULFILLED         *
      **                LIST     - PRINT EVERY REQUEST ON FILE         *
      **              A REQUEST MUST BE VERIFIED BEFORE IT CAN BE      *
      **              FULFILLED.  THE DAILY AGING IS MBRPRAGE.         *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRBDAY - BUSINESS-DAY CALENDAR SERVICE       *
      **                                                               *
      ** INPUT FILES:   MAINTENANCE REQUEST CARDS    (DDNAME=CTLCARD)  *
      **                RUN-CONTROL CLUSTER          (DDNAME=RUNCTL)   *
      **                                                               *
      ** OUTPUT FILES:  PRIVACY REQUEST CLUSTER      (DDNAME=PRIVREQ)  *
      **                REQUEST REGISTER REPORT      (DDNAME=PRIVRPT)  *
      **                                                               *
      ** RETURN CDS:  0000 - ALL REQUESTS PROCESSED                    *
      **              0004 - ONE OR MORE REQUESTS FAILED               *
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
       01  WS-MBRBDAY                  PIC X(08)  VALUE 'MBRBDAY '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-PRIV-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-PRIV-EOF                        VALUE 'Y'.
      *
       01  WS-CARDS-READ-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-RECEIVED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-VERIFIED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-FULFILLED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-WITHDRAWN-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-LISTED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-FAILED-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-STEP-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  ONE MAINTENANCE REQUEST PER CARD.  THE DATA AFTER THE
      *  REQUEST REFERENCE DEPENDS ON THE FUNCTION.
      *****************************************************************
       01  WS-CARD-RECORD.
           05  WS-CARD-FUNCTION        PIC X(08).
               88  WS-CARD-RECEIVE                VALUE 'RECEIVE '.
               88  WS-CARD-VERIFY                 VALUE 'VERIFY  '.
               88  WS-CARD-FULFIL                 VALUE 'FULFIL  '.
               88  WS-CARD-WITHDRAW               VALUE 'WITHDRAW'.
               88  WS-CARD-LIST                   VALUE 'LIST    '.
           05  WS-CARD-REQUEST-ID      PIC X(12).
           05  FILLER                  PIC X(01).
           05  WS-CARD-DATA            PIC X(59).
           05  WS-CARD-RECEIVE-DATA  REDEFINES  WS-CARD-DATA.
               10  WS-CARD-KEY-ID      PIC X(10).
               10  FILLER              PIC X(01).
               10  WS-CARD-REQ-TYPE    PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-CARD-RECEIVED    PIC X(08).
               10  WS-CARD-RECEIVED-N  REDEFINES  WS-CARD-RECEIVED
                                       PIC 9(08).
               10  FILLER              PIC X(01).
               10  WS-CARD-NOTE        PIC X(30).
               10  FILLER              PIC X(07).
           05  WS-CARD-VERIFY-DATA  REDEFINES  WS-CARD-DATA.
               10  WS-CARD-METHOD      PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-CARD-VERIFIED    PIC X(08).
               10  WS-CARD-VERIFIED-N  REDEFINES  WS-CARD-VERIFIED
                                       PIC 9(08).
               10  FILLER              PIC X(42).
           05  WS-CARD-FULFIL-DATA  REDEFINES  WS-CARD-DATA.
               10  WS-CARD-RUN-ID      PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-CARD-CYCLE       PIC X(08).
               10  WS-CARD-CYCLE-N  REDEFINES  WS-CARD-CYCLE
                                       PIC 9(08).
               10  FILLER              PIC X(42).
           05  WS-CARD-WITHDRAW-DATA  REDEFINES  WS-CARD-DATA.
               10  WS-CARD-WDRAW-NOTE  PIC X(30).
               10  FILLER              PIC X(29).
      *
       COPY GVBCPRIV.
       COPY GVBCRUNC.
       COPY GVBCBDAY.
      *
      *****************************************************************
      *  REQUEST REGISTER REPORT LINE.
      *****************************************************************
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-ACTION           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-REQUEST-ID       PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-REQ-TYPE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-RECEIVED         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-DUE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-FULFIL           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(20).
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - ONE PARAMETER AREA PER
      *  CONCURRENTLY-OPEN DD.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90C-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90C-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90C-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90C-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90C-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90C-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90C-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90C-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90C-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90C-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90C-ESDS==.
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90U-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90U-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90U-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90U-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90U-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90U-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90U-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90U-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90U-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90U-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90U-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 400-READ-CARD         THRU 400-EXIT
                PERFORM 500-PROCESS-CARD      THRU 500-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-FAILED-CNT > ZERO
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
      *  OPEN THE REQUEST CARDS, THE PRIVREQ CLUSTER (I-O), THE
      *  REPORT AND - OPTIONALLY - RUNCTL FOR FULFILMENT PROOF.
      ***************************************************************
       100-INIT.
      *
           MOVE  'CTLCARD '            TO TP90C-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90C-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90C-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90C-FILE-MODE
           MOVE  SPACES                TO TP90C-RETURN-CODE
           MOVE  +0                    TO TP90C-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-CARD-RECORD
                                       TO TP90C-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90C-RECFM

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 WS-CARD-RECORD,
                                 PRIV-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPRIV DD: CTLCARD, GVBTP90 FAILED, '
                        'RET CD = ' TP90C-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'PRIVREQ '            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90-RECORD-LENGTH
           MOVE  SPACES                TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPRIV DD: PRIVREQ, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
           SET   TP90R-ANCHOR          TO NULL
           MOVE  'PRIVRPT '            TO TP90R-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90R-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90R-FILE-TYPE
           MOVE  TP90-VALUE-OUTPUT     TO TP90R-FILE-MODE
           MOVE  SPACES                TO TP90R-RETURN-CODE
           MOVE  +0                    TO TP90R-VSAM-RETURN-CODE
           MOVE  LENGTH OF WS-RPT-DETAIL-LINE
                                       TO TP90R-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90R-RECFM

           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 PRIV-RECORD-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPRIV DD: PRIVRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
      *
      *      RUNCTL IS ONLY NEEDED FOR FULFIL CARDS - WITHOUT IT A
      *      FULFILMENT CANNOT BE PROVED AND EACH ONE FAILS.
           SET   TP90U-ANCHOR          TO NULL
           MOVE  'RUNCTL  '            TO TP90U-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90U-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90U-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90U-FILE-MODE
           MOVE  SPACES                TO TP90U-RETURN-CODE
           MOVE  +0                    TO TP90U-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90U-RECORD-LENGTH
           MOVE  SPACES                TO TP90U-RECFM

           CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY

           IF   TP90U-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPRIV: NO RUNCTL DD ALLOCATED, FULFIL '
                        'REQUESTS WILL BE REJECTED'
                SET  TP90U-ANCHOR          TO NULL
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       400-READ-CARD.
      *
           MOVE  TP90-VALUE-READ       TO TP90C-FUNCTION-CODE
           MOVE  SPACES                TO WS-CARD-RECORD

           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 WS-CARD-RECORD,
                                 PRIV-RECORD-KEY

           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                IF   TP90C-RETURN-CODE = TP90-VALUE-END-OF-FILE
                     MOVE 'Y'           TO EOF-FLAG
                ELSE
                     DISPLAY 'MBRPRIV: ERROR READING CTLCARD RC = '
                             TP90C-RETURN-CODE
                     MOVE  'Y'          TO SEVERE-ERROR
                END-IF
           ELSE
                ADD  +1                 TO WS-CARDS-READ-CNT
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       500-PROCESS-CARD.
      *
           MOVE SPACES                    TO WS-RPT-DETAIL-LINE
           MOVE WS-CARD-FUNCTION          TO WS-RPT-ACTION
           MOVE WS-CARD-REQUEST-ID        TO WS-RPT-REQUEST-ID
      *
           EVALUATE TRUE
             WHEN WS-CARD-LIST
                  PERFORM 560-LIST-REQUESTS  THRU 560-EXIT
             WHEN NOT (WS-CARD-RECEIVE OR WS-CARD-VERIFY
                    OR WS-CARD-FULFIL OR WS-CARD-WITHDRAW)
                  ADD  +1                    TO WS-FAILED-CNT
                  DISPLAY 'MBRPRIV: *** UNRECOGNIZED FUNCTION '
                          WS-CARD-FUNCTION ' ***'
             WHEN WS-CARD-REQUEST-ID = SPACES
                  MOVE 'NO REQUEST ID'       TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
             WHEN WS-CARD-RECEIVE
                  PERFORM 510-RECEIVE-REQUEST THRU 510-EXIT
             WHEN WS-CARD-VERIFY
                  PERFORM 520-VERIFY-REQUEST THRU 520-EXIT
             WHEN WS-CARD-FULFIL
                  PERFORM 530-FULFIL-REQUEST THRU 530-EXIT
             WHEN OTHER
                  PERFORM 540-WITHDRAW-REQUEST THRU 540-EXIT
           END-EVALUATE
      *
           PERFORM 400-READ-CARD             THRU 400-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REGISTER A NEW REQUEST.  THE RECEIVED DATE DEFAULTS TO
      *  TODAY; THE DUE DATE IS THE PRIV-DEADLINE-DAYS'TH BUSINESS
      *  DAY AFTER IT.  A REFERENCE ALREADY ON FILE IS REFUSED -
      *  A DEADLINE ONCE RUNNING IS NEVER RESET BY A SECOND CARD.
      ***************************************************************
       510-RECEIVE-REQUEST.
      *
           MOVE WS-CARD-KEY-ID            TO WS-RPT-KEY-ID
           MOVE WS-CARD-REQ-TYPE          TO WS-RPT-REQ-TYPE
           IF   WS-CARD-RECEIVED = SPACES
                MOVE WS-TODAY-CCYYMMDD    TO WS-CARD-RECEIVED-N
           END-IF
           MOVE WS-CARD-RECEIVED          TO WS-RPT-RECEIVED
      *
           MOVE SPACES                    TO PRIV-RECORD
           MOVE WS-CARD-REQ-TYPE          TO PRIV-REQ-TYPE
           EVALUATE TRUE
             WHEN WS-CARD-KEY-ID = SPACES
                  MOVE 'NO CUSTOMER KEY'     TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 510-EXIT
             WHEN NOT PRIV-TYPE-VALID
                  MOVE 'BAD REQUEST TYPE'    TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 510-EXIT
             WHEN WS-CARD-RECEIVED NOT NUMERIC
               OR WS-CARD-RECEIVED-N > WS-TODAY-CCYYMMDD
                  MOVE 'BAD RECEIVED DATE'   TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 510-EXIT
           END-EVALUATE
      *
           MOVE WS-CARD-RECEIVED-N        TO BDAY-RESULT-DATE
           MOVE +0                        TO WS-STEP-CNT
           MOVE '0'                       TO BDAY-RETURN-CODE
           PERFORM 515-STEP-ONE-BDAY      THRU 515-EXIT
                   UNTIL WS-STEP-CNT >= PRIV-DEADLINE-DAYS
                      OR BDAY-RET-INVALID
           IF   BDAY-RET-INVALID
                MOVE 'BAD RECEIVED DATE'  TO WS-RPT-RESULT
                PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                GO TO 510-EXIT
           END-IF
      *
           MOVE WS-CARD-REQUEST-ID        TO PRIV-REQUEST-ID
                                             PRIV-RECORD-KEY
           MOVE WS-CARD-KEY-ID            TO PRIV-KEY-ID
           SET  PRIV-RECEIVED             TO TRUE
           MOVE WS-CARD-RECEIVED-N        TO PRIV-RECEIVED-DATE
           MOVE BDAY-RESULT-DATE          TO PRIV-DUE-DATE
           MOVE ZEROES                    TO PRIV-VERIFIED-DATE
                                             PRIV-FULFIL-DATE
                                             PRIV-FULFIL-CYCLE-DATE
           MOVE WS-CARD-NOTE              TO PRIV-NOTE
      *
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE LENGTH OF PRIV-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'ALREADY ON FILE'    TO WS-RPT-RESULT
                PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                GO TO 510-EXIT
           END-IF
      *
           ADD  +1                        TO WS-RECEIVED-CNT
           MOVE 'REGISTERED'              TO WS-RPT-RESULT
           PERFORM 580-FORMAT-RPT-DETAIL  THRU 580-EXIT
           PERFORM 800-WRITE-RPT-DETAIL   THRU 800-EXIT
           .
       510-EXIT.
           EXIT.
      *
      *
       515-STEP-ONE-BDAY.
      *
           SET  BDAY-FCN-NEXT             TO TRUE
           MOVE BDAY-RESULT-DATE          TO BDAY-DATE-1
           MOVE ZEROES                    TO BDAY-DATE-2
           CALL WS-MBRBDAY USING BDAY-CALENDAR-PARMS
           ADD  +1                        TO WS-STEP-CNT
           .
       515-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RECORD THE IDENTITY-VERIFICATION STEP ON A RECEIVED
      *  REQUEST.  THE DATE DEFAULTS TO TODAY.
      ***************************************************************
       520-VERIFY-REQUEST.
      *
           PERFORM 570-LOCATE-REQUEST     THRU 570-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 520-EXIT
           END-IF
      *
           IF   WS-CARD-VERIFIED = SPACES
                MOVE WS-TODAY-CCYYMMDD    TO WS-CARD-VERIFIED-N
           END-IF
           EVALUATE TRUE
             WHEN NOT PRIV-RECEIVED
                  MOVE 'NOT AWAITING VERIFY' TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 520-EXIT
             WHEN WS-CARD-METHOD = SPACES
                  MOVE 'NO VERIFY METHOD'    TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 520-EXIT
             WHEN WS-CARD-VERIFIED NOT NUMERIC
               OR WS-CARD-VERIFIED-N < PRIV-RECEIVED-DATE
               OR WS-CARD-VERIFIED-N > WS-TODAY-CCYYMMDD
                  MOVE 'BAD VERIFY DATE'     TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 520-EXIT
           END-EVALUATE
      *
           SET  PRIV-VERIFIED             TO TRUE
           MOVE WS-CARD-VERIFIED-N        TO PRIV-VERIFIED-DATE
           MOVE WS-CARD-METHOD            TO PRIV-VERIFY-METHOD
           MOVE 'VERIFIED'                TO WS-RPT-RESULT
           PERFORM 575-REWRITE-REQUEST    THRU 575-EXIT
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-VERIFIED-CNT
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RECORD THE RUN THAT FULFILLED A VERIFIED REQUEST.  THE RUN
      *  MUST BE ON RUNCTL AND HAVE ENDED OK; ITS CYCLE DATE IS THE
      *  FULFILMENT DATE, SO THE ON-TIME CLAIM IS THE RUN'S OWN.
      ***************************************************************
       530-FULFIL-REQUEST.
      *
           PERFORM 570-LOCATE-REQUEST     THRU 570-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 530-EXIT
           END-IF
      *
           MOVE WS-CARD-RUN-ID            TO WS-RPT-RUN-ID
           EVALUATE TRUE
             WHEN NOT PRIV-VERIFIED
                  MOVE 'NOT VERIFIED'        TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 530-EXIT
             WHEN WS-CARD-RUN-ID = SPACES
               OR WS-CARD-CYCLE NOT NUMERIC
                  MOVE 'NO RUN ID/CYCLE'     TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 530-EXIT
             WHEN WS-CARD-CYCLE-N < PRIV-RECEIVED-DATE
                  MOVE 'RUN BEFORE RECEIPT'  TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 530-EXIT
             WHEN TP90U-ANCHOR = NULL
                  MOVE 'NO RUNCTL TO PROVE'  TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 530-EXIT
           END-EVALUATE
      *
           MOVE WS-CARD-CYCLE-N           TO RUNC-KEY-CYCLE-DATE
           MOVE WS-CARD-RUN-ID            TO RUNC-KEY-RUN-ID
           MOVE TP90-VALUE-LOCATE         TO TP90U-FUNCTION-CODE
           MOVE LENGTH OF RUNC-RECORD     TO TP90U-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90U-RECFM
           CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90U-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  MOVE 'RUN NOT ON RUNCTL'   TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 530-EXIT
             WHEN NOT RUNC-STATUS-ENDED-OK
                  MOVE 'RUN DID NOT END OK'  TO WS-RPT-RESULT
                  PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                  GO TO 530-EXIT
           END-EVALUATE
      *
           SET  PRIV-FULFILLED            TO TRUE
           MOVE WS-CARD-CYCLE-N           TO PRIV-FULFIL-DATE
                                             PRIV-FULFIL-CYCLE-DATE
           MOVE WS-CARD-RUN-ID            TO PRIV-FULFIL-RUN-ID
           IF   PRIV-FULFIL-DATE > PRIV-DUE-DATE
                MOVE 'FULFILLED LATE'     TO WS-RPT-RESULT
           ELSE
                MOVE 'FULFILLED ON TIME'  TO WS-RPT-RESULT
           END-IF
           PERFORM 575-REWRITE-REQUEST    THRU 575-EXIT
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-FULFILLED-CNT
           END-IF
           .
       530-EXIT.
           EXIT.
      *
      *
       540-WITHDRAW-REQUEST.
      *
           PERFORM 570-LOCATE-REQUEST     THRU 570-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 540-EXIT
           END-IF
      *
           IF   NOT PRIV-STILL-OPEN
                MOVE 'NOT OPEN'           TO WS-RPT-RESULT
                PERFORM 590-REQUEST-FAILED THRU 590-EXIT
                GO TO 540-EXIT
           END-IF
      *
           SET  PRIV-WITHDRAWN            TO TRUE
           IF   WS-CARD-WDRAW-NOTE NOT = SPACES
                MOVE WS-CARD-WDRAW-NOTE   TO PRIV-NOTE
           END-IF
           MOVE 'WITHDRAWN'               TO WS-RPT-RESULT
           PERFORM 575-REWRITE-REQUEST    THRU 575-EXIT
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-WITHDRAWN-CNT
           END-IF
           .
       540-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LIST EVERY REQUEST ON FILE - A FULL BROWSE FROM THE LOW
      *  KEY, ONE REPORT LINE PER REQUEST, FULFILLED ONES WITH THE
      *  RUN THAT FULFILLED THEM.
      ***************************************************************
       560-LIST-REQUESTS.
      *
           MOVE 'PRIVREQ '                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF PRIV-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM

           MOVE LOW-VALUES                TO PRIV-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-PRIV-EOF-SW
           ELSE
                MOVE 'N'                   TO WS-PRIV-EOF-SW
           END-IF

           PERFORM 565-LIST-ONE-REQUEST   THRU 565-EXIT
                   UNTIL WS-PRIV-EOF
           .
       560-EXIT.
           EXIT.
      *
      *
       565-LIST-ONE-REQUEST.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                   TO WS-PRIV-EOF-SW
                GO TO 565-EXIT
           END-IF
      *
           ADD  +1                        TO WS-LISTED-CNT
           MOVE 'LIST    '                TO WS-RPT-ACTION
           EVALUATE TRUE
             WHEN PRIV-RECEIVED
                  MOVE 'AWAITING VERIFY'  TO WS-RPT-RESULT
             WHEN PRIV-VERIFIED
                  MOVE 'AWAITING FULFIL'  TO WS-RPT-RESULT
             WHEN PRIV-WITHDRAWN
                  MOVE 'WITHDRAWN'        TO WS-RPT-RESULT
             WHEN PRIV-FULFIL-DATE > PRIV-DUE-DATE
                  MOVE 'FULFILLED LATE'   TO WS-RPT-RESULT
             WHEN OTHER
                  MOVE 'FULFILLED ON TIME' TO WS-RPT-RESULT
           END-EVALUATE
           PERFORM 580-FORMAT-RPT-DETAIL  THRU 580-EXIT
           PERFORM 800-WRITE-RPT-DETAIL   THRU 800-EXIT
           .
       565-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE CARD'S REQUEST FOR UPDATE.  A REQUEST NOT ON
      *  FILE FAILS THE CARD HERE.
      ***************************************************************
       570-LOCATE-REQUEST.
      *
           MOVE WS-CARD-REQUEST-ID        TO PRIV-RECORD-KEY
           MOVE 'PRIVREQ '                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF PRIV-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'NOT ON FILE'        TO WS-RPT-RESULT
                PERFORM 590-REQUEST-FAILED THRU 590-EXIT
           END-IF
           .
       570-EXIT.
           EXIT.
      *
      *
       575-REWRITE-REQUEST.
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'FAILED'             TO WS-RPT-RESULT
                PERFORM 590-REQUEST-FAILED THRU 590-EXIT
           ELSE
                PERFORM 580-FORMAT-RPT-DETAIL THRU 580-EXIT
                PERFORM 800-WRITE-RPT-DETAIL  THRU 800-EXIT
           END-IF
           .
       575-EXIT.
           EXIT.
      *
      *
       580-FORMAT-RPT-DETAIL.
      *
           MOVE PRIV-REQUEST-ID           TO WS-RPT-REQUEST-ID
           MOVE PRIV-KEY-ID               TO WS-RPT-KEY-ID
           MOVE PRIV-REQ-TYPE             TO WS-RPT-REQ-TYPE
           MOVE PRIV-STATUS               TO WS-RPT-STATUS
           MOVE PRIV-RECEIVED-DATE        TO WS-RPT-RECEIVED
           MOVE PRIV-DUE-DATE             TO WS-RPT-DUE
           IF   PRIV-FULFILLED
                MOVE PRIV-FULFIL-DATE     TO WS-RPT-FULFIL
                MOVE PRIV-FULFIL-RUN-ID   TO WS-RPT-RUN-ID
           ELSE
                MOVE SPACES               TO WS-RPT-FULFIL
                                             WS-RPT-RUN-ID
           END-IF
           .
       580-EXIT.
           EXIT.
      *
      *
       590-REQUEST-FAILED.
      *
           ADD  +1                        TO WS-FAILED-CNT
           PERFORM 800-WRITE-RPT-DETAIL   THRU 800-EXIT
           .
       590-EXIT.
           EXIT.
      *
      *
       800-WRITE-RPT-DETAIL.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 PRIV-RECORD-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPRIV: ERROR WRITING PRIVRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       800-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           MOVE TP90-VALUE-CLOSE          TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 WS-CARD-RECORD,
                                 PRIV-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRIV-RECORD,
                                 PRIV-RECORD-KEY
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 PRIV-RECORD-KEY
      *
           IF   TP90U-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90U-FUNCTION-CODE
                CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                      RUNC-RECORD,
                                      RUNC-RECORD-KEY
           END-IF
      *
           MOVE WS-CARDS-READ-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRIV: ' WS-DISPLAY-MASK-1 ' REQUESTS READ'
           MOVE WS-RECEIVED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRIV: ' WS-DISPLAY-MASK-1 ' REGISTERED'
           MOVE WS-VERIFIED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRIV: ' WS-DISPLAY-MASK-1 ' VERIFIED'
           MOVE WS-FULFILLED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRIV: ' WS-DISPLAY-MASK-1 ' FULFILLED'
           MOVE WS-WITHDRAWN-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRIV: ' WS-DISPLAY-MASK-1 ' WITHDRAWN'
           MOVE WS-LISTED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRIV: ' WS-DISPLAY-MASK-1 ' LISTED'
           MOVE WS-FAILED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPRIV: ' WS-DISPLAY-MASK-1 ' REQUESTS FAILED'
           .
       9900-EXIT.
           EXIT.
