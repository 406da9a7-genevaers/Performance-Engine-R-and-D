       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRBOUNC.
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
      ** DESCRIPTION: E-MAIL BOUNCE PROCESSING.  THE MAIL GATEWAY'S    *
      **              BOUNCE FILE (GVBCEMAL) IS MATCHED TO THE         *
      **              CUSTCTCV CHILD RECORDS; EACH HARD BOUNCE FOR     *
      **              THE ADDRESS STILL ON FILE MARKS THE CHILD'S      *
      **              E-MAIL BOUNCED IN PLACE (SEE THE CTC VIEW IN     *
      **              GVBCCHLD) WITH THE BEFORE/AFTER PAIR JOURNALED   *
      **              THROUGH MBRAUDWR, SO MBRCORR PRINTS THE NEXT     *
      **              LETTER INSTEAD UNTIL A STEWARD CORRECTS THE      *
      **              ADDRESS.  SOFT BOUNCES ARE COUNTED ONLY - THE    *
      **              GATEWAY RETRIES THEM ITSELF.                     *
      **                                                               *
      **              THE REGISTER LISTS EVERY BOUNCE MARKED, WITH     *
      **              THE GATEWAY'S REASON AND DATE (THE CTC CHILD     *
      **              HAS NO ROOM FOR THEM), EVERY BOUNCE THAT         *
      **              MATCHES NO CONTACT CHILD, AND EVERY BOUNCE FOR   *
      **              AN ADDRESS A STEWARD HAS SINCE REPLACED.         *
      **                                                               *
      **              THE CHILD'S E-MAIL IS STORED PROTECTED (SEE      *
      **              GVBCPIIK); IT IS REVEALED ONLY FOR THE MATCH,    *
      **              AND THE REWRITE STARTS AGAIN FROM THE STORED     *
      **              BYTES, SO ONLY THE STATUS BYTE CHANGES.          *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   GATEWAY BOUNCE FILE         (DDNAME=BOUNCE)    *
      **                                                               *
      ** I-O FILES:     CONTACT CHILD CLUSTER       (DDNAME=CUSTCTCV)  *
      **                                                               *
      ** OUTPUT FILES:  BOUNCE REGISTER             (DDNAME=BNCRPT)    *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - UNMATCHED BOUNCES REPORTED                *
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
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
      *      THE IN-PLACE CHILD REWRITES RUN UNDER THE SAME
      *      EXCLUSIVE GENEVA/CUSTNAMV ENQUEUE EVERY OTHER WRITER
      *      OF THESE RECORDS TAKES, THE MBRNIXIE CONVENTION.
       01  WS-ENQ-HELD-SW              PIC X(01)  VALUE 'N'.
           88  WS-ENQ-HELD                        VALUE 'Y'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-BOUNCES-READ-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-MARKED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-ALREADY-MARKED-CNT       PIC S9(08) COMP VALUE +0.
       01  WS-SOFT-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-STALE-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-UNMATCHED-CNT            PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
      *
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  WS-RPT-LINE.
           05  WS-RPT-TEXT             PIC X(40).
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SEQ-NBR          PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-REASON-CD        PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-BOUNCE-DATE      PIC X(08).
           05  FILLER                  PIC X(14)  VALUE SPACES.
      *
       COPY GVBCCHLD.
       COPY GVBCEMAL.
       COPY GVBCAUDW.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90D-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90D-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90D-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90D-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90D-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90D-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90D-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90D-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90D-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90D-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90D-ESDS==.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRBOUNC'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTNAMV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                SET  WS-ENQ-HELD            TO TRUE
                DISPLAY 'MBRBOUNC: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
                PERFORM 300-PROCESS-ONE-BOUNCE THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRBOUNC'                TO RUNC-REG-RUN-ID
           MOVE WS-BOUNCES-READ-CNT       TO RUNC-REG-RCRDS-READ
           MOVE WS-MARKED-CNT             TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-UNMATCHED-CNT          TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-UNMATCHED-CNT > ZERO
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
       100-INIT.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'BOUNCE  '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF EMAL-BOUNCE-RECORD
                                          TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 EMAL-BOUNCE-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBOUNC DD: BOUNCE, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90D-ANCHOR              TO NULL
           MOVE 'CUSTCTCV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90D-FILE-MODE
           MOVE SPACES                    TO TP90D-RETURN-CODE
           MOVE +0                        TO TP90D-VSAM-RETURN-CODE
           MOVE +0                        TO TP90D-RECORD-LENGTH
           MOVE SPACES                    TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBOUNC DD: CUSTCTCV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90D-DDNAME
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'BNCRPT  '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBOUNC DD: BNCRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  AUDW-FCN-OPEN             TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           .
       100-EXIT.
           EXIT.
      *
      *
       300-PROCESS-ONE-BOUNCE.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO EMAL-BOUNCE-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 EMAL-BOUNCE-RECORD,
                                 CUST-CHILD-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRBOUNC: ERROR READING BOUNCE RC = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO WS-BOUNCES-READ-CNT
      *
           IF   NOT EMAL-BNC-HARD
                ADD  +1                   TO WS-SOFT-CNT
                GO TO 300-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-RPT-LINE
           MOVE EMAL-BNC-KEY-ID           TO WS-RPT-KEY-ID
           MOVE EMAL-BNC-CTC-SEQ-NBR      TO WS-RPT-SEQ-NBR
           MOVE EMAL-BNC-REASON-CD        TO WS-RPT-REASON-CD
           IF   EMAL-BNC-DATE (1:8) NUMERIC
                MOVE EMAL-BNC-DATE        TO WS-RPT-BOUNCE-DATE
           ELSE
                MOVE WS-RUN-DATE          TO WS-RPT-BOUNCE-DATE
           END-IF
      *
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           MOVE EMAL-BNC-KEY-ID           TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'CTC'                     TO CUST-CHILD-RECORD-KEY(11:3)
           MOVE EMAL-BNC-CTC-SEQ-NBR      TO CUST-CHILD-RECORD-KEY(14:2)
           MOVE 'CUSTCTCV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90D-FILE-MODE
           MOVE +96                       TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-UNMATCHED-CNT
                MOVE 'BOUNCE MATCHES NO CONTACT CHILD:        '
                                          TO WS-RPT-TEXT
                PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
                GO TO 300-EXIT
           END-IF
      *
           MOVE CUST-CHILD-RECORD         TO WS-BEFORE-IMAGE
           PERFORM 310-REVEAL-CONTACT     THRU 310-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
      *      A BOUNCE FOR AN ADDRESS NO LONGER ON THE CHILD SAYS
      *      NOTHING ABOUT THE ONE A STEWARD HAS PUT THERE SINCE.
           IF   CUST-CTC-EMAIL NOT = EMAL-BNC-ADDRESS
                ADD  +1                   TO WS-STALE-CNT
                MOVE 'ADDRESS SINCE REPLACED, NOT MARKED:     '
                                          TO WS-RPT-TEXT
                PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
                GO TO 300-EXIT
           END-IF
      *
           IF   CUST-CTC-EMAIL-BOUNCED
                ADD  +1                   TO WS-ALREADY-MARKED-CNT
                GO TO 300-EXIT
           END-IF
      *
      *      BACK TO THE STORED (PROTECTED) BYTES FOR THE REWRITE.
           MOVE WS-BEFORE-IMAGE           TO CUST-CHILD-RECORD
           MOVE 'B'                       TO CUST-CTC-EMAIL-STATUS
      *
           MOVE TP90-VALUE-UPDATE         TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBOUNC: ERROR REWRITING CUSTCTCV KEY '
                        CUST-CHILD-RECORD-KEY ' RC = '
                        TP90D-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-MARKED-CNT
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-CHILD            TO TRUE
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE CUST-CHILD-KEY-ID         TO AUDW-KEY-ID
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE CUST-CHILD-RECORD         TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           MOVE 'E-MAIL MARKED BOUNCED:                  '
                                          TO WS-RPT-TEXT
           PERFORM 600-WRITE-REPORT-LINE  THRU 600-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
       310-REVEAL-CONTACT.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRBOUNC: CANNOT REVEAL CUSTCTCV KEY '
                        CUST-CHILD-RECORD-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
       600-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBOUNC: ERROR WRITING BNCRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   WS-ENQ-HELD
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'N'                     TO WS-ENQ-HELD-SW
           END-IF
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      EMAL-BOUNCE-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90D-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      CUST-CHILD-RECORD-KEY
           END-IF
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           MOVE WS-BOUNCES-READ-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBOUNC: ' WS-DISPLAY-MASK-1 ' BOUNCES READ'
           MOVE WS-MARKED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBOUNC: ' WS-DISPLAY-MASK-1 ' E-MAILS '
                   'MARKED BOUNCED'
           MOVE WS-ALREADY-MARKED-CNT     TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBOUNC: ' WS-DISPLAY-MASK-1 ' ALREADY MARKED'
           MOVE WS-SOFT-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBOUNC: ' WS-DISPLAY-MASK-1 ' SOFT BOUNCES'
           MOVE WS-STALE-CNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBOUNC: ' WS-DISPLAY-MASK-1 ' FOR REPLACED '
                   'ADDRESSES'
           MOVE WS-UNMATCHED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBOUNC: ' WS-DISPLAY-MASK-1 ' UNMATCHED'
           .
       9900-EXIT.
           EXIT.
