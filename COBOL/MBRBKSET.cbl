       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRBKSET.
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
      ** DESCRIPTION: POINT-IN-TIME BACKUP SET OF THE CUSTOMER         *
      **              CLUSTERS.  TAKES THE GENEVA/CUSTNAMV ENQUEUE     *
      **              ONCE AND, WHILE HOLDING IT, BROWSES EVERY        *
      **              CLUSTER IN THE GVBCBKST SET LIST END TO END -    *
      **              THE PARENT, ITS CHILD CLUSTERS, THE HISTORY,     *
      **              AGREEMENT, HOLD, CONSENT AND SUSPENSE CLUSTERS   *
      **              AND THE CROSS-REFERENCES - SO THE WHOLE SET IS   *
      **              ONE MOMENT IN TIME.  EVERY RECORD GOES TO THE    *
      **              BKUPSET FILE TAGGED WITH ITS CLUSTER, AND THE    *
      **              BKUPMANF MANIFEST RECORDS EACH CLUSTER'S RECORD  *
      **              COUNT AND WHOLE-CLUSTER HASH FOR MBRBKRST TO     *
      **              CHECK THE RESTORE AGAINST.  A REQUIRED CLUSTER   *
      **              THAT CANNOT BE OPENED STOPS THE RUN; AN OPTIONAL *
      **              ONE NOT ALLOCATED IS MARKED SO IN THE MANIFEST.  *
      **                                                               *
      ** MODULES CALLED: GVBTP90  - I/O HANDLER                        *
      **                 GVBUR66  - ENQ/DEQ SERVICE                    *
      **                 MBRCKSUM - RECORD-CHECKSUM SERVICE            *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRALRTW - ALERTLOG JOURNAL WRITER            *
      **                 MBRPIICR - PERSONAL-DATA KEY GENERATION       *
      **                                                               *
      ** INPUT FILES:   EVERY CLUSTER IN THE GVBCBKST SET LIST         *
      **                (DDNAME=CUSTNAMV, CUSTADRV, ... MERGEFWD)      *
      **                                                               *
      ** OUTPUT FILES:  BACKUP SET                  (DDNAME=BKUPSET)   *
      **                BACKUP SET MANIFEST         (DDNAME=BKUPMANF)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
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
       01  WS-MBRCKSUM                 PIC X(08)  VALUE 'MBRCKSUM'.
       01  WS-MBRALRTW                 PIC X(08)  VALUE 'MBRALRTW'.
      *
      *      THE SET IS TAKEN AS STORED; THE MANIFEST HEADER NAMES THE
      *      PERSONAL-DATA KEY GENERATION IT IS UNDER (SEE GVBCPIIK).
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *      RUN-CONTROL REGISTRATION INTERFACE (SEE GVBCRUNC).
       COPY GVBCRUNC.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-BROWSE-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-MANF-CLUSTER-CNT         PIC S9(04) COMP VALUE +0.
       01  WS-SET-IDX                  PIC S9(04) COMP VALUE +0.
      *
       01  WS-CLUSTER-RECS             PIC S9(11) COMP-3 VALUE +0.
       01  WS-CLUSTER-HASH             PIC 9(15)  VALUE ZEROES.
       01  WS-MANF-STATUS              PIC X(01)  VALUE SPACE.
       01  WS-MAX-RECLEN               PIC S9(04) COMP VALUE +0.
       01  WS-SLICE-POS                PIC S9(04) COMP VALUE +0.
       01  WS-SLICE-LEN                PIC S9(04) COMP VALUE +0.
      *
       01  WS-SET-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-TIME-NOW.
           05  WS-SET-TIME             PIC 9(06)  VALUE ZEROES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *      BROWSE KEY - LONG ENOUGH FOR THE LONGEST KEY IN THE SET.
       01  WS-BKUP-KEY                 PIC X(64)  VALUE LOW-VALUES.
      *
       COPY GVBCBKST.
       COPY GVBCCKSM.
       COPY GVBCALRT.
       COPY GVBCALOG.
      *
      *      THE ONE ENQUEUE THAT MAKES THE SET A SINGLE POINT IN
      *      TIME: THE SAME MAJOR/MINOR NAME AND SHARED-READ SCOPE
      *      MBRUNLD AND MBRSEVS USE, SO EVERY EXCLUSIVE UPDATER IS
      *      HELD OFF UNTIL THE LAST CLUSTER HAS BEEN READ.
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

       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - ONE AREA REUSED FOR EACH
      *  CLUSTER IN TURN, ONE EACH FOR THE SET AND THE MANIFEST.
      *****************************************************************
       COPY GVBCTP90.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90V-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90V-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90V-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90V-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90V-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90V-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90V-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90V-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90V-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90V-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90V-ESDS==.

       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90B-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90B-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90B-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90B-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90B-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90B-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90B-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90B-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90B-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90B-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90B-ESDS==.

       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90M-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90M-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90M-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90M-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90M-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90M-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90M-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90M-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90M-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90M-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90M-ESDS==.

      *
       01  TP90-INFO-RETURN-DATA.
           05  TP90-KEY-OFFSET         PIC S9(08) COMP VALUE ZEROES.
           05  TP90-KEY-LENGTH         PIC S9(08) COMP VALUE ZEROES.
           05  TP90-MAX-RECLEN         PIC S9(08) COMP VALUE ZEROES.
           05  TP90-NUM-RECORDS        PIC S9(08) COMP VALUE ZEROES.
           05  FILLER                  PIC X(4230)     VALUE SPACES.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTNAMV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
           SET  ENQ-DEQ-CNTR-SHARED       TO TRUE
      *
      *      REGISTER THIS RUN'S START WITH THE RUN-CONTROL SUBSYSTEM.
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRBKSET'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *      LOG HOW LONG THE ENQ ABOVE ACTUALLY WAITED
                DISPLAY 'MBRBKSET: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
      *
      *      THE SET IS STAMPED WITH THE MOMENT THE ENQ WAS GRANTED.
                ACCEPT WS-SET-DATE           FROM DATE YYYYMMDD
                ACCEPT WS-TIME-NOW           FROM TIME
      *
                PERFORM 300-WRITE-MANF-HEADER THRU 300-EXIT
                MOVE +0                      TO WS-SET-IDX
                PERFORM 400-BACKUP-ONE-CLUSTER THRU 400-EXIT
                        UNTIL WS-SET-IDX >= BKST-SET-COUNT
                           OR SEVERE-ERROR NOT = ' '
                IF   SEVERE-ERROR = ' '
                     PERFORM 700-WRITE-MANF-TRAILER THRU 700-EXIT
                END-IF
      *
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
      *      REGISTER THIS RUN'S COMPLETION WITH THE RUN-CONTROL
      *      SUBSYSTEM.
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRBKSET'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
           MOVE +0                        TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE WS-ABEND-CD             TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN THE BACKUP SET AND MANIFEST OUTPUTS.
      ***************************************************************
       100-INIT.
      *
           SET  TP90V-ANCHOR              TO NULL
           SET  TP90B-ANCHOR              TO NULL
           SET  TP90M-ANCHOR              TO NULL
      *
           MOVE 'BKUPSET '                TO TP90B-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90B-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90B-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90B-FILE-MODE
           MOVE SPACES                    TO TP90B-RETURN-CODE
           MOVE +0                        TO TP90B-VSAM-RETURN-CODE
           MOVE LENGTH OF BKST-RECORD     TO TP90B-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90B-RECFM
           CALL GVBTP90    USING TP90B-PARAMETER-AREA,
                                 BKST-RECORD,
                                 WS-BKUP-KEY
           IF   TP90B-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKSET DD: ' TP90B-DDNAME
                        ', GVBTP90 FAILED, RET CD = '
                        TP90B-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90B-DDNAME
      *
           MOVE 'BKUPMANF'                TO TP90M-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90M-FILE-MODE
           MOVE SPACES                    TO TP90M-RETURN-CODE
           MOVE +0                        TO TP90M-VSAM-RETURN-CODE
           MOVE LENGTH OF BKMF-RECORD     TO TP90M-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 BKMF-RECORD,
                                 WS-BKUP-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKSET DD: ' TP90M-DDNAME
                        ', GVBTP90 FAILED, RET CD = '
                        TP90M-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90M-DDNAME
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LEAD THE MANIFEST WITH THE SET DATE AND TIME AND THE
      *  PERSONAL-DATA KEY GENERATION.  AN INCOMPLETE KEY ROTATION
      *  LEAVES THE CLUSTERS PART OLD, PART NEW - NO SET IS TAKEN.
      ***************************************************************
       300-WRITE-MANF-HEADER.
      *
           MOVE SPACES                    TO BKMF-RECORD
           SET  BKMF-IS-HEADER            TO TRUE
           MOVE WS-SET-DATE               TO BKMF-SET-DATE
           MOVE WS-SET-TIME               TO BKMF-SET-TIME
      *
           SET  PIIC-FCN-QUERY            TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           MOVE ZEROES                    TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  BKST-IMAGE
           EVALUATE TRUE
             WHEN PIIC-RET-OK
                MOVE PIIC-GENERATION      TO BKMF-HDR-PII-KEY-GEN
             WHEN PIIC-RET-NOT-IN-FORCE
                MOVE '000'                TO BKMF-HDR-PII-KEY-GEN
             WHEN OTHER
                DISPLAY 'MBRBKSET: PERSONAL-DATA KEY NOT USABLE, '
                        'MBRPIICR RC = ' PIIC-RETURN-CODE
                DISPLAY 'MBRBKSET: (R = KEY ROTATION INCOMPLETE - '
                        'RERUN MBRPIIRK FIRST)'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 300-EXIT
           END-EVALUATE
      *
           PERFORM 650-WRITE-MANF-RECORD  THRU 650-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BACK UP THE NEXT CLUSTER IN THE SET LIST: OPEN IT, ASK
      *  GVBTP90 FOR ITS MAXIMUM RECORD LENGTH, BROWSE IT FROM THE
      *  LOWEST KEY TO END OF FILE INTO BKUPSET, AND RECORD ITS
      *  COUNT AND HASH IN THE MANIFEST.
      ***************************************************************
       400-BACKUP-ONE-CLUSTER.
      *
           ADD  +1                        TO WS-SET-IDX
           MOVE +0                        TO WS-CLUSTER-RECS
           MOVE ZEROES                    TO WS-CLUSTER-HASH
           MOVE +0                        TO WS-MAX-RECLEN
      *
           SET  TP90V-ANCHOR              TO NULL
           MOVE BKST-SET-DD (WS-SET-IDX)  TO TP90V-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90V-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90V-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90V-FILE-MODE
           MOVE SPACES                    TO TP90V-RETURN-CODE
           MOVE +0                        TO TP90V-VSAM-RETURN-CODE
           MOVE +0                        TO TP90V-RECORD-LENGTH
           MOVE SPACES                    TO TP90V-RECFM
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 TP90-INFO-RETURN-DATA,
                                 WS-BKUP-KEY
      *
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90V-ANCHOR         TO NULL
                IF   BKST-SET-REQUIRED (WS-SET-IDX)
                     DISPLAY 'MBRBKSET: REQUIRED CLUSTER '
                             TP90V-DDNAME ' COULD NOT BE OPENED, '
                             'RET CD = ' TP90V-RETURN-CODE
                     MOVE ALRT-BKUP-INCOMPLETE TO ALRT-MSG-ID
                     MOVE 'BACKUP SET INCOMPLETE - REQUIRED CLUSTER '
                                           TO ALRT-MSG-TEXT
                     MOVE TP90V-DDNAME     TO ALRT-MSG-TEXT (43:8)
                     MOVE WS-SET-IDX       TO ALRT-MSG-COUNT
                     PERFORM 800-ISSUE-ALERT THRU 800-EXIT
                     MOVE 'Y'              TO SEVERE-ERROR
                ELSE
                     DISPLAY 'MBRBKSET: ' TP90V-DDNAME
                             ' NOT ALLOCATED, NOT IN THIS SET'
                     MOVE 'N'              TO WS-MANF-STATUS
                     PERFORM 600-WRITE-MANF-CLUSTER THRU 600-EXIT
                END-IF
                GO TO 400-EXIT
           END-IF
      *
           MOVE TP90-VALUE-INFO           TO TP90V-FUNCTION-CODE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 TP90-INFO-RETURN-DATA,
                                 WS-BKUP-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   TP90-MAX-RECLEN < +1
           OR   TP90-MAX-RECLEN > LENGTH OF BKST-IMAGE
                DISPLAY 'MBRBKSET: ' TP90V-DDNAME
                        ' RECORD LENGTH UNAVAILABLE OR OVER '
                        'BKST-IMAGE, RET CD = ' TP90V-RETURN-CODE
                        ' MAX RECLEN = ' TP90-MAX-RECLEN
                MOVE 'Y'                  TO SEVERE-ERROR
                PERFORM 490-CLOSE-CLUSTER THRU 490-EXIT
                GO TO 400-EXIT
           END-IF
           MOVE TP90-MAX-RECLEN           TO WS-MAX-RECLEN
      *
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90V-FUNCTION-CODE
           MOVE WS-MAX-RECLEN             TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90V-RECFM
           MOVE LOW-VALUES                TO WS-BKUP-KEY
           MOVE SPACES                    TO BKST-IMAGE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 BKST-IMAGE,
                                 WS-BKUP-KEY
      *      NOTHING AT OR ABOVE LOW-VALUES - AN EMPTY CLUSTER, WHICH
      *      IS BACKED UP AS ZERO RECORDS.
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF        TO TRUE
           END-IF
      *
           PERFORM 450-READ-ONE-RECORD    THRU 450-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR SEVERE-ERROR NOT = ' '
      *
           PERFORM 490-CLOSE-CLUSTER      THRU 490-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 400-EXIT
           END-IF
      *
           MOVE 'B'                       TO WS-MANF-STATUS
           PERFORM 600-WRITE-MANF-CLUSTER THRU 600-EXIT
      *
           MOVE WS-CLUSTER-RECS           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBKSET: ' BKST-SET-DD (WS-SET-IDX) ' '
                   WS-DISPLAY-MASK-1 ' RECORDS, HASH '
                   WS-CLUSTER-HASH
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE NEXT RECORD OF THE CLUSTER.  THE READ LENGTH IS
      *  RESET TO THE CLUSTER MAXIMUM BEFORE EVERY READ, AND THE
      *  LENGTH GVBTP90 ANSWERS IS THE LENGTH CARRIED INTO THE SET.
      ***************************************************************
       450-READ-ONE-RECORD.
      *
           MOVE SPACES                    TO BKST-IMAGE
           MOVE WS-MAX-RECLEN             TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-READNEXT       TO TP90V-FUNCTION-CODE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 BKST-IMAGE,
                                 WS-BKUP-KEY
      *
           EVALUATE TRUE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  SET  WS-BROWSE-EOF      TO TRUE
             WHEN TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRBKSET: ERROR READING ' TP90V-DDNAME
                          ' RC = ' TP90V-RETURN-CODE
                          ' REASON = ' TP90V-VSAM-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  PERFORM 500-WRITE-BKUP-RECORD THRU 500-EXIT
           END-EVALUATE
           .
       450-EXIT.
           EXIT.
      *
      *
       490-CLOSE-CLUSTER.
      *
           MOVE TP90-VALUE-CLOSE          TO TP90V-FUNCTION-CODE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 BKST-IMAGE,
                                 WS-BKUP-KEY
           SET  TP90V-ANCHOR              TO NULL
           .
       490-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE ONE CLUSTER RECORD TO BKUPSET AND FOLD IT INTO THE
      *  CLUSTER HASH.
      ***************************************************************
       500-WRITE-BKUP-RECORD.
      *
           MOVE WS-SET-DATE               TO BKST-SET-DATE
           MOVE WS-SET-TIME               TO BKST-SET-TIME
           MOVE BKST-SET-DD (WS-SET-IDX)  TO BKST-CLUSTER-DD
           IF   TP90V-RECORD-LENGTH < +1
           OR   TP90V-RECORD-LENGTH > WS-MAX-RECLEN
                MOVE WS-MAX-RECLEN        TO BKST-IMAGE-LENGTH
           ELSE
                MOVE TP90V-RECORD-LENGTH  TO BKST-IMAGE-LENGTH
           END-IF
      *
           PERFORM 550-HASH-IMAGE         THRU 550-EXIT
      *
           MOVE TP90-VALUE-WRITE          TO TP90B-FUNCTION-CODE
           CALL GVBTP90    USING TP90B-PARAMETER-AREA,
                                 BKST-RECORD,
                                 WS-BKUP-KEY
           IF   TP90B-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKSET: ERROR WRITING BKUPSET RC = '
                        TP90B-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
           ELSE
                ADD  +1                   TO WS-CLUSTER-RECS
                                             RECORD-CNT
           END-IF
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FOLD THE IMAGE INTO THE CLUSTER HASH 96 BYTES AT A TIME,
      *  THE LAST SLICE PADDED WITH SPACES (SEE GVBCBKST).
      ***************************************************************
       550-HASH-IMAGE.
      *
           MOVE +1                        TO WS-SLICE-POS
           PERFORM 560-HASH-ONE-SLICE     THRU 560-EXIT
                   UNTIL WS-SLICE-POS > BKST-IMAGE-LENGTH
           .
       550-EXIT.
           EXIT.
      *
      *
       560-HASH-ONE-SLICE.
      *
           COMPUTE WS-SLICE-LEN = BKST-IMAGE-LENGTH - WS-SLICE-POS + 1
           IF   WS-SLICE-LEN > LENGTH OF CKSM-RECORD-IMAGE
                MOVE LENGTH OF CKSM-RECORD-IMAGE TO WS-SLICE-LEN
           END-IF
           MOVE SPACES                    TO CKSM-RECORD-IMAGE
           MOVE BKST-IMAGE (WS-SLICE-POS:WS-SLICE-LEN)
                                          TO CKSM-RECORD-IMAGE
           SET  CKSM-FCN-ACCUMULATE       TO TRUE
           MOVE WS-CLUSTER-HASH           TO CKSM-HASH-RESULT
           CALL WS-MBRCKSUM USING CKSM-COMPUTE-PARMS
           MOVE CKSM-HASH-RESULT          TO WS-CLUSTER-HASH
           ADD  LENGTH OF CKSM-RECORD-IMAGE TO WS-SLICE-POS
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE MANIFEST RECORD PER SET-LIST ENTRY - BACKED UP WITH ITS
      *  COUNT AND HASH, OR NOT ALLOCATED.
      ***************************************************************
       600-WRITE-MANF-CLUSTER.
      *
           MOVE SPACES                    TO BKMF-RECORD
           SET  BKMF-IS-CLUSTER           TO TRUE
           MOVE WS-SET-DATE               TO BKMF-SET-DATE
           MOVE WS-SET-TIME               TO BKMF-SET-TIME
           MOVE BKST-SET-DD (WS-SET-IDX)  TO BKMF-CLUSTER-DD
           MOVE WS-MANF-STATUS            TO BKMF-STATUS
           MOVE WS-CLUSTER-RECS           TO BKMF-RECORD-CNT
           MOVE WS-CLUSTER-HASH           TO BKMF-HASH-VALUE
           MOVE WS-MAX-RECLEN             TO BKMF-MAX-RECLEN
           PERFORM 650-WRITE-MANF-RECORD  THRU 650-EXIT
           ADD  +1                        TO WS-MANF-CLUSTER-CNT
           .
       600-EXIT.
           EXIT.
      *
      *
       650-WRITE-MANF-RECORD.
      *
           MOVE TP90-VALUE-WRITE          TO TP90M-FUNCTION-CODE
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 BKMF-RECORD,
                                 WS-BKUP-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKSET: ERROR WRITING BKUPMANF RC = '
                        TP90M-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           .
       650-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE THE MANIFEST WITH THE CLUSTER AND RECORD TOTALS.
      ***************************************************************
       700-WRITE-MANF-TRAILER.
      *
           MOVE SPACES                    TO BKMF-RECORD
           SET  BKMF-IS-TRAILER           TO TRUE
           MOVE WS-SET-DATE               TO BKMF-SET-DATE
           MOVE WS-SET-TIME               TO BKMF-SET-TIME
           MOVE WS-MANF-CLUSTER-CNT       TO BKMF-TRL-CLUSTER-CNT
           MOVE RECORD-CNT                TO BKMF-TRL-RECORD-CNT
           PERFORM 650-WRITE-MANF-RECORD  THRU 650-EXIT
           .
       700-EXIT.
           EXIT.
      *
      *
       800-ISSUE-ALERT.
      *
           DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
           SET  ALOG-FCN-WRITE            TO TRUE
           MOVE 'MBRBKSET'                TO ALOG-PARM-PROGRAM
           MOVE ALRT-MESSAGE-LINE         TO ALOG-PARM-MSG-LINE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
           .
       800-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE THE OUTPUTS AND DISPLAY THE RUN TOTAL.
      ***************************************************************
       9900-FINALIZATION.
      *
           SET  ALOG-FCN-CLOSE            TO TRUE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
      *
           IF   TP90V-ANCHOR NOT = NULL
                PERFORM 490-CLOSE-CLUSTER THRU 490-EXIT
           END-IF
           IF   TP90B-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90B-FUNCTION-CODE
                CALL GVBTP90    USING TP90B-PARAMETER-AREA,
                                      BKST-RECORD,
                                      WS-BKUP-KEY
           END-IF
           IF   TP90M-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90M-FUNCTION-CODE
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      BKMF-RECORD,
                                      WS-BKUP-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBKSET: ' WS-DISPLAY-MASK-1
                   ' RECORDS IN SET, ' WS-MANF-CLUSTER-CNT
                   ' CLUSTERS IN MANIFEST'
           .
       9900-EXIT.
           EXIT.
      *
