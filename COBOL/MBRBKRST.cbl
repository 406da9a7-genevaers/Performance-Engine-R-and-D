       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRBKRST.
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
      ** DESCRIPTION: RESTORE OF A MBRBKSET POINT-IN-TIME BACKUP SET.  *
      **              LOADS THE BKUPMANF MANIFEST, THEN RELOADS EVERY  *
      **              CLUSTER IN THE SET FROM BKUPSET INTO ITS FRESHLY *
      **              DEFINED (EMPTY) TARGET CLUSTER UNDER AN          *
      **              EXCLUSIVE HOLD OF THE GENEVA/CUSTNAMV ENQUEUE,   *
      **              SO THE CUSTOMER AND EVERY STRUCTURE HANGING OFF  *
      **              IT COME BACK TO THE SAME MOMENT TOGETHER.  EACH  *
      **              RESTORED CLUSTER IS THEN RE-BROWSED END TO END   *
      **              AND ITS RECORD COUNT AND WHOLE-CLUSTER HASH ARE  *
      **              CHECKED AGAINST THE MANIFEST (AS ARE THE COUNT   *
      **              AND HASH OF WHAT WAS READ FROM BKUPSET).  MODE=  *
      **              VERIFY ON THE CTLCARD SKIPS THE RELOAD AND ONLY  *
      **              CHECKS THE CLUSTERS AS THEY STAND, UNDER A       *
      **              SHARED HOLD.                                     *
      **                                                               *
      ** MODULES CALLED: GVBTP90  - I/O HANDLER                        *
      **                 GVBUR66  - ENQ/DEQ SERVICE                    *
      **                 MBRCKSUM - RECORD-CHECKSUM SERVICE            *
      **                 MBRKWRD  - CONTROL CARD KEYWORD PARSER        *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRALRTW - ALERTLOG JOURNAL WRITER            *
      **                 MBRPIICR - PERSONAL-DATA KEY GENERATION       *
      **                                                               *
      ** INPUT FILES:   BACKUP SET MANIFEST         (DDNAME=BKUPMANF)  *
      **                BACKUP SET                  (DDNAME=BKUPSET)   *
      **                OPTIONAL CONTROL CARD       (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  EVERY CLUSTER BACKED UP IN THE MANIFEST        *
      **                (DDNAME=CUSTNAMV, CUSTADRV, ... MERGEFWD)      *
      **                                                               *
      ** CONTROL CARD:  MODE=RESTORE (DEFAULT) OR MODE=VERIFY          *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY CLUSTER MATCHES THE MANIFEST        *
      **              0008 - ONE OR MORE CLUSTERS DO NOT MATCH         *
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
      *      THE SET MUST BE UNDER THE PERSONAL-DATA KEY GENERATION
      *      ACTIVE NOW (SEE GVBCPIIK), OR THE RESTORED CLUSTERS WOULD
      *      NOT REVEAL.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
       01  WS-SET-PII-KEY-GEN          PIC X(03)  VALUE SPACES.
       01  WS-ACTIVE-PII-KEY-GEN       PIC X(03)  VALUE SPACES.
      *
      *      RUN-CONTROL REGISTRATION INTERFACE (SEE GVBCRUNC).
       COPY GVBCRUNC.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       COPY GVBCKWRD.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-MODE                 PIC X(07)  VALUE 'RESTORE'.
           88  WS-MODE-VERIFY                     VALUE 'VERIFY '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-BROWSE-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
       01  WS-HEADER-SEEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN                     VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN                    VALUE 'Y'.
       01  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-FOUND                           VALUE 'Y'.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-LOADED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-MISMATCH-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-MANF-REC-TOTAL           PIC S9(11) COMP-3 VALUE +0.
       01  WS-SET-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-MANF-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-CUR-IDX                  PIC S9(04) COMP VALUE +0.
      *
       01  WS-CLUSTER-RECS             PIC S9(11) COMP-3 VALUE +0.
       01  WS-CLUSTER-HASH             PIC 9(15)  VALUE ZEROES.
       01  WS-MAX-RECLEN               PIC S9(04) COMP VALUE +0.
       01  WS-KEY-OFFSET               PIC S9(04) COMP VALUE +0.
       01  WS-KEY-LENGTH               PIC S9(04) COMP VALUE +0.
       01  WS-SLICE-POS                PIC S9(04) COMP VALUE +0.
       01  WS-SLICE-LEN                PIC S9(04) COMP VALUE +0.
       01  WS-VERDICT                  PIC X(08)  VALUE SPACES.
      *
       01  WS-SET-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-SET-TIME                 PIC 9(06)  VALUE ZEROES.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-MASK-2           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *      WRITE/BROWSE KEY - LONG ENOUGH FOR THE LONGEST KEY IN THE
      *      SET.
       01  WS-BKUP-KEY                 PIC X(64)  VALUE LOW-VALUES.
      *
      *****************************************************************
      *  THE MANIFEST AS LOADED, ONE ENTRY PER CLUSTER RECORD, WITH
      *  WHAT THIS RUN RELOADED AND FOUND ON VERIFICATION.
      *****************************************************************
       01  WS-MANF-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-MANF-TABLE.
           05  WS-MANF-ENTRY           OCCURS 15 TIMES.
               10  WS-MANF-DD          PIC X(08).
               10  WS-MANF-STATUS      PIC X(01).
                   88  WS-MANF-BACKED-UP          VALUE 'B'.
               10  WS-MANF-REC-CNT     PIC S9(11) COMP-3.
               10  WS-MANF-HASH        PIC 9(15).
               10  WS-MANF-MAX-RECLEN  PIC S9(04) COMP.
               10  WS-MANF-LOADED-SW   PIC X(01).
                   88  WS-MANF-LOADED             VALUE 'Y'.
               10  WS-MANF-LOAD-CNT    PIC S9(11) COMP-3.
               10  WS-MANF-LOAD-HASH   PIC 9(15).
      *
       COPY GVBCBKST.
       COPY GVBCCKSM.
       COPY GVBCALRT.
       COPY GVBCALOG.
      *
      *      THE RELOAD HOLDS THE SAME ENQUEUE MBRBKSET TOOK THE SET
      *      UNDER, EXCLUSIVELY, SO NOTHING READS OR UPDATES ANY
      *      CLUSTER UNTIL THE WHOLE SET IS BACK AND CHECKED.
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
      *  TARGET CLUSTER IN TURN, ONE EACH FOR THE SET AND MANIFEST.
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
      *      REGISTER THIS RUN'S START WITH THE RUN-CONTROL SUBSYSTEM.
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRBKRST'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 105-READ-CONTROL-CARD     THRU 105-EXIT
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTNAMV'                TO ENQ-DEQ-QNAME
           MOVE '1'                       TO ENQ-DEQ-SCOPE-RQST
           IF   WS-MODE-VERIFY
                SET  ENQ-DEQ-CNTR-SHARED  TO TRUE
           ELSE
                SET  ENQ-DEQ-CNTR-EXCL    TO TRUE
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 100-INIT             THRU 100-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 200-LOAD-MANIFEST    THRU 200-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                MOVE 'ENQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *      LOG HOW LONG THE ENQ ABOVE ACTUALLY WAITED
                DISPLAY 'MBRBKRST: ENQ WAIT = '
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
      *
                IF   NOT WS-MODE-VERIFY
                     PERFORM 400-RESTORE-SET THRU 400-EXIT
                END-IF
                IF   SEVERE-ERROR = ' '
                     MOVE +0                 TO WS-MANF-IDX
                     PERFORM 500-VERIFY-ONE-CLUSTER THRU 500-EXIT
                             UNTIL WS-MANF-IDX >= WS-MANF-COUNT
                                OR SEVERE-ERROR NOT = ' '
                END-IF
      *
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
      *      REGISTER THE VERDICT - THE MISMATCHED CLUSTER COUNT RIDES
      *      IN THE REJECTED COUNT OF THE RUN-CONTROL RECORD.
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRBKRST'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-LOADED-CNT             TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-MISMATCH-CNT           TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-MISMATCH-CNT > ZERO
                  MOVE 8                     TO RETURN-CODE
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
      *  OPEN THE MANIFEST AND, FOR A RESTORE, THE BACKUP SET.
      ***************************************************************
       100-INIT.
      *
           SET  TP90V-ANCHOR              TO NULL
           SET  TP90B-ANCHOR              TO NULL
           SET  TP90M-ANCHOR              TO NULL
      *
           MOVE 'BKUPMANF'                TO TP90M-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90M-FILE-MODE
           MOVE SPACES                    TO TP90M-RETURN-CODE
           MOVE +0                        TO TP90M-VSAM-RETURN-CODE
           MOVE LENGTH OF BKMF-RECORD     TO TP90M-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 BKMF-RECORD,
                                 WS-BKUP-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKRST DD: ' TP90M-DDNAME
                        ', GVBTP90 FAILED, RET CD = '
                        TP90M-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90M-DDNAME
      *
           IF   WS-MODE-VERIFY
                GO TO 100-EXIT
           END-IF
      *
           MOVE 'BKUPSET '                TO TP90B-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90B-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90B-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90B-FILE-MODE
           MOVE SPACES                    TO TP90B-RETURN-CODE
           MOVE +0                        TO TP90B-VSAM-RETURN-CODE
           MOVE LENGTH OF BKST-RECORD     TO TP90B-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90B-RECFM
           CALL GVBTP90    USING TP90B-PARAMETER-AREA,
                                 BKST-RECORD,
                                 WS-BKUP-KEY
           IF   TP90B-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKRST DD: ' TP90B-DDNAME
                        ', GVBTP90 FAILED, RET CD = '
                        TP90B-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90B-DDNAME
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPTIONAL CTLCARD SELECTING A FULL RESTORE (THE DEFAULT) OR
      *  A CHECK OF THE CLUSTERS AS THEY STAND AGAINST THE MANIFEST.
      ***************************************************************
       105-READ-CONTROL-CARD.
      *
           MOVE 'MBRBKRST'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'MODE'                 TO KWRD-NAME (1)
           MOVE 'RESTORE'              TO KWRD-VALUE (1)
           MOVE 'RESTORE VERIFY'       TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 105-EXIT
           END-IF
           MOVE KWRD-VALUE (1) (1:7)      TO WS-CTL-MODE
           DISPLAY 'MBRBKRST: MODE = ' WS-CTL-MODE
           .
       105-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD THE MANIFEST: A HEADER, ONE RECORD PER CLUSTER OF THE
      *  SET LIST AND A TRAILER WHOSE TOTALS MUST AGREE.  ANYTHING
      *  ELSE MEANS THE MANIFEST CANNOT BE TRUSTED AND NOTHING IS
      *  TOUCHED.
      ***************************************************************
       200-LOAD-MANIFEST.
      *
           MOVE ' '                       TO EOF-FLAG
           PERFORM 210-READ-MANF-RECORD   THRU 210-EXIT
                   UNTIL EOF-FLAG = 'Y'
                      OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR NOT = ' '
                GO TO 200-EXIT
           END-IF
      *
           IF   NOT WS-HEADER-SEEN
           OR   NOT WS-TRAILER-SEEN
                DISPLAY 'MBRBKRST: BKUPMANF IS INCOMPLETE - HEADER '
                        'OR TRAILER MISSING'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
      *
           DISPLAY 'MBRBKRST: BACKUP SET OF ' WS-SET-DATE ' '
                   WS-SET-TIME ', ' WS-MANF-COUNT ' CLUSTERS'
      *
      *      A SET FROM BEFORE THE GENERATION WAS STAMPED (BLANK)
      *      WAS TAKEN IN CLEAR TEXT.
           IF   WS-SET-PII-KEY-GEN = SPACES
                MOVE '000'                TO WS-SET-PII-KEY-GEN
           END-IF
           SET  PIIC-FCN-QUERY            TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           MOVE ZEROES                    TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  BKST-IMAGE
           EVALUATE TRUE
             WHEN PIIC-RET-OK
                MOVE PIIC-GENERATION      TO WS-ACTIVE-PII-KEY-GEN
             WHEN PIIC-RET-NOT-IN-FORCE
                MOVE '000'                TO WS-ACTIVE-PII-KEY-GEN
             WHEN OTHER
                DISPLAY 'MBRBKRST: PERSONAL-DATA KEY NOT USABLE, '
                        'MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 200-EXIT
           END-EVALUATE
           IF   WS-SET-PII-KEY-GEN NOT = WS-ACTIVE-PII-KEY-GEN
           AND  NOT WS-MODE-VERIFY
                DISPLAY 'MBRBKRST: SET TAKEN UNDER PERSONAL-DATA KEY '
                        'GENERATION ' WS-SET-PII-KEY-GEN
                        ', GENERATION ' WS-ACTIVE-PII-KEY-GEN
                        ' IS ACTIVE - NOTHING RESTORED'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 200-EXIT
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
       210-READ-MANF-RECORD.
      *
           MOVE TP90-VALUE-READ           TO TP90M-FUNCTION-CODE
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 BKMF-RECORD,
                                 WS-BKUP-KEY
           EVALUATE TRUE
             WHEN TP90M-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 210-EXIT
             WHEN TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRBKRST: ERROR READING BKUPMANF RC = '
                          TP90M-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 210-EXIT
           END-EVALUATE
      *
           IF   BKMF-IS-HEADER
           AND  NOT WS-HEADER-SEEN
                SET  WS-HEADER-SEEN       TO TRUE
                MOVE BKMF-SET-DATE        TO WS-SET-DATE
                MOVE BKMF-SET-TIME        TO WS-SET-TIME
                MOVE BKMF-HDR-PII-KEY-GEN TO WS-SET-PII-KEY-GEN
                GO TO 210-EXIT
           END-IF
      *
           IF   NOT WS-HEADER-SEEN
           OR   WS-TRAILER-SEEN
           OR   BKMF-SET-DATE NOT = WS-SET-DATE
           OR   BKMF-SET-TIME NOT = WS-SET-TIME
                DISPLAY 'MBRBKRST: BKUPMANF RECORD OUT OF SEQUENCE '
                        'OR FROM ANOTHER SET: ' BKMF-RECORD (1:23)
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 210-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN BKMF-IS-CLUSTER
                  PERFORM 220-ADD-MANF-CLUSTER THRU 220-EXIT
             WHEN BKMF-IS-TRAILER
                  SET  WS-TRAILER-SEEN    TO TRUE
                  IF   BKMF-TRL-CLUSTER-CNT NOT = WS-MANF-COUNT
                  OR   BKMF-TRL-RECORD-CNT NOT = WS-MANF-REC-TOTAL
                       DISPLAY 'MBRBKRST: BKUPMANF TRAILER TOTALS DO '
                               'NOT AGREE WITH ITS CLUSTER RECORDS'
                       MOVE 'Y'           TO SEVERE-ERROR
                  END-IF
             WHEN OTHER
                  DISPLAY 'MBRBKRST: UNKNOWN BKUPMANF RECORD TYPE '
                          BKMF-REC-TYPE
                  MOVE 'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ADD ONE CLUSTER TO THE TABLE.  IT MUST BE A MEMBER OF THE
      *  SET LIST AND APPEAR ONLY ONCE.
      ***************************************************************
       220-ADD-MANF-CLUSTER.
      *
           MOVE 'N'                       TO WS-FOUND-SW
           MOVE +0                        TO WS-SET-IDX
           PERFORM 225-MATCH-SET-ENTRY    THRU 225-EXIT
                   UNTIL WS-SET-IDX >= BKST-SET-COUNT
                      OR WS-FOUND
           IF   NOT WS-FOUND
                DISPLAY 'MBRBKRST: BKUPMANF CLUSTER '
                        BKMF-CLUSTER-DD ' IS NOT IN THE SET LIST'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 220-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-FOUND-SW
           MOVE BKMF-CLUSTER-DD           TO BKST-CLUSTER-DD
           PERFORM 230-FIND-MANF-ENTRY    THRU 230-EXIT
           IF   WS-FOUND
           OR   WS-MANF-COUNT >= BKST-SET-COUNT
                DISPLAY 'MBRBKRST: BKUPMANF CLUSTER '
                        BKMF-CLUSTER-DD ' APPEARS MORE THAN ONCE'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 220-EXIT
           END-IF
      *
           ADD  +1                        TO WS-MANF-COUNT
           MOVE BKMF-CLUSTER-DD           TO WS-MANF-DD (WS-MANF-COUNT)
           MOVE BKMF-STATUS
                               TO WS-MANF-STATUS (WS-MANF-COUNT)
           MOVE BKMF-RECORD-CNT
                               TO WS-MANF-REC-CNT (WS-MANF-COUNT)
           MOVE BKMF-HASH-VALUE
                               TO WS-MANF-HASH (WS-MANF-COUNT)
           MOVE BKMF-MAX-RECLEN
                               TO WS-MANF-MAX-RECLEN (WS-MANF-COUNT)
           MOVE 'N'            TO WS-MANF-LOADED-SW (WS-MANF-COUNT)
           MOVE +0             TO WS-MANF-LOAD-CNT (WS-MANF-COUNT)
           MOVE ZEROES         TO WS-MANF-LOAD-HASH (WS-MANF-COUNT)
           ADD  BKMF-RECORD-CNT           TO WS-MANF-REC-TOTAL
           .
       220-EXIT.
           EXIT.
      *
      *
       225-MATCH-SET-ENTRY.
      *
           ADD  +1                        TO WS-SET-IDX
           IF   BKST-SET-DD (WS-SET-IDX) = BKMF-CLUSTER-DD
                SET  WS-FOUND             TO TRUE
           END-IF
           .
       225-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOCATE BKST-CLUSTER-DD IN THE LOADED MANIFEST, LEAVING ITS
      *  SUBSCRIPT IN WS-MANF-IDX.
      ***************************************************************
       230-FIND-MANF-ENTRY.
      *
           MOVE 'N'                       TO WS-FOUND-SW
           MOVE +0                        TO WS-MANF-IDX
           PERFORM 235-MATCH-MANF-ENTRY   THRU 235-EXIT
                   UNTIL WS-MANF-IDX >= WS-MANF-COUNT
                      OR WS-FOUND
           .
       230-EXIT.
           EXIT.
      *
      *
       235-MATCH-MANF-ENTRY.
      *
           ADD  +1                        TO WS-MANF-IDX
           IF   WS-MANF-DD (WS-MANF-IDX) = BKST-CLUSTER-DD
                SET  WS-FOUND             TO TRUE
           END-IF
           .
       235-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RELOAD THE SET.  BKUPSET IS CLUSTER BY CLUSTER, SO EACH
      *  CHANGE OF CLUSTER CLOSES THE LAST TARGET AND OPENS THE
      *  NEXT.
      ***************************************************************
       400-RESTORE-SET.
      *
           MOVE ' '                       TO EOF-FLAG
           MOVE +0                        TO WS-CUR-IDX
           PERFORM 410-RESTORE-ONE-RECORD THRU 410-EXIT
                   UNTIL EOF-FLAG = 'Y'
                      OR SEVERE-ERROR NOT = ' '
           IF   SEVERE-ERROR = ' '
           AND  WS-CUR-IDX > +0
                PERFORM 470-END-CLUSTER-LOAD THRU 470-EXIT
           END-IF
      *
           MOVE WS-LOADED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBKRST: ' WS-DISPLAY-MASK-1
                   ' RECORDS RELOADED FROM BKUPSET'
           .
       400-EXIT.
           EXIT.
      *
      *
       410-RESTORE-ONE-RECORD.
      *
           MOVE SPACES                    TO BKST-IMAGE
           MOVE TP90-VALUE-READ           TO TP90B-FUNCTION-CODE
           CALL GVBTP90    USING TP90B-PARAMETER-AREA,
                                 BKST-RECORD,
                                 WS-BKUP-KEY
           EVALUATE TRUE
             WHEN TP90B-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 410-EXIT
             WHEN TP90B-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRBKRST: ERROR READING BKUPSET RC = '
                          TP90B-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 410-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           IF   BKST-SET-DATE NOT = WS-SET-DATE
           OR   BKST-SET-TIME NOT = WS-SET-TIME
                DISPLAY 'MBRBKRST: BKUPSET IS FROM THE SET OF '
                        BKST-SET-DATE ' ' BKST-SET-TIME
                        ', NOT THIS MANIFEST'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 410-EXIT
           END-IF
           IF   BKST-IMAGE-LENGTH < +1
           OR   BKST-IMAGE-LENGTH > LENGTH OF BKST-IMAGE
                DISPLAY 'MBRBKRST: BKUPSET IMAGE LENGTH '
                        BKST-IMAGE-LENGTH ' INVALID FOR '
                        BKST-CLUSTER-DD
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 410-EXIT
           END-IF
      *
           IF   WS-CUR-IDX > +0
                IF   BKST-CLUSTER-DD NOT = WS-MANF-DD (WS-CUR-IDX)
                     PERFORM 470-END-CLUSTER-LOAD THRU 470-EXIT
                     MOVE +0              TO WS-CUR-IDX
                END-IF
           END-IF
           IF   WS-CUR-IDX = +0
                PERFORM 430-START-CLUSTER-LOAD THRU 430-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 410-EXIT
                END-IF
           END-IF
      *
           MOVE LOW-VALUES                TO WS-BKUP-KEY
           MOVE BKST-IMAGE (WS-KEY-OFFSET + 1:WS-KEY-LENGTH)
                                          TO WS-BKUP-KEY
           MOVE BKST-IMAGE-LENGTH         TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-WRITE          TO TP90V-FUNCTION-CODE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 BKST-IMAGE,
                                 WS-BKUP-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKRST: ERROR WRITING ' TP90V-DDNAME
                        ' RC = ' TP90V-RETURN-CODE
                        ' REASON = ' TP90V-VSAM-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 410-EXIT
           END-IF
      *
           PERFORM 550-HASH-IMAGE         THRU 550-EXIT
           ADD  +1                        TO WS-CLUSTER-RECS
                                             WS-LOADED-CNT
           .
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  START RELOADING A CLUSTER.  IT MUST BE BACKED UP IN THE
      *  MANIFEST, NOT ALREADY RELOADED, AND ITS TARGET MUST BE
      *  ALLOCATED AND EMPTY - A RESTORE NEVER MERGES INTO LIVE
      *  DATA.
      ***************************************************************
       430-START-CLUSTER-LOAD.
      *
           PERFORM 230-FIND-MANF-ENTRY    THRU 230-EXIT
           IF   NOT WS-FOUND
                DISPLAY 'MBRBKRST: BKUPSET CLUSTER ' BKST-CLUSTER-DD
                        ' IS NOT IN THE MANIFEST'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 430-EXIT
           END-IF
           IF   NOT WS-MANF-BACKED-UP (WS-MANF-IDX)
           OR   WS-MANF-LOADED (WS-MANF-IDX)
                DISPLAY 'MBRBKRST: BKUPSET CLUSTER ' BKST-CLUSTER-DD
                        ' OUT OF SEQUENCE OR NOT BACKED UP'
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 430-EXIT
           END-IF
           MOVE WS-MANF-IDX               TO WS-CUR-IDX
           MOVE 'Y'                 TO WS-MANF-LOADED-SW (WS-CUR-IDX)
           MOVE +0                        TO WS-CLUSTER-RECS
           MOVE ZEROES                    TO WS-CLUSTER-HASH
      *
           SET  TP90V-ANCHOR              TO NULL
           MOVE WS-MANF-DD (WS-CUR-IDX)   TO TP90V-DDNAME
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
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKRST: TARGET CLUSTER ' TP90V-DDNAME
                        ' COULD NOT BE OPENED, RET CD = '
                        TP90V-RETURN-CODE
                SET  TP90V-ANCHOR         TO NULL
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 430-EXIT
           END-IF
      *
           MOVE TP90-VALUE-INFO           TO TP90V-FUNCTION-CODE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 TP90-INFO-RETURN-DATA,
                                 WS-BKUP-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   TP90-KEY-LENGTH < +1
           OR   TP90-KEY-LENGTH > LENGTH OF WS-BKUP-KEY
           OR   TP90-KEY-OFFSET + TP90-KEY-LENGTH >
                WS-MANF-MAX-RECLEN (WS-CUR-IDX)
                DISPLAY 'MBRBKRST: ' TP90V-DDNAME
                        ' KEY POSITION UNAVAILABLE OR INVALID, '
                        'RET CD = ' TP90V-RETURN-CODE
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           IF   SEVERE-ERROR = ' '
           AND  TP90-NUM-RECORDS > ZERO
                DISPLAY 'MBRBKRST: TARGET CLUSTER ' TP90V-DDNAME
                        ' IS NOT EMPTY - DEFINE IT AFRESH BEFORE '
                        'THE RESTORE'
                MOVE 'Y'                  TO SEVERE-ERROR
           END-IF
           PERFORM 490-CLOSE-CLUSTER      THRU 490-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 430-EXIT
           END-IF
           MOVE TP90-KEY-OFFSET           TO WS-KEY-OFFSET
           MOVE TP90-KEY-LENGTH           TO WS-KEY-LENGTH
      *
           MOVE WS-MANF-DD (WS-CUR-IDX)   TO TP90V-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90V-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90V-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90V-FILE-MODE
           MOVE SPACES                    TO TP90V-RETURN-CODE
           MOVE +0                        TO TP90V-VSAM-RETURN-CODE
           MOVE WS-MANF-MAX-RECLEN (WS-CUR-IDX)
                                          TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90V-RECFM
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 BKST-IMAGE,
                                 WS-BKUP-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRBKRST DD: ' TP90V-DDNAME
                        ', GVBTP90 EXTEND OPEN FAILED, RET CD = '
                        TP90V-RETURN-CODE
                SET  TP90V-ANCHOR         TO NULL
                MOVE 'Y'                  TO SEVERE-ERROR
                GO TO 430-EXIT
           END-IF
           DISPLAY 'MBRBKRST: RELOADING ' TP90V-DDNAME
           .
       430-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FINISH A CLUSTER'S RELOAD - CLOSE IT AND KEEP THE COUNT AND
      *  HASH OF WHAT BKUPSET GAVE US FOR THE VERIFICATION.
      ***************************************************************
       470-END-CLUSTER-LOAD.
      *
           PERFORM 490-CLOSE-CLUSTER      THRU 490-EXIT
           MOVE WS-CLUSTER-RECS     TO WS-MANF-LOAD-CNT (WS-CUR-IDX)
           MOVE WS-CLUSTER-HASH     TO WS-MANF-LOAD-HASH (WS-CUR-IDX)
           .
       470-EXIT.
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
      *  CHECK ONE CLUSTER OF THE MANIFEST: BROWSE IT END TO END AS
      *  IT NOW STANDS, RECOMPUTE THE COUNT AND HASH THE WAY
      *  MBRBKSET DID, AND COMPARE.  ON A RESTORE, WHAT WAS READ
      *  FROM BKUPSET MUST AGREE AS WELL.
      ***************************************************************
       500-VERIFY-ONE-CLUSTER.
      *
           ADD  +1                        TO WS-MANF-IDX
           IF   NOT WS-MANF-BACKED-UP (WS-MANF-IDX)
                DISPLAY 'MBRBKRST: ' WS-MANF-DD (WS-MANF-IDX)
                        ' NOT IN THIS SET, NOT CHECKED'
                GO TO 500-EXIT
           END-IF
      *
           MOVE +0                        TO WS-CLUSTER-RECS
           MOVE ZEROES                    TO WS-CLUSTER-HASH
           MOVE 'MATCH'                   TO WS-VERDICT
      *
           SET  TP90V-ANCHOR              TO NULL
           MOVE WS-MANF-DD (WS-MANF-IDX)  TO TP90V-DDNAME
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
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90V-ANCHOR         TO NULL
                MOVE 'NOT OPEN'           TO WS-VERDICT
                PERFORM 580-RECORD-VERDICT THRU 580-EXIT
                GO TO 500-EXIT
           END-IF
      *
           MOVE WS-MANF-MAX-RECLEN (WS-MANF-IDX) TO WS-MAX-RECLEN
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90V-FUNCTION-CODE
           MOVE WS-MAX-RECLEN             TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90V-RECFM
           MOVE LOW-VALUES                TO WS-BKUP-KEY
           MOVE SPACES                    TO BKST-IMAGE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 BKST-IMAGE,
                                 WS-BKUP-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF        TO TRUE
           END-IF
      *
           PERFORM 520-READ-ONE-RECORD    THRU 520-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR SEVERE-ERROR NOT = ' '
           PERFORM 490-CLOSE-CLUSTER      THRU 490-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 500-EXIT
           END-IF
      *
           IF   WS-CLUSTER-RECS NOT = WS-MANF-REC-CNT (WS-MANF-IDX)
           OR   WS-CLUSTER-HASH NOT = WS-MANF-HASH (WS-MANF-IDX)
                MOVE 'MISMATCH'           TO WS-VERDICT
           END-IF
           IF   NOT WS-MODE-VERIFY
           AND (WS-MANF-LOAD-CNT (WS-MANF-IDX) NOT =
                WS-MANF-REC-CNT (WS-MANF-IDX)
           OR   WS-MANF-LOAD-HASH (WS-MANF-IDX) NOT =
                WS-MANF-HASH (WS-MANF-IDX))
                MOVE 'BAD SET'            TO WS-VERDICT
           END-IF
           PERFORM 580-RECORD-VERDICT     THRU 580-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
       520-READ-ONE-RECORD.
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
                  DISPLAY 'MBRBKRST: ERROR READING ' TP90V-DDNAME
                          ' RC = ' TP90V-RETURN-CODE
                          ' REASON = ' TP90V-VSAM-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
             WHEN OTHER
                  IF   TP90V-RECORD-LENGTH < +1
                  OR   TP90V-RECORD-LENGTH > WS-MAX-RECLEN
                       MOVE WS-MAX-RECLEN TO BKST-IMAGE-LENGTH
                  ELSE
                       MOVE TP90V-RECORD-LENGTH
                                          TO BKST-IMAGE-LENGTH
                  END-IF
                  PERFORM 550-HASH-IMAGE  THRU 550-EXIT
                  ADD  +1                 TO WS-CLUSTER-RECS
           END-EVALUATE
           .
       520-EXIT.
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
      *  DISPLAY ONE CLUSTER'S VERDICT; ANY VERDICT BUT MATCH COUNTS
      *  AS A MISMATCH AND RAISES THE OPERATOR ALERT.
      ***************************************************************
       580-RECORD-VERDICT.
      *
           MOVE WS-MANF-REC-CNT (WS-MANF-IDX) TO WS-DISPLAY-MASK-1
           MOVE WS-CLUSTER-RECS           TO WS-DISPLAY-MASK-2
           DISPLAY 'MBRBKRST: ' WS-MANF-DD (WS-MANF-IDX)
                   ' MANIFEST ' WS-DISPLAY-MASK-1
                   ' ON FILE ' WS-DISPLAY-MASK-2
                   ' ' WS-VERDICT
      *
           IF   WS-VERDICT NOT = 'MATCH'
                ADD  +1                   TO WS-MISMATCH-CNT
                MOVE ALRT-BKUP-MISMATCH   TO ALRT-MSG-ID
                MOVE 'RESTORED CLUSTER DIFFERS FROM MANIFEST - '
                                          TO ALRT-MSG-TEXT
                MOVE WS-MANF-DD (WS-MANF-IDX)
                                          TO ALRT-MSG-TEXT (43:8)
                MOVE WS-CLUSTER-RECS      TO ALRT-MSG-COUNT
                PERFORM 800-ISSUE-ALERT   THRU 800-EXIT
           END-IF
           .
       580-EXIT.
           EXIT.
      *
      *
       800-ISSUE-ALERT.
      *
           DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
           SET  ALOG-FCN-WRITE            TO TRUE
           MOVE 'MBRBKRST'                TO ALOG-PARM-PROGRAM
           MOVE ALRT-MESSAGE-LINE         TO ALOG-PARM-MSG-LINE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
           .
       800-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE EVERYTHING STILL OPEN AND DISPLAY THE RUN TOTALS.
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
           MOVE WS-MISMATCH-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRBKRST: ' WS-DISPLAY-MASK-1
                   ' CLUSTERS DO NOT MATCH THE MANIFEST'
           .
       9900-EXIT.
           EXIT.
      *
