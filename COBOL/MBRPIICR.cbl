       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPIICR.
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
      ** DESCRIPTION: PERSONAL-DATA FIELD PROTECTION SERVICE (SEE      *
      **              GVBCPIIK FOR THE CALLING INTERFACE).  PROTECTS   *
      **              OR REVEALS, IN PLACE, THE NAME, ADDRESS,         *
      **              CONTACT, LEGAL-NAME AND PARSED-NAME FIELDS OF    *
      **              ONE 96-BYTE PARENT OR CHILD IMAGE UNDER THE KEY  *
      **              GENERATION THE CALLER ASKS FOR - THE ACTIVE ONE, *
      **              A NAMED ONE, OR THE ONE IN FORCE AT A JOURNAL    *
      **              TIMESTAMP.  THE KEY REGISTRY IS LOADED ONCE PER  *
      **              RUN; NO PIIKEYS DD MEANS PROTECTION IS NOT IN    *
      **              FORCE AND THE IMAGE IS RETURNED UNTOUCHED.       *
      **              WHILE A KEY ROTATION IS INCOMPLETE, ACTIVE-KEY   *
      **              REQUESTS ARE REFUSED.                            *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR75 - RECORD ENCRYPTION UTILITY           *
      **                                                               *
      ** INPUT FILES:   PERSONAL-DATA KEY REGISTRY  (DDNAME=PIIKEYS)   *
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
       01  WS-GVBUR75                  PIC X(08)  VALUE 'GVBUR75 '.
      *
       01  WS-PIIKEYS-DDNAME           PIC X(08)  VALUE 'PIIKEYS '.
       01  WS-LOADED-SW                PIC X(01)  VALUE 'N'.
           88  WS-REGISTRY-LOADED                 VALUE 'Y'.
       01  WS-REG-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-REG-EOF                         VALUE 'Y'.
       01  WS-ROTATING-SW              PIC X(01)  VALUE 'N'.
           88  WS-ROTATION-INCOMPLETE             VALUE 'Y'.
      *
      *  THE REGISTRY, IN GENERATION ORDER (AND SO IN START ORDER).
       01  WS-GEN-MAX                  PIC S9(04) COMP VALUE +99.
       01  WS-GEN-CNT                  PIC S9(04) COMP VALUE +0.
       01  WS-GEN-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-ACTIVE-IDX               PIC S9(04) COMP VALUE +0.
       01  WS-SEL-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY            OCCURS 99 TIMES.
               10  WS-GEN-NBR          PIC 9(03).
               10  WS-GEN-LABEL        PIC X(44).
               10  WS-GEN-START-STAMP  PIC 9(14).
      *
       01  WS-START-STAMP-GRP.
           05  WS-START-STAMP-DATE     PIC 9(08).
           05  WS-START-STAMP-TIME     PIC 9(06).
       01  WS-START-STAMP REDEFINES WS-START-STAMP-GRP
                                       PIC 9(14).
       01  WS-REQ-STAMP-GRP.
           05  WS-REQ-STAMP-DATE       PIC 9(08).
           05  WS-REQ-STAMP-TIME       PIC 9(06).
       01  WS-REQ-STAMP REDEFINES WS-REQ-STAMP-GRP
                                       PIC 9(14).
      *
      *  THE PROTECTED RUN OF THE IMAGE IS WORKED ON HERE, OUT OF
      *  THE CALLER'S STORAGE, AND MOVED BACK ONLY ON SUCCESS.
       01  WS-FIELD-LENGTH             PIC S9(04) COMP VALUE +0.
       01  WS-FIELD-WORK               PIC X(65)  VALUE SPACES.
      *
       COPY GVBCPIIK.
      *
       COPY GVBCUR75.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       01  LS-PIIC-PARMS.
           05  LS-FUNCTION                    PIC X(01).
               88  LS-FCN-PROTECT                VALUE 'P'.
               88  LS-FCN-REVEAL                 VALUE 'R'.
               88  LS-FCN-QUERY                  VALUE 'Q'.
           05  LS-IMAGE-TYPE                  PIC X(01).
               88  LS-IMAGE-PARENT               VALUE 'P'.
               88  LS-IMAGE-CHILD                VALUE 'C'.
           05  LS-GEN-SOURCE                  PIC X(01).
               88  LS-GEN-EXPLICIT               VALUE 'G'.
               88  LS-GEN-AT-STAMP               VALUE 'T'.
           05  LS-GENERATION                  PIC 9(03).
           05  LS-STAMP-DATE                  PIC 9(08).
           05  LS-STAMP-TIME                  PIC 9(06).
           05  LS-RETURN-CODE                 PIC X(01).
      *
       01  LS-IMAGE                           PIC X(96).
       01  LS-PARENT-VIEW  REDEFINES  LS-IMAGE.
           05  FILLER                         PIC X(24).
           05  LS-PARENT-PII                  PIC X(40).
           05  FILLER                         PIC X(32).
       01  LS-CTC-VIEW     REDEFINES  LS-IMAGE.
           05  FILLER                         PIC X(10).
           05  LS-CHILD-REC-TYPE              PIC X(03).
               88  LS-CHILD-CONTACT              VALUE 'CTC'.
               88  LS-CHILD-LEGAL-NAME           VALUE 'NAM'.
               88  LS-CHILD-PARSED-NAME          VALUE 'PNM'.
           05  FILLER                         PIC X(02).
           05  LS-CTC-PII                     PIC X(65).
           05  FILLER                         PIC X(16).
       01  LS-NAM-VIEW     REDEFINES  LS-IMAGE.
           05  FILLER                         PIC X(15).
           05  LS-NAM-PII                     PIC X(60).
           05  FILLER                         PIC X(21).
      *
       PROCEDURE DIVISION USING LS-PIIC-PARMS, LS-IMAGE.
      *
       000-MAIN-LOGIC.
      *
           MOVE '0'                       TO LS-RETURN-CODE
      *
           IF   NOT WS-REGISTRY-LOADED
                PERFORM 100-LOAD-REGISTRY THRU 100-EXIT
           END-IF
      *
      *      NO REGISTRY, NO PROTECTION - THE IMAGE IS WHAT IT
      *      ALWAYS WAS.
           IF   WS-GEN-CNT = +0
                MOVE '4'                  TO LS-RETURN-CODE
                MOVE 0                    TO LS-GENERATION
                GOBACK
           END-IF
      *
           PERFORM 200-SELECT-GENERATION  THRU 200-EXIT
           IF   LS-RETURN-CODE NOT = '0'
                GOBACK
           END-IF
      *
      *      GENERATION 000 IS CLEAR TEXT - NOTHING TO DO.
           IF   WS-SEL-IDX = +0
                MOVE '4'                  TO LS-RETURN-CODE
                GOBACK
           END-IF
      *
           IF   LS-FCN-QUERY
                GOBACK
           END-IF
      *
           PERFORM 300-PROCESS-IMAGE      THRU 300-EXIT
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE REGISTRY IS SMALL AND READ ONCE: EVERY GENERATION, ITS
      *  LABEL AND WHEN IT STARTED.  THE DD IS CLOSED STRAIGHT AFTER.
      ***************************************************************
       100-LOAD-REGISTRY.
      *
           SET  WS-REGISTRY-LOADED        TO TRUE
           MOVE +0                        TO WS-GEN-CNT
           MOVE +0                        TO WS-ACTIVE-IDX
           MOVE 'N'                       TO WS-ROTATING-SW
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE WS-PIIKEYS-DDNAME         TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90-ANCHOR          TO NULL
                GO TO 100-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-REG-EOF-SW
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF PIIK-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO PIIK-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-REG-EOF           TO TRUE
           END-IF
           PERFORM 110-LOAD-ONE-GENERATION THRU 110-EXIT
                   UNTIL WS-REG-EOF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           .
       100-EXIT.
           EXIT.
      *
      *
       110-LOAD-ONE-GENERATION.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO PIIK-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PIIK-RECORD,
                                 PIIK-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-REG-EOF           TO TRUE
                GO TO 110-EXIT
           END-IF
      *
           IF   WS-GEN-CNT >= WS-GEN-MAX
                DISPLAY 'MBRPIICR: PIIKEYS HOLDS MORE THAN 99 '
                        'GENERATIONS - GENERATION '
                        PIIK-GENERATION ' AND LATER IGNORED'
                SET  WS-REG-EOF           TO TRUE
                GO TO 110-EXIT
           END-IF
      *
           ADD  +1                        TO WS-GEN-CNT
           MOVE PIIK-GENERATION           TO WS-GEN-NBR (WS-GEN-CNT)
           MOVE PIIK-KEY-LABEL            TO WS-GEN-LABEL (WS-GEN-CNT)
           MOVE PIIK-START-DATE           TO WS-START-STAMP-DATE
           MOVE PIIK-START-TIME           TO WS-START-STAMP-TIME
           MOVE WS-START-STAMP            TO
                                  WS-GEN-START-STAMP (WS-GEN-CNT)
           EVALUATE TRUE
             WHEN PIIK-STATE-ACTIVE
                  MOVE WS-GEN-CNT          TO WS-ACTIVE-IDX
             WHEN PIIK-STATE-ROTATING
                  SET  WS-ROTATION-INCOMPLETE TO TRUE
           END-EVALUATE
           .
       110-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PICK THE GENERATION THE CALLER ASKED FOR.  WS-SEL-IDX ZERO
      *  MEANS GENERATION 000, CLEAR TEXT.
      ***************************************************************
       200-SELECT-GENERATION.
      *
           MOVE +0                        TO WS-SEL-IDX
      *
           EVALUATE TRUE
             WHEN LS-GEN-EXPLICIT
                  IF   LS-GENERATION NOT = 0
                       MOVE +0            TO WS-GEN-IDX
                       PERFORM 210-MATCH-GENERATION THRU 210-EXIT
                               UNTIL WS-SEL-IDX NOT = +0
                                  OR WS-GEN-IDX >= WS-GEN-CNT
                       IF   WS-SEL-IDX = +0
                            MOVE 'U'      TO LS-RETURN-CODE
                            GO TO 200-EXIT
                       END-IF
                  END-IF
      *
      *      THE LAST GENERATION TO HAVE STARTED BY THE STAMP; NONE
      *      MEANS THE IMAGE PREDATES PROTECTION.
             WHEN LS-GEN-AT-STAMP
                  MOVE LS-STAMP-DATE       TO WS-REQ-STAMP-DATE
                  MOVE LS-STAMP-TIME       TO WS-REQ-STAMP-TIME
                  MOVE +0                  TO WS-GEN-IDX
                  PERFORM 220-MATCH-STAMP  THRU 220-EXIT
                          UNTIL WS-GEN-IDX >= WS-GEN-CNT
      *
      *      THE LIVE CLUSTERS ARE PART OLD, PART NEW UNTIL A
      *      ROTATION COMPLETES - NO ACTIVE KEY CAN BE TRUSTED.
             WHEN OTHER
                  IF   WS-ROTATION-INCOMPLETE
                       MOVE 'R'           TO LS-RETURN-CODE
                       GO TO 200-EXIT
                  END-IF
                  MOVE WS-ACTIVE-IDX       TO WS-SEL-IDX
           END-EVALUATE
      *
           IF   WS-SEL-IDX = +0
                MOVE 0                    TO LS-GENERATION
           ELSE
                MOVE WS-GEN-NBR (WS-SEL-IDX) TO LS-GENERATION
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
       210-MATCH-GENERATION.
      *
           ADD  +1                        TO WS-GEN-IDX
           IF   WS-GEN-NBR (WS-GEN-IDX) = LS-GENERATION
                MOVE WS-GEN-IDX           TO WS-SEL-IDX
           END-IF
           .
       210-EXIT.
           EXIT.
      *
      *
       220-MATCH-STAMP.
      *
           ADD  +1                        TO WS-GEN-IDX
           IF   WS-GEN-START-STAMP (WS-GEN-IDX) <= WS-REQ-STAMP
                MOVE WS-GEN-IDX           TO WS-SEL-IDX
           END-IF
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LIFT THE PROTECTED RUN OUT OF THE IMAGE, PUT IT THROUGH
      *  GVBUR75 UNDER THE SELECTED LABEL, AND PUT IT BACK.  A CHILD
      *  OTHER THAN A CONTACT, LEGAL NAME OR PARSED NAME CARRIES
      *  NOTHING PROTECTED.  THE PARSED NAME'S PARTS SIT IN THE SAME
      *  65 BYTES AS THE CONTACT'S FIELDS.
      ***************************************************************
       300-PROCESS-IMAGE.
      *
      *      AN EMPTY IMAGE - THE MISSING SIDE OF AN ADDED OR DELETED
      *      JOURNAL PAIR - CARRIES NOTHING.
           IF   LS-IMAGE = SPACES
           OR   LS-IMAGE = LOW-VALUES
                GO TO 300-EXIT
           END-IF
      *
      *      AN IMAGE MBRSCRUB HAS ANONYMIZED (ASTERISKS FROM BYTE 25
      *      ON) HAS NO PERSONAL DATA LEFT TO PROTECT OR REVEAL.
           IF   LS-IMAGE (25:40) = ALL '*'
                GO TO 300-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-FIELD-WORK
           EVALUATE TRUE
             WHEN LS-IMAGE-PARENT
                  MOVE +40                 TO WS-FIELD-LENGTH
                  MOVE LS-PARENT-PII       TO WS-FIELD-WORK
             WHEN LS-CHILD-CONTACT
             WHEN LS-CHILD-PARSED-NAME
                  MOVE +65                 TO WS-FIELD-LENGTH
                  MOVE LS-CTC-PII          TO WS-FIELD-WORK
             WHEN LS-CHILD-LEGAL-NAME
                  MOVE +60                 TO WS-FIELD-LENGTH
                  MOVE LS-NAM-PII          TO WS-FIELD-WORK
             WHEN OTHER
                  GO TO 300-EXIT
           END-EVALUATE
      *
           IF   LS-FCN-PROTECT
                SET  UR75-FCN-ENCRYPT     TO TRUE
           ELSE
                SET  UR75-FCN-DECRYPT     TO TRUE
           END-IF
           MOVE WS-GEN-LABEL (WS-SEL-IDX) TO UR75-KEY-LABEL
           SET  UR75-RECORD-PTR           TO ADDRESS OF WS-FIELD-WORK
           MOVE WS-FIELD-LENGTH           TO UR75-RECORD-LENGTH
           CALL WS-GVBUR75 USING UR75-PARAMETER-AREA
      *
           EVALUATE TRUE
             WHEN UR75-RC-OK
                  CONTINUE
             WHEN UR75-RC-KEY-NOT-FOUND
                  MOVE '8'                 TO LS-RETURN-CODE
                  GO TO 300-EXIT
             WHEN OTHER
                  MOVE 'X'                 TO LS-RETURN-CODE
                  GO TO 300-EXIT
           END-EVALUATE
      *
           EVALUATE TRUE
             WHEN LS-IMAGE-PARENT
                  MOVE WS-FIELD-WORK (1:40) TO LS-PARENT-PII
             WHEN LS-CHILD-CONTACT
             WHEN LS-CHILD-PARSED-NAME
                  MOVE WS-FIELD-WORK (1:65) TO LS-CTC-PII
             WHEN OTHER
                  MOVE WS-FIELD-WORK (1:60) TO LS-NAM-PII
           END-EVALUATE
           .
       300-EXIT.
           EXIT.
