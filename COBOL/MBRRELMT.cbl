       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRELMT.
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
      ** DESCRIPTION: CUSTOMER RELATIONSHIP SERVICE (SEE GVBCRELM FOR  *
      **              THE CALLING INTERFACE).  THE ONLY WRITER OF THE  *
      **              CUSTRELV 'REL' CHILD CLUSTER.  EVERY             *
      **              RELATIONSHIP IS HELD FROM BOTH SIDES - THE       *
      **              STATED RECORD ON ONE CUSTOMER AND ITS INVERSE    *
      **              ON THE OTHER - AND THIS PROGRAM KEEPS THE TWO    *
      **              IN STEP ON EVERY ADD, CHANGE, DELETE, MERGE      *
      **              AND PURGE, WHOEVER THE CALLER IS.  THE CLUSTER   *
      **              IS HELD OPEN (I-O) FROM THE FIRST CALL TO THE    *
      **              CALLER'S CLOSE CALL; A MISSING CUSTRELV DD       *
      **              FOLLOWS THE USUAL OPTIONAL-DD CONVENTION AND IS  *
      **              REPORTED ONCE.                                   *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                                                               *
      ** I-O FILES:     RELATIONSHIP CHILD CLUSTER  (DDNAME=CUSTRELV)  *
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
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
      *
       01  WS-RELV-DDNAME              PIC X(08)  VALUE 'CUSTRELV'.
       01  WS-RELV-STATE-SW            PIC X(01)  VALUE ' '.
           88  WS-RELV-UNTRIED                    VALUE ' '.
           88  WS-RELV-IS-OPEN                    VALUE 'O'.
           88  WS-RELV-UNAVAILABLE                VALUE 'N'.
      *
       01  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-RECORD-FOUND                    VALUE 'Y'.
       01  WS-FREE-SW                  PIC X(01)  VALUE 'N'.
           88  WS-SEQ-IS-FREE                     VALUE 'Y'.
       01  WS-BROWSE-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
       01  WS-REMOVE-MODE              PIC X(01)  VALUE 'D'.
           88  WS-REMOVE-RELINK                   VALUE 'D'.
           88  WS-REMOVE-BOTH                     VALUE 'P'.
      *
       01  WS-TYPE-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-FIND-TYPE-CD             PIC X(03)  VALUE SPACES.
       01  WS-INV-TYPE-CD              PIC X(03)  VALUE SPACES.
      *
       01  WS-FIND-RELATED-KEY-ID      PIC X(10)  VALUE SPACES.
       01  WS-FIND-REL-TYPE-CD         PIC X(03)  VALUE SPACES.
       01  WS-FIND-EXCL-SEQ            PIC X(02)  VALUE SPACES.
       01  WS-SCAN-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-SCAN-HIT-IDX             PIC S9(04) COMP VALUE +0.
       01  WS-WORK-IDX                 PIC S9(04) COMP VALUE +0.
      *
       01  WS-CAND-NUM                 PIC 9(02)  VALUE ZEROES.
       01  WS-CAND-SEQ REDEFINES WS-CAND-NUM
                                       PIC X(02).
       01  WS-CAND-HIGH                PIC 9(02)  VALUE ZEROES.
      *
       01  WS-WORST-RC                 PIC X(01)  VALUE '0'.
       01  WS-SCAN-CUST-KEY-ID         PIC X(10)  VALUE SPACES.
       01  WS-MERGE-FROM-KEY-ID        PIC X(10)  VALUE SPACES.
       01  WS-MERGE-INTO-KEY-ID        PIC X(10)  VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
      *
      *****************************************************************
      *  THE STATED RECORD BEING ADDED/CHANGED/RELINKED, THE RECORD
      *  BEING REMOVED, AND THE OTHER SIDE OF A LINK - EACH IN THE
      *  CUST-CHILD-REL-FIELDS SHAPE (SEE GVBCCHLD).
      *****************************************************************
       01  WS-STATED-RECORD.
           05  WS-STD-KEY-ID           PIC X(10).
           05  WS-STD-REC-TYPE         PIC X(03).
           05  WS-STD-SEQ-NBR          PIC X(02).
           05  WS-STD-RELATED-KEY-ID   PIC X(10).
           05  WS-STD-TYPE-CD          PIC X(03).
           05  WS-STD-EFF-DATE         PIC X(08).
           05  WS-STD-END-DATE         PIC X(08).
           05  WS-STD-INVERSE-SEQ      PIC X(02).
           05  WS-STD-ORIGIN-CD        PIC X(01).
           05  FILLER                  PIC X(49).
      *
       01  WS-CUR-RECORD.
           05  WS-CUR-KEY-ID           PIC X(10).
           05  WS-CUR-REC-TYPE         PIC X(03).
           05  WS-CUR-SEQ-NBR          PIC X(02).
           05  WS-CUR-RELATED-KEY-ID   PIC X(10).
           05  WS-CUR-TYPE-CD          PIC X(03).
           05  WS-CUR-EFF-DATE         PIC X(08).
           05  WS-CUR-END-DATE         PIC X(08).
           05  WS-CUR-INVERSE-SEQ      PIC X(02).
           05  WS-CUR-ORIGIN-CD        PIC X(01).
           05  FILLER                  PIC X(49).
      *
       01  WS-PARTNER-RECORD.
           05  WS-PTR-KEY-ID           PIC X(10).
           05  WS-PTR-REC-TYPE         PIC X(03).
           05  WS-PTR-SEQ-NBR          PIC X(02).
           05  WS-PTR-RELATED-KEY-ID   PIC X(10).
           05  WS-PTR-TYPE-CD          PIC X(03).
           05  WS-PTR-EFF-DATE         PIC X(08).
           05  WS-PTR-END-DATE         PIC X(08).
           05  WS-PTR-INVERSE-SEQ      PIC X(02).
           05  WS-PTR-ORIGIN-CD        PIC X(01).
           05  FILLER                  PIC X(49).
      *
      *****************************************************************
      *  ONE CUSTOMER'S RELATIONSHIPS, COLLECTED BY A BROWSE BEFORE
      *  ANY CHANGE IS APPLIED (THE SEQ-NBR ONLY RUNS TO 99).  THE
      *  WORK TABLE HOLDS THE MERGED OR PURGED CUSTOMER'S LIST WHILE
      *  THE SCAN TABLE IS REUSED FOR THE OTHER SIDES.
      *****************************************************************
       01  WS-SCAN-TBL-MAX             PIC S9(04) COMP VALUE +99.
       01  WS-SCAN-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-SCAN-TBL.
           05  WS-SCAN-ENTRY           OCCURS 99 TIMES.
               10  WS-SCAN-KEY-ID      PIC X(10).
               10  WS-SCAN-REC-TYPE    PIC X(03).
               10  WS-SCAN-SEQ-NBR     PIC X(02).
               10  WS-SCAN-RELATED-KEY-ID
                                       PIC X(10).
               10  WS-SCAN-TYPE-CD     PIC X(03).
               10  FILLER              PIC X(68).
      *
       01  WS-WORK-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-WORK-TBL.
           05  WS-WORK-ENTRY           OCCURS 99 TIMES
                                       PIC X(96).
      *
       COPY GVBCCHLD.
      *
       COPY GVBCRELT.
      *
       COPY GVBCAUDW.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCRELM REPLACING ==RELM-SERVICE-PARMS== BY
                               ==LS-SERVICE-PARMS==.
      *
       PROCEDURE DIVISION USING LS-SERVICE-PARMS.
      *
       000-MAIN-LOGIC.
      *
           MOVE '0'                       TO RELM-RETURN-CODE
           MOVE +0                        TO RELM-RECORD-CNT
      *
           IF   RELM-FCN-CLOSE
                PERFORM 900-CLOSE-CLUSTER THRU 900-EXIT
                GOBACK
           END-IF
      *
           PERFORM 100-ENSURE-OPEN        THRU 100-EXIT
           IF   NOT WS-RELV-IS-OPEN
                MOVE '5'                  TO RELM-RETURN-CODE
                GOBACK
           END-IF
      *
           EVALUATE TRUE
             WHEN RELM-FCN-ADD
                  MOVE SPACES             TO RELM-BEFORE-IMAGE
                  PERFORM 200-EDIT-STATED THRU 200-EXIT
                  IF   RELM-RET-OK
                       PERFORM 300-ADD-STATED THRU 300-EXIT
                  END-IF
             WHEN RELM-FCN-UPSERT
                  MOVE SPACES             TO RELM-BEFORE-IMAGE
                  PERFORM 200-EDIT-STATED THRU 200-EXIT
                  IF   RELM-RET-OK
                       PERFORM 400-UPSERT-STATED THRU 400-EXIT
                  END-IF
             WHEN RELM-FCN-CHANGE
                  MOVE SPACES             TO RELM-BEFORE-IMAGE
                  PERFORM 200-EDIT-STATED THRU 200-EXIT
                  IF   RELM-RET-OK
                       PERFORM 500-CHANGE-STATED THRU 500-EXIT
                  END-IF
             WHEN RELM-FCN-DELETE
                  MOVE SPACES             TO RELM-BEFORE-IMAGE
                  PERFORM 600-DELETE-STATED THRU 600-EXIT
             WHEN RELM-FCN-MERGE
                  PERFORM 700-MERGE-CUSTOMER THRU 700-EXIT
             WHEN RELM-FCN-PURGE
                  PERFORM 800-PURGE-CUSTOMER THRU 800-EXIT
             WHEN OTHER
                  MOVE '3'                TO RELM-RETURN-CODE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN CUSTRELV ON FIRST USE.  A DD THAT IS NOT ALLOCATED IS
      *  REPORTED ONCE AND EVERY LATER CALL ANSWERS '5' WITHOUT
      *  RETRYING THE OPEN.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           IF   NOT WS-RELV-UNTRIED
                GO TO 100-EXIT
           END-IF
      *
           SET   TP90-ANCHOR              TO NULL
           MOVE  WS-RELV-DDNAME           TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN          TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM          TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO            TO TP90-FILE-MODE
           MOVE  SPACES                   TO TP90-RETURN-CODE
           MOVE  +0                       TO TP90-VSAM-RETURN-CODE
           MOVE  +0                       TO TP90-RECORD-LENGTH
           MOVE  SPACES                   TO TP90-RECFM
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-RELV-IS-OPEN      TO TRUE
           ELSE
                SET  TP90-ANCHOR          TO NULL
                SET  WS-RELV-UNAVAILABLE  TO TRUE
                DISPLAY 'MBRRELMT: NO CUSTRELV DD ALLOCATED, '
                        'RELATIONSHIPS NOT MAINTAINED THIS RUN'
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOCATE THE RECORD WHOSE KEY IS IN CUST-CHILD-RECORD-KEY.
      ***************************************************************
       150-LOCATE-RECORD.
      *
           MOVE 'N'                       TO WS-FOUND-SW
           MOVE SPACES                    TO CUST-CHILD-RECORD
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           PERFORM 195-CALL-TP90          THRU 195-EXIT
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  SET  WS-RECORD-FOUND    TO TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'MBRRELMT: ERROR READING CUSTRELV KEY '
                          CUST-CHILD-RECORD-KEY
                          ' RC = ' TP90-RETURN-CODE
                  MOVE '9'                TO RELM-RETURN-CODE
           END-EVALUATE
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE, UPDATE OR DELETE THE RECORD IN CUST-CHILD-RECORD,
      *  JOURNALING THE CHANGE WHEN THE CALLER ASKED FOR AUDIT.  AN
      *  UPDATE OR DELETE TAKES ITS BEFORE IMAGE FROM
      *  WS-BEFORE-IMAGE.
      ***************************************************************
       160-WRITE-RECORD.
      *
           MOVE CUST-CHILD-RECORD (1:15)  TO CUST-CHILD-RECORD-KEY
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           PERFORM 195-CALL-TP90          THRU 195-EXIT
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRELMT: ERROR WRITING CUSTRELV KEY '
                        CUST-CHILD-RECORD-KEY
                        ' RC = ' TP90-RETURN-CODE
                MOVE '9'                  TO RELM-RETURN-CODE
                GO TO 160-EXIT
           END-IF
      *
           SET  AUDW-TYPE-ADDED           TO TRUE
           MOVE SPACES                    TO AUDW-BEFORE-IMAGE
           MOVE CUST-CHILD-RECORD         TO AUDW-AFTER-IMAGE
           PERFORM 190-AUDIT-CHANGE       THRU 190-EXIT
           .
       160-EXIT.
           EXIT.
      *
      *
       170-UPDATE-RECORD.
      *
           MOVE CUST-CHILD-RECORD (1:15)  TO CUST-CHILD-RECORD-KEY
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           PERFORM 195-CALL-TP90          THRU 195-EXIT
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRELMT: ERROR UPDATING CUSTRELV KEY '
                        CUST-CHILD-RECORD-KEY
                        ' RC = ' TP90-RETURN-CODE
                MOVE '9'                  TO RELM-RETURN-CODE
                GO TO 170-EXIT
           END-IF
      *
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE CUST-CHILD-RECORD         TO AUDW-AFTER-IMAGE
           PERFORM 190-AUDIT-CHANGE       THRU 190-EXIT
           .
       170-EXIT.
           EXIT.
      *
      *
       180-DELETE-RECORD.
      *
           MOVE CUST-CHILD-RECORD (1:15)  TO CUST-CHILD-RECORD-KEY
           MOVE TP90-VALUE-DELETE         TO TP90-FUNCTION-CODE
           PERFORM 195-CALL-TP90          THRU 195-EXIT
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRELMT: ERROR DELETING CUSTRELV KEY '
                        CUST-CHILD-RECORD-KEY
                        ' RC = ' TP90-RETURN-CODE
                MOVE '9'                  TO RELM-RETURN-CODE
                GO TO 180-EXIT
           END-IF
      *
           SET  AUDW-TYPE-DELETED         TO TRUE
           MOVE WS-BEFORE-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE SPACES                    TO AUDW-AFTER-IMAGE
           PERFORM 190-AUDIT-CHANGE       THRU 190-EXIT
           .
       180-EXIT.
           EXIT.
      *
      *
       190-AUDIT-CHANGE.
      *
           IF   NOT RELM-AUDIT-ON
                GO TO 190-EXIT
           END-IF
      *
           SET  AUDW-FCN-WRITE            TO TRUE
           SET  AUDW-REC-CHILD            TO TRUE
           MOVE CUST-CHILD-KEY-ID         TO AUDW-KEY-ID
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           .
       190-EXIT.
           EXIT.
      *
      *
       195-CALL-TP90.
      *
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           .
       195-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EDIT THE CALLER'S STATED RECORD INTO WS-STATED-RECORD:
      *  A REAL OTHER CUSTOMER, A STATED SEQ (01-49), A KNOWN TYPE,
      *  A CCYYMMDD EFFECTIVE DATE AND AN END DATE THAT IS EITHER
      *  OPEN OR NOT BEFORE IT.  THE INVERSE-SEQ AND ORIGIN ARE
      *  THIS PROGRAM'S TO SET.
      ***************************************************************
       200-EDIT-STATED.
      *
           MOVE RELM-RECORD               TO WS-STATED-RECORD
           MOVE 'REL'                     TO WS-STD-REC-TYPE
           MOVE SPACES                    TO WS-STD-INVERSE-SEQ
           MOVE 'S'                       TO WS-STD-ORIGIN-CD
      *
           IF   WS-STD-KEY-ID = SPACES
           OR   WS-STD-RELATED-KEY-ID = SPACES
           OR   WS-STD-RELATED-KEY-ID = WS-STD-KEY-ID
                MOVE '3'                  TO RELM-RETURN-CODE
                GO TO 200-EXIT
           END-IF
      *
           IF   WS-STD-SEQ-NBR NOT NUMERIC
           OR   WS-STD-SEQ-NBR < '01'
           OR   WS-STD-SEQ-NBR > '49'
                MOVE '3'                  TO RELM-RETURN-CODE
                GO TO 200-EXIT
           END-IF
      *
           MOVE WS-STD-TYPE-CD            TO WS-FIND-TYPE-CD
           PERFORM 210-FIND-TYPE          THRU 210-EXIT
           IF   WS-TYPE-IDX = +0
                MOVE '3'                  TO RELM-RETURN-CODE
                GO TO 200-EXIT
           END-IF
      *
           IF   WS-STD-EFF-DATE NOT NUMERIC
                MOVE '3'                  TO RELM-RETURN-CODE
                GO TO 200-EXIT
           END-IF
      *
           IF   WS-STD-END-DATE = SPACES OR '00000000'
                MOVE SPACES               TO WS-STD-END-DATE
           ELSE
                IF   WS-STD-END-DATE NOT NUMERIC
                OR   WS-STD-END-DATE < WS-STD-EFF-DATE
                     MOVE '3'             TO RELM-RETURN-CODE
                     GO TO 200-EXIT
                END-IF
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOOK UP WS-FIND-TYPE-CD IN THE TYPE TABLE.  WS-TYPE-IDX IS
      *  ZERO WHEN THE TYPE IS UNKNOWN; OTHERWISE WS-INV-TYPE-CD IS
      *  ITS INVERSE.
      ***************************************************************
       210-FIND-TYPE.
      *
           MOVE +0                        TO WS-TYPE-IDX
           MOVE SPACES                    TO WS-INV-TYPE-CD
           PERFORM 215-MATCH-ONE-TYPE     THRU 215-EXIT
                   VARYING WS-SCAN-IDX FROM +1 BY +1
                   UNTIL   WS-SCAN-IDX > RELT-TYPE-COUNT
                      OR   WS-TYPE-IDX > +0
           .
       210-EXIT.
           EXIT.
      *
      *
       215-MATCH-ONE-TYPE.
      *
           IF   RELT-TYPE-CD (WS-SCAN-IDX) = WS-FIND-TYPE-CD
                MOVE WS-SCAN-IDX          TO WS-TYPE-IDX
                MOVE RELT-TYPE-INVERSE (WS-SCAN-IDX)
                                          TO WS-INV-TYPE-CD
           END-IF
           .
       215-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  COLLECT EVERY RELATIONSHIP OF WS-SCAN-CUST-KEY-ID INTO THE
      *  SCAN TABLE.
      ***************************************************************
       220-LOAD-SCAN.
      *
           MOVE +0                        TO WS-SCAN-COUNT
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE WS-SCAN-CUST-KEY-ID      TO CUST-CHILD-RECORD-KEY (1:10)
           MOVE 'REL'                    TO CUST-CHILD-RECORD-KEY (11:3)
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           PERFORM 195-CALL-TP90          THRU 195-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF        TO TRUE
           END-IF
      *
           PERFORM 225-SCAN-ONE-RECORD    THRU 225-EXIT
                   UNTIL WS-BROWSE-EOF
                      OR WS-SCAN-COUNT >= WS-SCAN-TBL-MAX
           .
       220-EXIT.
           EXIT.
      *
      *
       225-SCAN-ONE-RECORD.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           PERFORM 195-CALL-TP90          THRU 195-EXIT
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CUST-CHILD-KEY-ID NOT = WS-SCAN-CUST-KEY-ID
           OR   NOT CUST-CHILD-RELATIONSHIP
                SET  WS-BROWSE-EOF        TO TRUE
           ELSE
                ADD  +1                   TO WS-SCAN-COUNT
                MOVE CUST-CHILD-RECORD
                  TO WS-SCAN-ENTRY (WS-SCAN-COUNT)
           END-IF
           .
       225-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND THE SCAN-TABLE RECORD NAMING WS-FIND-RELATED-KEY-ID
      *  WITH TYPE WS-FIND-REL-TYPE-CD, OTHER THAN SEQ
      *  WS-FIND-EXCL-SEQ.  WS-SCAN-HIT-IDX IS ZERO WHEN NONE.
      ***************************************************************
       230-FIND-IN-SCAN.
      *
           MOVE +0                        TO WS-SCAN-HIT-IDX
           PERFORM 235-MATCH-ONE-SCAN     THRU 235-EXIT
                   VARYING WS-SCAN-IDX FROM +1 BY +1
                   UNTIL   WS-SCAN-IDX > WS-SCAN-COUNT
                      OR   WS-SCAN-HIT-IDX > +0
           .
       230-EXIT.
           EXIT.
      *
      *
       235-MATCH-ONE-SCAN.
      *
           IF   WS-SCAN-RELATED-KEY-ID (WS-SCAN-IDX)
                                          = WS-FIND-RELATED-KEY-ID
           AND  WS-SCAN-TYPE-CD (WS-SCAN-IDX) = WS-FIND-REL-TYPE-CD
           AND  WS-SCAN-SEQ-NBR (WS-SCAN-IDX) NOT = WS-FIND-EXCL-SEQ
                MOVE WS-SCAN-IDX          TO WS-SCAN-HIT-IDX
           END-IF
           .
       235-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND THE FIRST SEQ FROM WS-CAND-NUM + 1 THROUGH WS-CAND-HIGH
      *  NOT IN THE SCAN TABLE.  THE FREE SEQ IS LEFT IN WS-CAND-SEQ
      *  WITH WS-SEQ-IS-FREE SET.
      ***************************************************************
       240-FIND-FREE-SEQ.
      *
           MOVE 'N'                       TO WS-FREE-SW
           PERFORM 245-TRY-ONE-SEQ        THRU 245-EXIT
                   UNTIL WS-SEQ-IS-FREE
                      OR WS-CAND-NUM >= WS-CAND-HIGH
           .
       240-EXIT.
           EXIT.
      *
      *
       245-TRY-ONE-SEQ.
      *
           ADD  1                         TO WS-CAND-NUM
           SET  WS-SEQ-IS-FREE            TO TRUE
           PERFORM 246-CHECK-SEQ-USED     THRU 246-EXIT
                   VARYING WS-SCAN-IDX FROM +1 BY +1
                   UNTIL   WS-SCAN-IDX > WS-SCAN-COUNT
                      OR   NOT WS-SEQ-IS-FREE
           .
       245-EXIT.
           EXIT.
      *
      *
       246-CHECK-SEQ-USED.
      *
           IF   WS-SCAN-SEQ-NBR (WS-SCAN-IDX) = WS-CAND-SEQ
                MOVE 'N'                  TO WS-FREE-SW
           END-IF
           .
       246-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ADD THE STATED RECORD IN WS-STATED-RECORD.  IF THE CUSTOMER
      *  ALREADY HOLDS THE SAME RELATIONSHIP AS AN INVERSE (THE
      *  OTHER CUSTOMER STATED IT FIRST) THAT INVERSE IS REPLACED BY
      *  THE NEW STATED RECORD AND THE TWO STATED RECORDS ARE
      *  LINKED; OTHERWISE THE INVERSE IS FOUND OR MADE ON THE
      *  RELATED CUSTOMER.
      ***************************************************************
       300-ADD-STATED.
      *
           MOVE WS-STATED-RECORD (1:15)   TO CUST-CHILD-RECORD-KEY
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   NOT RELM-RET-OK
                GO TO 300-EXIT
           END-IF
           IF   WS-RECORD-FOUND
                MOVE '2'                  TO RELM-RETURN-CODE
                GO TO 300-EXIT
           END-IF
      *
           MOVE WS-STD-KEY-ID             TO WS-SCAN-CUST-KEY-ID
           PERFORM 220-LOAD-SCAN          THRU 220-EXIT
           MOVE WS-STD-RELATED-KEY-ID     TO WS-FIND-RELATED-KEY-ID
           MOVE WS-STD-TYPE-CD            TO WS-FIND-REL-TYPE-CD
           MOVE SPACES                    TO WS-FIND-EXCL-SEQ
           PERFORM 230-FIND-IN-SCAN       THRU 230-EXIT
      *
           IF   WS-SCAN-HIT-IDX > +0
                MOVE WS-SCAN-ENTRY (WS-SCAN-HIT-IDX)
                                          TO WS-CUR-RECORD
                IF   WS-CUR-ORIGIN-CD NOT = 'I'
                     MOVE '2'             TO RELM-RETURN-CODE
                     GO TO 300-EXIT
                END-IF
                PERFORM 310-PROMOTE-INVERSE THRU 310-EXIT
                GO TO 300-EXIT
           END-IF
      *
           MOVE WS-STD-TYPE-CD            TO WS-FIND-TYPE-CD
           PERFORM 210-FIND-TYPE          THRU 210-EXIT
           PERFORM 610-LINK-INVERSE       THRU 610-EXIT
           IF   NOT RELM-RET-OK
                GO TO 300-EXIT
           END-IF
      *
           MOVE WS-STATED-RECORD          TO CUST-CHILD-RECORD
           PERFORM 160-WRITE-RECORD       THRU 160-EXIT
           MOVE WS-STATED-RECORD          TO RELM-RECORD
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CUSTOMER NOW STATES A RELATIONSHIP IT ONLY HELD AS AN
      *  INVERSE (WS-CUR-RECORD): DROP THE INVERSE, WRITE THE STATED
      *  RECORD IN ITS PLACE AND POINT THE OTHER CUSTOMER'S STATED
      *  RECORD AT IT.
      ***************************************************************
       310-PROMOTE-INVERSE.
      *
           MOVE WS-CUR-RECORD (1:15)      TO CUST-CHILD-RECORD-KEY
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   WS-RECORD-FOUND
                MOVE CUST-CHILD-RECORD    TO WS-BEFORE-IMAGE
                PERFORM 180-DELETE-RECORD THRU 180-EXIT
           END-IF
           IF   NOT RELM-RET-OK
                GO TO 310-EXIT
           END-IF
      *
           MOVE WS-CUR-INVERSE-SEQ        TO WS-STD-INVERSE-SEQ
           MOVE WS-STATED-RECORD          TO CUST-CHILD-RECORD
           PERFORM 160-WRITE-RECORD       THRU 160-EXIT
           MOVE WS-STATED-RECORD          TO RELM-RECORD
           IF   NOT RELM-RET-OK
           OR   WS-CUR-INVERSE-SEQ = SPACES
                GO TO 310-EXIT
           END-IF
      *
           MOVE WS-CUR-RELATED-KEY-ID    TO CUST-CHILD-RECORD-KEY (1:10)
           MOVE 'REL'                    TO CUST-CHILD-RECORD-KEY (11:3)
           MOVE WS-CUR-INVERSE-SEQ       TO CUST-CHILD-RECORD-KEY (14:2)
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   WS-RECORD-FOUND
           AND  CUST-REL-RELATED-KEY-ID = WS-STD-KEY-ID
                MOVE CUST-CHILD-RECORD    TO WS-BEFORE-IMAGE
                MOVE WS-STD-SEQ-NBR       TO CUST-REL-INVERSE-SEQ
                PERFORM 170-UPDATE-RECORD THRU 170-EXIT
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE LOAD PATH.  A RECORD ALREADY AT THE SEQ THAT STATES THE
      *  SAME RELATIONSHIP ONLY HAS ITS DATES REFRESHED; ANY OTHER
      *  RECORD THERE IS REMOVED (WITH ITS INVERSE) AND THE NEW ONE
      *  ADDED.
      ***************************************************************
       400-UPSERT-STATED.
      *
           MOVE WS-STATED-RECORD (1:15)   TO CUST-CHILD-RECORD-KEY
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   NOT RELM-RET-OK
                GO TO 400-EXIT
           END-IF
           IF   NOT WS-RECORD-FOUND
                PERFORM 300-ADD-STATED    THRU 300-EXIT
                GO TO 400-EXIT
           END-IF
      *
           IF   CUST-REL-STATED
           AND  CUST-REL-RELATED-KEY-ID = WS-STD-RELATED-KEY-ID
           AND  CUST-REL-TYPE-CD = WS-STD-TYPE-CD
                PERFORM 500-CHANGE-STATED THRU 500-EXIT
                GO TO 400-EXIT
           END-IF
      *
           MOVE CUST-CHILD-RECORD         TO WS-CUR-RECORD
                                             RELM-BEFORE-IMAGE
           SET  WS-REMOVE-RELINK          TO TRUE
           PERFORM 650-REMOVE-RECORD      THRU 650-EXIT
           IF   RELM-RET-OK
                PERFORM 300-ADD-STATED    THRU 300-EXIT
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CHANGE THE DATES OF A STATED RECORD, AND OF ITS INVERSE
      *  WHEN THE OTHER SIDE IS A MAINTAINED INVERSE (A STATED
      *  OTHER SIDE CARRIES ITS OWN CUSTOMER'S DATES).
      ***************************************************************
       500-CHANGE-STATED.
      *
           MOVE WS-STATED-RECORD (1:15)   TO CUST-CHILD-RECORD-KEY
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   NOT RELM-RET-OK
                GO TO 500-EXIT
           END-IF
           IF   NOT WS-RECORD-FOUND
                MOVE '1'                  TO RELM-RETURN-CODE
                GO TO 500-EXIT
           END-IF
           IF   NOT CUST-REL-STATED
           OR   CUST-REL-RELATED-KEY-ID NOT = WS-STD-RELATED-KEY-ID
           OR   CUST-REL-TYPE-CD NOT = WS-STD-TYPE-CD
                MOVE '3'                  TO RELM-RETURN-CODE
                GO TO 500-EXIT
           END-IF
      *
           MOVE CUST-CHILD-RECORD         TO WS-BEFORE-IMAGE
                                             RELM-BEFORE-IMAGE
           MOVE WS-STD-EFF-DATE           TO CUST-REL-EFF-DATE
           MOVE WS-STD-END-DATE           TO CUST-REL-END-DATE
           MOVE CUST-CHILD-RECORD         TO WS-STATED-RECORD
           PERFORM 170-UPDATE-RECORD      THRU 170-EXIT
           MOVE WS-STATED-RECORD          TO RELM-RECORD
           IF   NOT RELM-RET-OK
           OR   WS-STD-INVERSE-SEQ = SPACES
                GO TO 500-EXIT
           END-IF
      *
           MOVE WS-STD-RELATED-KEY-ID    TO CUST-CHILD-RECORD-KEY (1:10)
           MOVE 'REL'                    TO CUST-CHILD-RECORD-KEY (11:3)
           MOVE WS-STD-INVERSE-SEQ       TO CUST-CHILD-RECORD-KEY (14:2)
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   WS-RECORD-FOUND
           AND  CUST-REL-INVERSE
           AND  CUST-REL-RELATED-KEY-ID = WS-STD-KEY-ID
                MOVE CUST-CHILD-RECORD    TO WS-BEFORE-IMAGE
                MOVE WS-STD-EFF-DATE      TO CUST-REL-EFF-DATE
                MOVE WS-STD-END-DATE      TO CUST-REL-END-DATE
                PERFORM 170-UPDATE-RECORD THRU 170-EXIT
           END-IF
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  DELETE A STATED RECORD.  ITS INVERSE GOES WITH IT; IF THE
      *  OTHER CUSTOMER STATED THE RELATIONSHIP TOO, THAT STATEMENT
      *  STANDS AND GETS A FRESH INVERSE ON THIS CUSTOMER.
      ***************************************************************
       600-DELETE-STATED.
      *
           MOVE RELM-RECORD               TO WS-STATED-RECORD
           MOVE 'REL'                     TO WS-STD-REC-TYPE
           MOVE WS-STATED-RECORD (1:15)   TO CUST-CHILD-RECORD-KEY
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   NOT RELM-RET-OK
                GO TO 600-EXIT
           END-IF
           IF   NOT WS-RECORD-FOUND
                MOVE '1'                  TO RELM-RETURN-CODE
                GO TO 600-EXIT
           END-IF
           IF   NOT CUST-REL-STATED
                MOVE '3'                  TO RELM-RETURN-CODE
                GO TO 600-EXIT
           END-IF
      *
           MOVE CUST-CHILD-RECORD         TO WS-CUR-RECORD
                                             RELM-BEFORE-IMAGE
           MOVE SPACES                    TO RELM-RECORD
           SET  WS-REMOVE-RELINK          TO TRUE
           PERFORM 650-REMOVE-RECORD      THRU 650-EXIT
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND OR MAKE THE OTHER SIDE OF THE STATED RECORD IN
      *  WS-STATED-RECORD (WS-INV-TYPE-CD ALREADY SET).  A RECORD ON
      *  THE RELATED CUSTOMER ALREADY NAMING THIS CUSTOMER WITH THE
      *  INVERSE TYPE IS LINKED; OTHERWISE AN INVERSE RECORD IS
      *  WRITTEN AT THE FIRST FREE SEQ FROM 50.  WS-STD-INVERSE-SEQ
      *  COMES BACK POINTING AT THE OTHER SIDE; THE CALLER STORES
      *  THE STATED RECORD.
      ***************************************************************
       610-LINK-INVERSE.
      *
           MOVE WS-STD-RELATED-KEY-ID     TO WS-SCAN-CUST-KEY-ID
           PERFORM 220-LOAD-SCAN          THRU 220-EXIT
           MOVE WS-STD-KEY-ID             TO WS-FIND-RELATED-KEY-ID
           MOVE WS-INV-TYPE-CD            TO WS-FIND-REL-TYPE-CD
           MOVE SPACES                    TO WS-FIND-EXCL-SEQ
           PERFORM 230-FIND-IN-SCAN       THRU 230-EXIT
      *
           IF   WS-SCAN-HIT-IDX > +0
                MOVE WS-SCAN-ENTRY (WS-SCAN-HIT-IDX) (1:15)
                                          TO CUST-CHILD-RECORD-KEY
                PERFORM 150-LOCATE-RECORD THRU 150-EXIT
                IF   WS-RECORD-FOUND
                     MOVE CUST-CHILD-RECORD TO WS-BEFORE-IMAGE
                     MOVE WS-STD-SEQ-NBR  TO CUST-REL-INVERSE-SEQ
                     PERFORM 170-UPDATE-RECORD THRU 170-EXIT
                     MOVE CUST-CHILD-SEQ-NBR TO WS-STD-INVERSE-SEQ
                END-IF
                GO TO 610-EXIT
           END-IF
      *
           MOVE 49                        TO WS-CAND-NUM
           MOVE 99                        TO WS-CAND-HIGH
           PERFORM 240-FIND-FREE-SEQ      THRU 240-EXIT
           IF   NOT WS-SEQ-IS-FREE
                DISPLAY 'MBRRELMT: NO FREE INVERSE SEQ ON '
                        WS-STD-RELATED-KEY-ID
                MOVE '4'                  TO RELM-RETURN-CODE
                GO TO 610-EXIT
           END-IF
      *
           MOVE SPACES                    TO CUST-CHILD-RECORD
           MOVE WS-STD-RELATED-KEY-ID     TO CUST-CHILD-KEY-ID
           MOVE 'REL'                     TO CUST-CHILD-REC-TYPE
           MOVE WS-CAND-SEQ               TO CUST-CHILD-SEQ-NBR
           MOVE WS-STD-KEY-ID             TO CUST-REL-RELATED-KEY-ID
           MOVE WS-INV-TYPE-CD            TO CUST-REL-TYPE-CD
           MOVE WS-STD-EFF-DATE           TO CUST-REL-EFF-DATE
           MOVE WS-STD-END-DATE           TO CUST-REL-END-DATE
           MOVE WS-STD-SEQ-NBR            TO CUST-REL-INVERSE-SEQ
           MOVE 'I'                       TO CUST-REL-ORIGIN-CD
           PERFORM 160-WRITE-RECORD       THRU 160-EXIT
           MOVE WS-CAND-SEQ               TO WS-STD-INVERSE-SEQ
           .
       610-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REMOVE WS-CUR-RECORD AND DEAL WITH ITS OTHER SIDE: AN
      *  INVERSE IS ALWAYS DELETED WITH IT; A STATED OTHER SIDE IS
      *  DELETED TOO WHEN WS-REMOVE-BOTH (PURGE, MERGE SELF-LINK),
      *  OR KEPT AND GIVEN A FRESH INVERSE WHEN WS-REMOVE-RELINK.
      ***************************************************************
       650-REMOVE-RECORD.
      *
           MOVE WS-CUR-RECORD (1:15)      TO CUST-CHILD-RECORD-KEY
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   NOT WS-RECORD-FOUND
                GO TO 650-EXIT
           END-IF
           MOVE CUST-CHILD-RECORD         TO WS-CUR-RECORD
                                             WS-BEFORE-IMAGE
           PERFORM 180-DELETE-RECORD      THRU 180-EXIT
           IF   NOT RELM-RET-OK
           OR   WS-CUR-INVERSE-SEQ = SPACES
                GO TO 650-EXIT
           END-IF
      *
           MOVE WS-CUR-RELATED-KEY-ID    TO CUST-CHILD-RECORD-KEY (1:10)
           MOVE 'REL'                    TO CUST-CHILD-RECORD-KEY (11:3)
           MOVE WS-CUR-INVERSE-SEQ       TO CUST-CHILD-RECORD-KEY (14:2)
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   NOT WS-RECORD-FOUND
           OR   CUST-REL-RELATED-KEY-ID NOT = WS-CUR-KEY-ID
                GO TO 650-EXIT
           END-IF
      *
           MOVE CUST-CHILD-RECORD         TO WS-BEFORE-IMAGE
           IF   CUST-REL-INVERSE
           OR   WS-REMOVE-BOTH
                PERFORM 180-DELETE-RECORD THRU 180-EXIT
                GO TO 650-EXIT
           END-IF
      *
           MOVE CUST-CHILD-RECORD         TO WS-STATED-RECORD
           MOVE SPACES                    TO WS-STD-INVERSE-SEQ
           MOVE WS-STD-TYPE-CD            TO WS-FIND-TYPE-CD
           PERFORM 210-FIND-TYPE          THRU 210-EXIT
           PERFORM 610-LINK-INVERSE       THRU 610-EXIT
           PERFORM 660-RESTORE-STATED     THRU 660-EXIT
           .
       650-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  STORE WS-STATED-RECORD (ALREADY ON FILE) WITH ITS NEW
      *  INVERSE-SEQ / RELATED KEY.
      ***************************************************************
       660-RESTORE-STATED.
      *
           MOVE WS-STATED-RECORD (1:15)   TO CUST-CHILD-RECORD-KEY
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   NOT WS-RECORD-FOUND
                GO TO 660-EXIT
           END-IF
           MOVE CUST-CHILD-RECORD         TO WS-BEFORE-IMAGE
           MOVE WS-STATED-RECORD          TO CUST-CHILD-RECORD
           PERFORM 170-UPDATE-RECORD      THRU 170-EXIT
           .
       660-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MERGE: EVERY RELATIONSHIP OF THE DUPLICATE MOVES TO THE
      *  SURVIVOR.  A LINK BETWEEN THE TWO IS DROPPED FROM BOTH
      *  SIDES; A STATED RECORD IS RE-STATED ON THE SURVIVOR (AT THE
      *  SAME SEQ IF FREE); THE OTHER CUSTOMER'S STATED RECORDS ARE
      *  RE-POINTED AT THE SURVIVOR.  A RELATIONSHIP THE SURVIVOR
      *  ALREADY HOLDS IS NOT DUPLICATED.
      ***************************************************************
       700-MERGE-CUSTOMER.
      *
           IF   RELM-KEY-ID = SPACES
           OR   RELM-TARGET-KEY-ID = SPACES
           OR   RELM-KEY-ID = RELM-TARGET-KEY-ID
                MOVE '3'                  TO RELM-RETURN-CODE
                GO TO 700-EXIT
           END-IF
      *
           MOVE RELM-KEY-ID               TO WS-MERGE-FROM-KEY-ID
           MOVE RELM-TARGET-KEY-ID        TO WS-MERGE-INTO-KEY-ID
           MOVE '0'                       TO WS-WORST-RC
           MOVE WS-MERGE-FROM-KEY-ID      TO WS-SCAN-CUST-KEY-ID
           PERFORM 220-LOAD-SCAN          THRU 220-EXIT
           MOVE WS-SCAN-TBL               TO WS-WORK-TBL
           MOVE WS-SCAN-COUNT             TO WS-WORK-COUNT
      *
           PERFORM 710-MOVE-ONE-RELATION  THRU 710-EXIT
                   VARYING WS-WORK-IDX FROM +1 BY +1
                   UNTIL   WS-WORK-IDX > WS-WORK-COUNT
      *
           MOVE WS-WORST-RC               TO RELM-RETURN-CODE
           .
       700-EXIT.
           EXIT.
      *
      *
       710-MOVE-ONE-RELATION.
      *
           MOVE '0'                       TO RELM-RETURN-CODE
           MOVE WS-WORK-ENTRY (WS-WORK-IDX) TO WS-CUR-RECORD
           ADD  +1                        TO RELM-RECORD-CNT
      *
           IF   WS-CUR-RELATED-KEY-ID = WS-MERGE-INTO-KEY-ID
                SET  WS-REMOVE-BOTH       TO TRUE
                PERFORM 650-REMOVE-RECORD THRU 650-EXIT
                GO TO 710-CHECK-RC
           END-IF
      *
      *      TAKE THE RECORD OFF THE DUPLICATE, THEN DEAL WITH THE
      *      OTHER SIDE: A MAINTAINED INVERSE IS DROPPED (IT IS MADE
      *      AFRESH WHEN THE STATED RECORD IS RE-ADDED), A STATED
      *      OTHER SIDE IS RE-POINTED AT THE SURVIVOR.
           MOVE WS-CUR-RECORD (1:15)      TO CUST-CHILD-RECORD-KEY
           PERFORM 150-LOCATE-RECORD      THRU 150-EXIT
           IF   NOT WS-RECORD-FOUND
                GO TO 710-CHECK-RC
           END-IF
           MOVE CUST-CHILD-RECORD         TO WS-CUR-RECORD
                                             WS-BEFORE-IMAGE
           PERFORM 180-DELETE-RECORD      THRU 180-EXIT
           IF   NOT RELM-RET-OK
                GO TO 710-CHECK-RC
           END-IF
      *
           IF   WS-CUR-INVERSE-SEQ NOT = SPACES
                MOVE WS-CUR-RELATED-KEY-ID
                                     TO CUST-CHILD-RECORD-KEY (1:10)
                MOVE 'REL'           TO CUST-CHILD-RECORD-KEY (11:3)
                MOVE WS-CUR-INVERSE-SEQ
                                     TO CUST-CHILD-RECORD-KEY (14:2)
                PERFORM 150-LOCATE-RECORD THRU 150-EXIT
                IF   WS-RECORD-FOUND
                AND  CUST-REL-RELATED-KEY-ID = WS-MERGE-FROM-KEY-ID
                     MOVE CUST-CHILD-RECORD TO WS-PARTNER-RECORD
                                               WS-BEFORE-IMAGE
                     IF   CUST-REL-INVERSE
                          PERFORM 180-DELETE-RECORD THRU 180-EXIT
                     ELSE
                          PERFORM 720-REPOINT-PARTNER THRU 720-EXIT
                     END-IF
                END-IF
           END-IF
      *
           IF   WS-CUR-ORIGIN-CD = 'S'
           AND  RELM-RET-OK
                PERFORM 730-RESTATE-ON-SURVIVOR THRU 730-EXIT
           END-IF
           .
       710-CHECK-RC.
      *
           IF   NOT RELM-RET-OK
                MOVE RELM-RETURN-CODE     TO WS-WORST-RC
           END-IF
           .
       710-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE OTHER CUSTOMER'S STATED RECORD (WS-PARTNER-RECORD) NAMED
      *  THE DUPLICATE: NAME THE SURVIVOR INSTEAD AND RELINK IT - OR,
      *  IF IT ALREADY STATES THE SAME RELATIONSHIP WITH THE
      *  SURVIVOR, DROP IT AS A DUPLICATE.
      ***************************************************************
       720-REPOINT-PARTNER.
      *
           MOVE WS-PTR-KEY-ID             TO WS-SCAN-CUST-KEY-ID
           PERFORM 220-LOAD-SCAN          THRU 220-EXIT
           MOVE WS-MERGE-INTO-KEY-ID      TO WS-FIND-RELATED-KEY-ID
           MOVE WS-PTR-TYPE-CD            TO WS-FIND-REL-TYPE-CD
           MOVE WS-PTR-SEQ-NBR            TO WS-FIND-EXCL-SEQ
           PERFORM 230-FIND-IN-SCAN       THRU 230-EXIT
      *
           MOVE WS-PARTNER-RECORD         TO CUST-CHILD-RECORD
                                             WS-BEFORE-IMAGE
           IF   WS-SCAN-HIT-IDX > +0
                PERFORM 180-DELETE-RECORD THRU 180-EXIT
                GO TO 720-EXIT
           END-IF
      *
           MOVE WS-PARTNER-RECORD         TO WS-STATED-RECORD
           MOVE WS-MERGE-INTO-KEY-ID      TO WS-STD-RELATED-KEY-ID
           MOVE SPACES                    TO WS-STD-INVERSE-SEQ
           MOVE WS-STD-TYPE-CD            TO WS-FIND-TYPE-CD
           PERFORM 210-FIND-TYPE          THRU 210-EXIT
           PERFORM 610-LINK-INVERSE       THRU 610-EXIT
           PERFORM 660-RESTORE-STATED     THRU 660-EXIT
           .
       720-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RE-STATE THE DUPLICATE'S STATED RECORD (WS-CUR-RECORD) ON
      *  THE SURVIVOR, KEEPING ITS SEQ WHEN THE SURVIVOR HAS IT FREE.
      *  A RELATIONSHIP THE SURVIVOR ALREADY STATES IS NOT AN ERROR.
      ***************************************************************
       730-RESTATE-ON-SURVIVOR.
      *
           MOVE WS-MERGE-INTO-KEY-ID      TO WS-SCAN-CUST-KEY-ID
           PERFORM 220-LOAD-SCAN          THRU 220-EXIT
      *
           MOVE WS-CUR-SEQ-NBR            TO WS-CAND-SEQ
           SUBTRACT 1                     FROM WS-CAND-NUM
           MOVE WS-CAND-NUM               TO WS-CAND-HIGH
           ADD  1                         TO WS-CAND-HIGH
           PERFORM 240-FIND-FREE-SEQ      THRU 240-EXIT
           IF   NOT WS-SEQ-IS-FREE
                MOVE 0                    TO WS-CAND-NUM
                MOVE 49                   TO WS-CAND-HIGH
                PERFORM 240-FIND-FREE-SEQ THRU 240-EXIT
           END-IF
           IF   NOT WS-SEQ-IS-FREE
                DISPLAY 'MBRRELMT: NO FREE SEQ ON '
                        WS-MERGE-INTO-KEY-ID
                MOVE '4'                  TO RELM-RETURN-CODE
                GO TO 730-EXIT
           END-IF
      *
           MOVE WS-CUR-RECORD             TO WS-STATED-RECORD
           MOVE WS-MERGE-INTO-KEY-ID      TO WS-STD-KEY-ID
           MOVE WS-CAND-SEQ               TO WS-STD-SEQ-NBR
           MOVE SPACES                    TO WS-STD-INVERSE-SEQ
           PERFORM 300-ADD-STATED         THRU 300-EXIT
           IF   RELM-RET-EXISTS
                MOVE '0'                  TO RELM-RETURN-CODE
           END-IF
           .
       730-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PURGE: EVERY RELATIONSHIP OF THE CUSTOMER GOES FROM BOTH
      *  SIDES.
      ***************************************************************
       800-PURGE-CUSTOMER.
      *
           IF   RELM-KEY-ID = SPACES
                MOVE '3'                  TO RELM-RETURN-CODE
                GO TO 800-EXIT
           END-IF
      *
           MOVE '0'                       TO WS-WORST-RC
           MOVE RELM-KEY-ID               TO WS-SCAN-CUST-KEY-ID
           PERFORM 220-LOAD-SCAN          THRU 220-EXIT
           MOVE WS-SCAN-TBL               TO WS-WORK-TBL
           MOVE WS-SCAN-COUNT             TO WS-WORK-COUNT
      *
           PERFORM 810-PURGE-ONE-RELATION THRU 810-EXIT
                   VARYING WS-WORK-IDX FROM +1 BY +1
                   UNTIL   WS-WORK-IDX > WS-WORK-COUNT
      *
           MOVE WS-WORST-RC               TO RELM-RETURN-CODE
           .
       800-EXIT.
           EXIT.
      *
      *
       810-PURGE-ONE-RELATION.
      *
           MOVE '0'                       TO RELM-RETURN-CODE
           MOVE WS-WORK-ENTRY (WS-WORK-IDX) TO WS-CUR-RECORD
           SET  WS-REMOVE-BOTH            TO TRUE
           PERFORM 650-REMOVE-RECORD      THRU 650-EXIT
           IF   RELM-RET-OK
                ADD  +1                   TO RELM-RECORD-CNT
           ELSE
                MOVE RELM-RETURN-CODE     TO WS-WORST-RC
           END-IF
           .
       810-EXIT.
           EXIT.
      *
      *
       900-CLOSE-CLUSTER.
      *
           IF   WS-RELV-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
           END-IF
           SET  WS-RELV-UNTRIED           TO TRUE
           .
       900-EXIT.
           EXIT.
