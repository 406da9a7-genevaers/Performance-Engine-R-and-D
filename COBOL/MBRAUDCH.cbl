       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRAUDCH.
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
      ** DESCRIPTION: SHARED AUDIT-JOURNAL CHAIN-LINK SERVICE (SEE     *
      **              GVBCAUDH FOR THE CALLING INTERFACE AND THE       *
      **              CHAIN RULES).  FUNCTION 'L' ISSUES THE NEXT      *
      **              LINK OF A CHAIN FOR A PAIR ABOUT TO BE WRITTEN - *
      **              IT READS THE CHAIN'S AUDCHNV HEAD ROW, FOLDS     *
      **              THE PAIR INTO THE LAST HASH THROUGH MBRCKSUM,    *
      **              AND STORES THE NEW HEAD BEFORE ANSWERING, SO     *
      **              THE HEAD IS NEVER BEHIND THE JOURNAL.  FUNCTION  *
      **              'H' ONLY COMPUTES A LINK FROM A SEQUENCE AND     *
      **              PRIOR HASH THE CALLER SUPPLIES - THE MBRAUDCV    *
      **              VERIFIER RECOMPUTES EVERY LINK THIS WAY.         *
      **              FUNCTION 'R' RESEALS THE HEAD AFTER MBRSCRUB     *
      **              HAS ANONYMIZED AND RE-FOLDED THE JOURNAL - THE   *
      **              HEAD HASH IS REPLACED ONLY WHEN THE HEAD STILL   *
      **              SITS ON THE LAST PAIR THE CALLER RESEALED.  THE  *
      **              AUDCHNV DD OPENS ON FIRST USE AND A MISSING DD   *
      **              IS REPORTED ONCE, THE MBRAUDWR CONVENTION.       *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRCKSUM - RECORD HASH SERVICE                *
      **                                                               *
      ** I-O FILES:     CHAIN-HEAD CLUSTER          (DDNAME=AUDCHNV)   *
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
       01  WS-MBRCKSUM                 PIC X(08)  VALUE 'MBRCKSUM'.
      *
       01  WS-CHAIN-DDNAME             PIC X(08)  VALUE 'AUDCHNV '.
       01  WS-CHAIN-STATE-SW           PIC X(01)  VALUE ' '.
           88  WS-CHAIN-UNTRIED                   VALUE ' '.
           88  WS-CHAIN-IS-OPEN                   VALUE 'O'.
           88  WS-CHAIN-UNAVAILABLE               VALUE 'N'.
       01  WS-HEAD-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-HEAD-FOUND                      VALUE 'Y'.
      *
      *****************************************************************
      *  THE PAIR AS THE CHAIN SEES IT - THE 31-BYTE PREFIX, THE
      *  BEFORE IMAGE AND THE AFTER IMAGE - AND THE FIRST 96-BYTE
      *  CHUNK FOLDED, WHICH LEADS WITH THE CHAIN SEQUENCE.
      *****************************************************************
       01  WS-PAIR-IMAGE.
           05  WS-PAIR-PREFIX          PIC X(31).
           05  WS-PAIR-BEFORE-IMAGE    PIC X(96).
           05  WS-PAIR-AFTER-IMAGE     PIC X(96).
      *
       01  WS-LEAD-CHUNK.
           05  WS-LEAD-SEQ             PIC 9(09).
           05  WS-LEAD-PREFIX          PIC X(31).
           05  FILLER                  PIC X(56)  VALUE SPACES.
      *
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS          PIC 9(06).
           05  FILLER                  PIC X(02).
      *
       COPY GVBCCKSM.
      *
       COPY GVBCAUDH.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       01  LS-LINK-PARMS.
           05  LS-FUNCTION                    PIC X(01).
               88  LS-FCN-LINK                   VALUE 'L'.
               88  LS-FCN-HASH                   VALUE 'H'.
               88  LS-FCN-CLOSE                  VALUE 'C'.
               88  LS-FCN-RESEAL                 VALUE 'R'.
           05  LS-CHAIN-ID                    PIC X(08).
           05  LS-PAIR-IMAGE                  PIC X(223).
           05  LS-PRIOR-HASH                  PIC 9(15).
           05  LS-CHAIN-SEQ                   PIC 9(09).
           05  LS-CHAIN-HASH                  PIC 9(15).
           05  LS-RETURN-CODE                 PIC X(01).
      *
       PROCEDURE DIVISION USING LS-LINK-PARMS.
      *
       000-MAIN-LOGIC.
      *
           MOVE '0'                       TO LS-RETURN-CODE
      *
           EVALUATE TRUE
             WHEN LS-FCN-HASH
                  PERFORM 200-COMPUTE-LINK THRU 200-EXIT
             WHEN LS-FCN-LINK
                  PERFORM 100-ENSURE-OPEN  THRU 100-EXIT
                  IF   WS-CHAIN-IS-OPEN
                       PERFORM 300-ISSUE-NEXT-LINK THRU 300-EXIT
                  ELSE
                       MOVE ZEROES        TO LS-CHAIN-SEQ
                                             LS-CHAIN-HASH
                  END-IF
             WHEN LS-FCN-RESEAL
                  PERFORM 100-ENSURE-OPEN  THRU 100-EXIT
                  IF   WS-CHAIN-IS-OPEN
                       PERFORM 400-RESEAL-HEAD THRU 400-EXIT
                  END-IF
             WHEN LS-FCN-CLOSE
                  PERFORM 900-CLOSE-CHAIN  THRU 900-EXIT
             WHEN OTHER
                  MOVE '8'                TO LS-RETURN-CODE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN THE AUDCHNV DD ON FIRST USE.  A DD THAT IS NOT
      *  ALLOCATED IS REPORTED ONCE AND EVERY LATER CALL ANSWERS
      *  '4' WITHOUT RETRYING THE OPEN.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           EVALUATE TRUE
             WHEN WS-CHAIN-IS-OPEN
                  CONTINUE
             WHEN WS-CHAIN-UNAVAILABLE
                  MOVE '4'                TO LS-RETURN-CODE
             WHEN OTHER
                  SET   TP90-ANCHOR           TO NULL
                  MOVE  WS-CHAIN-DDNAME       TO TP90-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                  MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                  MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
                  MOVE  SPACES                TO TP90-RETURN-CODE
                  MOVE  +0                    TO TP90-VSAM-RETURN-CODE
                  MOVE  +0                    TO TP90-RECORD-LENGTH
                  MOVE  SPACES                TO TP90-RECFM
                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        AUDH-RECORD,
                                        AUDH-RECORD-KEY
                  IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-CHAIN-IS-OPEN  TO TRUE
                  ELSE
                       SET  WS-CHAIN-UNAVAILABLE TO TRUE
                       MOVE '4'               TO LS-RETURN-CODE
                       DISPLAY 'MBRAUDCH: NO AUDCHNV DD ALLOCATED, '
                               'AUDIT PAIRS UNCHAINED THIS RUN'
                  END-IF
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FOLD THE PAIR INTO THE PRIOR HASH - THE LEAD CHUNK
      *  (SEQUENCE AND PREFIX), THEN EACH IMAGE, IN THAT ORDER.
      ***************************************************************
       200-COMPUTE-LINK.
      *
           MOVE LS-PAIR-IMAGE             TO WS-PAIR-IMAGE
           MOVE LS-CHAIN-SEQ              TO WS-LEAD-SEQ
           MOVE WS-PAIR-PREFIX            TO WS-LEAD-PREFIX
      *
           SET  CKSM-FCN-ACCUMULATE       TO TRUE
           MOVE LS-PRIOR-HASH             TO CKSM-HASH-RESULT
           MOVE WS-LEAD-CHUNK             TO CKSM-RECORD-IMAGE
           CALL WS-MBRCKSUM USING CKSM-COMPUTE-PARMS
           MOVE WS-PAIR-BEFORE-IMAGE      TO CKSM-RECORD-IMAGE
           CALL WS-MBRCKSUM USING CKSM-COMPUTE-PARMS
           MOVE WS-PAIR-AFTER-IMAGE       TO CKSM-RECORD-IMAGE
           CALL WS-MBRCKSUM USING CKSM-COMPUTE-PARMS
      *
           MOVE CKSM-HASH-RESULT          TO LS-CHAIN-HASH
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  NEXT LINK OF THE CALLER'S CHAIN.  A CHAIN WITH NO HEAD ROW
      *  YET STARTS AT SEQUENCE 1 FROM A PRIOR HASH OF ZERO.  THE
      *  HEAD IS STORED BEFORE THE CALLER WRITES THE PAIR, SO A
      *  WRITE THAT THEN FAILS SHOWS AS A BREAK, NEVER AS NOTHING.
      ***************************************************************
       300-ISSUE-NEXT-LINK.
      *
           MOVE 'N'                       TO WS-HEAD-FOUND-SW
           MOVE LS-CHAIN-ID               TO AUDH-RECORD-KEY
           MOVE LENGTH OF AUDH-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 AUDH-RECORD,
                                 AUDH-RECORD-KEY
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-HEAD-FOUND        TO TRUE
           ELSE
                MOVE SPACES               TO AUDH-RECORD
                MOVE LS-CHAIN-ID          TO AUDH-KEY-CHAIN-ID
                MOVE ZEROES               TO AUDH-LAST-SEQ
                                             AUDH-LAST-HASH
           END-IF
      *
           COMPUTE LS-CHAIN-SEQ = AUDH-LAST-SEQ + 1
           MOVE AUDH-LAST-HASH            TO LS-PRIOR-HASH
           PERFORM 200-COMPUTE-LINK       THRU 200-EXIT
      *
           MOVE LS-CHAIN-SEQ              TO AUDH-LAST-SEQ
           MOVE LS-CHAIN-HASH             TO AUDH-LAST-HASH
           ACCEPT AUDH-LAST-DATE          FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW             FROM TIME
           MOVE WS-TIME-HHMMSS            TO AUDH-LAST-TIME
      *
           IF   WS-HEAD-FOUND
                MOVE TP90-VALUE-UPDATE    TO TP90-FUNCTION-CODE
           ELSE
                MOVE TP90-VALUE-WRITE     TO TP90-FUNCTION-CODE
           END-IF
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 AUDH-RECORD,
                                 AUDH-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAUDCH: CHAIN HEAD WRITE FAILED FOR '
                        LS-CHAIN-ID ' RET CD = ' TP90-RETURN-CODE
                MOVE '8'                  TO LS-RETURN-CODE
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RESEAL THE HEAD OF A CHAIN WHOSE JOURNAL WAS REWRITTEN.
      *  THE CALLER PASSES THE LAST SEQUENCE IT RESEALED, THE HASH
      *  THAT PAIR CARRIED BEFORE (IN THE PRIOR-HASH FIELD) AND THE
      *  NEW ONE.  A HEAD THAT HAS MOVED ON, OR DOES NOT HOLD THE
      *  OLD HASH, IS LEFT ALONE AND THE CALLER IS TOLD '8'.
      ***************************************************************
       400-RESEAL-HEAD.
      *
           MOVE LS-CHAIN-ID               TO AUDH-RECORD-KEY
           MOVE LENGTH OF AUDH-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 AUDH-RECORD,
                                 AUDH-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE '8'                  TO LS-RETURN-CODE
                GO TO 400-EXIT
           END-IF
      *
           IF   AUDH-LAST-SEQ  NOT = LS-CHAIN-SEQ
           OR   AUDH-LAST-HASH NOT = LS-PRIOR-HASH
                MOVE '8'                  TO LS-RETURN-CODE
                GO TO 400-EXIT
           END-IF
      *
           MOVE LS-CHAIN-HASH             TO AUDH-LAST-HASH
           ACCEPT AUDH-LAST-DATE          FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW             FROM TIME
           MOVE WS-TIME-HHMMSS            TO AUDH-LAST-TIME
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 AUDH-RECORD,
                                 AUDH-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAUDCH: CHAIN HEAD RESEAL FAILED FOR '
                        LS-CHAIN-ID ' RET CD = ' TP90-RETURN-CODE
                MOVE '8'                  TO LS-RETURN-CODE
           END-IF
           .
       400-EXIT.
           EXIT.
      *
      *
       900-CLOSE-CHAIN.
      *
           IF   WS-CHAIN-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      AUDH-RECORD,
                                      AUDH-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
                SET  WS-CHAIN-UNTRIED     TO TRUE
           END-IF
           .
       900-EXIT.
           EXIT.
