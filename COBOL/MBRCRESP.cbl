       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCRESP.
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
      ** DESCRIPTION: CAMPAIGN RESPONSE CAPTURE AND RESPONSE-RATE      *
      **              REPORT.  EACH RECORD ON THE MARKETING VENDOR'S   *
      **              RESPFILE (CAMPAIGN ID, CUSTOMER KEY, RESPONSE    *
      **              DATE AND CODE) IS MATCHED TO THE CAMPREG ROW     *
      **              MBRCAMPN WROTE WHEN IT MAILED THAT CUSTOMER ON   *
      **              THAT CAMPAIGN, AND THE RESPONSE IS STAMPED ON    *
      **              THE ROW.  A RESPONSE THAT MATCHES NO MAILING,    *
      **              REPEATS AN EARLIER RESPONSE, OR PREDATES THE     *
      **              MAIL DATE IS LISTED ON RESPEXCP INSTEAD.  THE    *
      **              WHOLE REGISTER IS THEN SUMMARIZED - PIECES       *
      **              MAILED, RESPONSES AND RESPONSE RATE BY           *
      **              CAMPAIGN, STATE AND CUST-STATUS, WITH A TOTAL    *
      **              PER CAMPAIGN.  SEED RECORDS ARE NEVER ON THE     *
      **              REGISTER, SO THEY NEVER DILUTE THE RATES.        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   VENDOR RESPONSE FILE        (DDNAME=RESPFILE)  *
      **                                                               *
      ** I-O FILES:     CAMPAIGN MAILING REGISTER   (DDNAME=CAMPREG)   *
      **                                                               *
      ** OUTPUT FILES:  RESPONSE-RATE REPORT        (DDNAME=RESPRPT)   *
      **                UNMATCHED RESPONSES         (DDNAME=RESPEXCP)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - ONE OR MORE RESPONSES NOT MATCHED         *
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
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-MATCHED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-EXCEPTION-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-REGISTER-CNT             PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  RESPONSE-RATE ACCUMULATORS, ONE SLOT PER CAMPAIGN, STATE AND
      *  STATUS SEEN ON THE REGISTER.  THE REGISTER IS KEYED
      *  CAMPAIGN FIRST, SO EACH CAMPAIGN'S SLOTS ARE CONTIGUOUS.
      *****************************************************************
       01  WS-RATE-TBL-MAX             PIC S9(04) COMP VALUE +500.
       01  WS-RATE-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-RATE-OVERFLOW-CNT        PIC S9(08) COMP VALUE +0.
       01  WS-RATE-TBL.
           05  WS-RATE-ENTRY           OCCURS 500 TIMES.
               10  WS-RATE-CAMPAIGN-ID PIC X(08).
               10  WS-RATE-STATE       PIC X(02).
               10  WS-RATE-STATUS      PIC X(01).
               10  WS-RATE-MAILED      PIC S9(08) COMP.
               10  WS-RATE-RESPONDED   PIC S9(08) COMP.
       01  WS-RATE-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-RATE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RATE-MATCHED                    VALUE 'Y'.
      *
       01  WS-CAMP-CAMPAIGN-ID         PIC X(08)  VALUE SPACES.
       01  WS-CAMP-MAILED              PIC S9(08) COMP VALUE +0.
       01  WS-CAMP-RESPONDED           PIC S9(08) COMP VALUE +0.
       01  WS-RATE-PCT                 PIC S9(03)V99 COMP-3 VALUE +0.
      *
       COPY GVBCCRSP.
       COPY GVBCRUNC.
      *
      *****************************************************************
      *  RESPONSE-RATE REPORT LINE.  A BLANK STATE AND STATUS WITH
      *  '*TOTAL*' MARKS THE CAMPAIGN TOTAL.
      *****************************************************************
       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(40)  VALUE
               'CAMPAIGN ST S           MAILED   RESPOND'.
           05  FILLER                  PIC X(40)  VALUE
               'ED    RATE %                            '.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-CAMPAIGN-ID      PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-STATE            PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-TOTAL-FLAG       PIC X(07).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-RPT-MAILED           PIC Z(7)9.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-RPT-RESPONDED        PIC Z(7)9.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-RPT-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(28)  VALUE SPACES.
      *
      *****************************************************************
      *  UNMATCHED-RESPONSE LINE - THE VENDOR RECORD AS RECEIVED AND
      *  THE REASON IT WAS NOT ATTRIBUTED.
      *****************************************************************
       01  WS-EXCP-LINE.
           05  WS-EXCP-RESPONSE        PIC X(80).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  WS-EXCP-REASON          PIC X(19).
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90I-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90I-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90I-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90I-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90I-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90I-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90I-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90I-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90I-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90I-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90I-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90P-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90P-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90P-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90P-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90P-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90P-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90P-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90P-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90P-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90P-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90P-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90E-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90E-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90E-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90E-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90E-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90E-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90E-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90E-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90E-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90E-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90E-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRCRESP'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-MATCH-ONE-RESPONSE THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 500-TALLY-REGISTER    THRU 500-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 700-REPORT-RATES      THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCRESP'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-MATCHED-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-EXCEPTION-CNT          TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-EXCEPTION-CNT > ZERO
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
           MOVE 'CAMPREG '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CREG-RECORD,
                                 CREG-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCRESP DD: CAMPREG, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90I-ANCHOR              TO NULL
           MOVE 'RESPFILE'                TO TP90I-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE LENGTH OF CRSP-RECORD     TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 CRSP-RECORD,
                                 CREG-RECORD-KEY
           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCRESP DD: RESPFILE, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                SET  TP90I-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'RESPRPT '                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-DETAIL-LINE
                                          TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 CREG-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCRESP DD: RESPRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90P-RETURN-CODE
                SET  TP90P-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90E-ANCHOR              TO NULL
           MOVE 'RESPEXCP'                TO TP90E-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90E-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90E-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90E-FILE-MODE
           MOVE SPACES                    TO TP90E-RETURN-CODE
           MOVE +0                        TO TP90E-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-EXCP-LINE    TO TP90E-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90E-RECFM
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 WS-EXCP-LINE,
                                 CREG-RECORD-KEY
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCRESP DD: RESPEXCP, GVBTP90 FAILED, '
                        'RET CD = ' TP90E-RETURN-CODE
                SET  TP90E-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE VENDOR RESPONSE AND ATTRIBUTE IT TO ITS MAILING.
      *  THE FIRST RESPONSE FOR A MAILING WINS - A REPEAT IS LISTED
      *  AS A DUPLICATE AND THE ORIGINAL STAMP IS LEFT ALONE.
      ***************************************************************
       300-MATCH-ONE-RESPONSE.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           MOVE SPACES                    TO CRSP-RECORD
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 CRSP-RECORD,
                                 CREG-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90I-DDNAME
                  GO TO 300-EXIT
             WHEN TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCRESP DD: RESPFILE, GVBTP90 FAILED, '
                          'RET CD = ' TP90I-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
      *
           IF   CRSP-CAMPAIGN-ID = SPACES
           OR   CRSP-KEY-ID = SPACES
                MOVE 'INCOMPLETE RESPONSE' TO WS-EXCP-REASON
                PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
           IF   CRSP-RESP-DATE NOT NUMERIC
                MOVE 'BAD RESPONSE DATE  ' TO WS-EXCP-REASON
                PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                GO TO 300-EXIT
           END-IF
      *
           MOVE CRSP-CAMPAIGN-ID          TO CREG-KEY-CAMPAIGN-ID
           MOVE CRSP-KEY-ID               TO CREG-KEY-KEY-ID
           MOVE 'CAMPREG '                TO TP90-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF CREG-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CREG-RECORD,
                                 CREG-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE 'NOT ON MAILING     ' TO WS-EXCP-REASON
                  PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCRESP DD: CAMPREG, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
             WHEN CREG-RESPONDED
                  MOVE 'DUPLICATE RESPONSE ' TO WS-EXCP-REASON
                  PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                  GO TO 300-EXIT
             WHEN CRSP-RESP-DATE < CREG-MAIL-DATE
                  MOVE 'PREDATES MAILING   ' TO WS-EXCP-REASON
                  PERFORM 350-WRITE-EXCEPTION THRU 350-EXIT
                  GO TO 300-EXIT
           END-EVALUATE
      *
           SET  CREG-RESPONDED            TO TRUE
           MOVE CRSP-RESP-DATE            TO CREG-RESP-DATE
           MOVE CRSP-RESP-CODE            TO CREG-RESP-CODE
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CREG-RECORD,
                                 CREG-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCRESP DD: CAMPREG, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
           ELSE
                ADD  +1                   TO WS-MATCHED-CNT
           END-IF
           .
       300-EXIT.
           EXIT.
      *
      *
       350-WRITE-EXCEPTION.
      *
           ADD  +1                        TO WS-EXCEPTION-CNT
           MOVE CRSP-RECORD               TO WS-EXCP-RESPONSE
           MOVE TP90-VALUE-WRITE          TO TP90E-FUNCTION-CODE
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 WS-EXCP-LINE,
                                 CREG-RECORD-KEY
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCRESP: ERROR WRITING RESPEXCP RC = '
                        TP90E-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
           END-IF
           .
       350-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BROWSE THE WHOLE REGISTER - EVERY CAMPAIGN, NOT JUST THOSE
      *  ANSWERED TODAY - AND FOLD EACH ROW INTO ITS SLOT.
      ***************************************************************
       500-TALLY-REGISTER.
      *
           MOVE ' '                       TO EOF-FLAG
           MOVE 'CAMPREG '                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE LENGTH OF CREG-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO CREG-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CREG-RECORD,
                                 CREG-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'Y'                  TO EOF-FLAG
           END-IF
      *
           PERFORM 510-TALLY-ONE-ROW      THRU 510-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           .
       500-EXIT.
           EXIT.
      *
      *
       510-TALLY-ONE-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CREG-RECORD,
                                 CREG-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 510-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCRESP DD: CAMPREG, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
                  GO TO 510-EXIT
           END-EVALUATE
      *
           ADD  +1                        TO WS-REGISTER-CNT
           MOVE 'N'                       TO WS-RATE-FOUND-SW
           MOVE +0                        TO WS-RATE-IDX
           PERFORM 520-MATCH-ONE-SLOT     THRU 520-EXIT
                   UNTIL WS-RATE-IDX >= WS-RATE-COUNT
                      OR WS-RATE-MATCHED
           IF   NOT WS-RATE-MATCHED
                IF   WS-RATE-COUNT >= WS-RATE-TBL-MAX
      *      MORE COMBINATIONS THAN SLOTS - COUNT THE ROW IN THE
      *      OVERFLOW TOTAL ONLY.
                     ADD  +1              TO WS-RATE-OVERFLOW-CNT
                     GO TO 510-EXIT
                END-IF
                ADD  +1                   TO WS-RATE-COUNT
                MOVE WS-RATE-COUNT        TO WS-RATE-IDX
                MOVE CREG-CAMPAIGN-ID     TO WS-RATE-CAMPAIGN-ID
                                             (WS-RATE-IDX)
                MOVE CREG-STATE           TO WS-RATE-STATE (WS-RATE-IDX)
                MOVE CREG-CUST-STATUS     TO WS-RATE-STATUS
                                             (WS-RATE-IDX)
                MOVE +0                   TO WS-RATE-MAILED
                                             (WS-RATE-IDX)
                MOVE +0                   TO WS-RATE-RESPONDED
                                             (WS-RATE-IDX)
           END-IF
      *
           ADD  +1                        TO WS-RATE-MAILED
                                             (WS-RATE-IDX)
           IF   CREG-RESPONDED
                ADD  +1                   TO WS-RATE-RESPONDED
                                             (WS-RATE-IDX)
           END-IF
           .
       510-EXIT.
           EXIT.
      *
      *
       520-MATCH-ONE-SLOT.
      *
           ADD  +1                        TO WS-RATE-IDX
           IF   WS-RATE-CAMPAIGN-ID (WS-RATE-IDX) = CREG-CAMPAIGN-ID
           AND  WS-RATE-STATE (WS-RATE-IDX) = CREG-STATE
           AND  WS-RATE-STATUS (WS-RATE-IDX) = CREG-CUST-STATUS
                SET  WS-RATE-MATCHED      TO TRUE
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE LINE PER CAMPAIGN/STATE/STATUS, AND A TOTAL LINE EACH
      *  TIME THE CAMPAIGN CHANGES.
      ***************************************************************
       700-REPORT-RATES.
      *
           MOVE TP90-VALUE-WRITE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-RPT-HEADING-LINE,
                                 CREG-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCRESP: ERROR WRITING RESPRPT RC = '
                        TP90P-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 700-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-CAMP-CAMPAIGN-ID
           MOVE +0                        TO WS-CAMP-MAILED
                                             WS-CAMP-RESPONDED
           MOVE +0                        TO WS-RATE-IDX
           PERFORM 710-REPORT-ONE-SLOT    THRU 710-EXIT
                   UNTIL WS-RATE-IDX >= WS-RATE-COUNT
                      OR SEVERE-ERROR NOT = ' '
           IF   WS-RATE-COUNT > ZERO
           AND  SEVERE-ERROR = ' '
                PERFORM 720-REPORT-CAMPAIGN-TOTAL THRU 720-EXIT
           END-IF
           .
       700-EXIT.
           EXIT.
      *
      *
       710-REPORT-ONE-SLOT.
      *
           ADD  +1                        TO WS-RATE-IDX
           IF   WS-RATE-CAMPAIGN-ID (WS-RATE-IDX) NOT =
                WS-CAMP-CAMPAIGN-ID
                IF   WS-RATE-IDX > +1
                     PERFORM 720-REPORT-CAMPAIGN-TOTAL THRU 720-EXIT
                END-IF
                MOVE WS-RATE-CAMPAIGN-ID (WS-RATE-IDX)
                                          TO WS-CAMP-CAMPAIGN-ID
                MOVE +0                   TO WS-CAMP-MAILED
                                             WS-CAMP-RESPONDED
           END-IF
           ADD  WS-RATE-MAILED (WS-RATE-IDX)    TO WS-CAMP-MAILED
           ADD  WS-RATE-RESPONDED (WS-RATE-IDX) TO WS-CAMP-RESPONDED
      *
           MOVE WS-RATE-CAMPAIGN-ID (WS-RATE-IDX) TO WS-RPT-CAMPAIGN-ID
           MOVE WS-RATE-STATE (WS-RATE-IDX)       TO WS-RPT-STATE
           MOVE WS-RATE-STATUS (WS-RATE-IDX)      TO WS-RPT-STATUS
           MOVE SPACES                            TO WS-RPT-TOTAL-FLAG
           MOVE WS-RATE-MAILED (WS-RATE-IDX)      TO WS-RPT-MAILED
           MOVE WS-RATE-RESPONDED (WS-RATE-IDX)   TO WS-RPT-RESPONDED
           MOVE +0                                TO WS-RATE-PCT
           IF   WS-RATE-MAILED (WS-RATE-IDX) > ZERO
                COMPUTE WS-RATE-PCT ROUNDED =
                        WS-RATE-RESPONDED (WS-RATE-IDX) * 100
                      / WS-RATE-MAILED (WS-RATE-IDX)
           END-IF
           MOVE WS-RATE-PCT                       TO WS-RPT-RATE
           PERFORM 790-WRITE-REPORT-LINE  THRU 790-EXIT
           .
       710-EXIT.
           EXIT.
      *
      *
       720-REPORT-CAMPAIGN-TOTAL.
      *
           MOVE WS-CAMP-CAMPAIGN-ID       TO WS-RPT-CAMPAIGN-ID
           MOVE SPACES                    TO WS-RPT-STATE
                                             WS-RPT-STATUS
           MOVE '*TOTAL*'                 TO WS-RPT-TOTAL-FLAG
           MOVE WS-CAMP-MAILED            TO WS-RPT-MAILED
           MOVE WS-CAMP-RESPONDED         TO WS-RPT-RESPONDED
           MOVE +0                        TO WS-RATE-PCT
           IF   WS-CAMP-MAILED > ZERO
                COMPUTE WS-RATE-PCT ROUNDED =
                        WS-CAMP-RESPONDED * 100 / WS-CAMP-MAILED
           END-IF
           MOVE WS-RATE-PCT               TO WS-RPT-RATE
           PERFORM 790-WRITE-REPORT-LINE  THRU 790-EXIT
           .
       720-EXIT.
           EXIT.
      *
      *
       790-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 CREG-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCRESP: ERROR WRITING RESPRPT RC = '
                        TP90P-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
           END-IF
           .
       790-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE 'CAMPREG '           TO TP90-DDNAME
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CREG-RECORD,
                                      CREG-RECORD-KEY
           END-IF
           IF   TP90I-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90I-FUNCTION-CODE
                CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                      CRSP-RECORD,
                                      CREG-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      CREG-RECORD-KEY
           END-IF
           IF   TP90E-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90E-FUNCTION-CODE
                CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                      WS-EXCP-LINE,
                                      CREG-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCRESP: ' WS-DISPLAY-MASK-1 ' RESPONSES READ'
           MOVE WS-MATCHED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCRESP: ' WS-DISPLAY-MASK-1 ' ATTRIBUTED TO '
                   'A MAILING'
           MOVE WS-EXCEPTION-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCRESP: ' WS-DISPLAY-MASK-1 ' LISTED ON '
                   'RESPEXCP'
           MOVE WS-REGISTER-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCRESP: ' WS-DISPLAY-MASK-1 ' REGISTER ROWS '
                   'SUMMARIZED'
           IF   WS-RATE-OVERFLOW-CNT > ZERO
                MOVE WS-RATE-OVERFLOW-CNT TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRCRESP: ' WS-DISPLAY-MASK-1
                        ' ROWS BEYOND THE RATE TABLE LIMIT WERE '
                        'LEFT OFF THE REPORT'
           END-IF
           .
       9900-EXIT.
           EXIT.
