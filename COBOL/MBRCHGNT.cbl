       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCHGNT.
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
      ** DESCRIPTION: DETAILS-CHANGED NOTICES TO THE PRIOR ADDRESS.    *
      **              ACCOUNT TAKEOVER CHANGES THE ADDRESS FIRST, SO   *
      **              A CONFIRMATION MAILED TO THE NEW ADDRESS GOES    *
      **              STRAIGHT TO THE FRAUDSTER.  THIS NIGHTLY RUN     *
      **              READS THE CUSTNAUD JOURNAL FOR EVERY CHANGED     *
      **              PAIR THAT TOUCHES THE PARENT NAME OR ADDRESS     *
      **              (LINE, CITY, STATE), AN ADR CHILD'S ADDRESS      *
      **              (LINE, CITY, STATE, POSTAL CODE, COUNTRY) OR     *
      **              THE NAM CHILD'S LEGAL NAME, AND ASKS MBRCORR FOR *
      **              ONE 'YOUR DETAILS WERE CHANGED' LETTER PER       *
      **              CUSTOMER, ADDRESSED FROM THE BEFORE-IMAGE - THE  *
      **              ADDRESS WE TRUSTED BEFORE THE CHANGE.  THE       *
      **              TRIGGER CARRIES THAT ADDRESS UNDER ADDRESS RULE  *
      **              'P' (SEE MBRCORR), SO THE LETTER IS PRINTED,     *
      **              NEVER E-MAILED.                                  *
      **                                                               *
      **              EVERY CHANGE A CUSTOMER HAD SINCE THE LAST RUN   *
      **              COLLAPSES INTO ONE NOTICE, DATED AT THE FIRST    *
      **              CHANGE AND ADDRESSED TO THE EARLIEST PRIOR       *
      **              ADDRESS.  A PARENT IMAGE CARRIES NO POSTAL CODE; *
      **              IT IS TAKEN FROM THE CUSTADRV CHILD STILL        *
      **              HOLDING THAT ADDRESS, AND A LEGAL-NAME CHANGE    *
      **              ALONE LEAVES THE ADDRESS TO MBRCORR'S USUAL      *
      **              POSTAL RULE.                                     *
      **                                                               *
      **              THE SOURCE IS THE UPDATER STAMP ON THE AFTER-    *
      **              IMAGE (CUST-UPD-IDENT ON A PARENT, GVBCCHLD      *
      **              CUST-CHILD-UPD-IDENT ON A CHILD).  BULK SOURCES  *
      **              ARE NOT THE CUSTOMER'S OWN CHANGES AND RAISE NO  *
      **              NOTICE: MBRMASSC ('MASS'), MBRADRST ('ADRS'),    *
      **              MLOADVS ('LOAD') AND MBRDLTAP ('DLTA').          *
      **              A CUSTOMER OPTED OUT OF CONSENT CHANNEL 'MAIL'   *
      **              (MBRCNSCK) IS COUNTED AND REPORTED, NOT SENT.    *
      **                                                               *
      **              THE POSITION REACHED IN THE JOURNAL (THE RUN     *
      **              DATE AND TIME OF THE LAST PAIR READ) IS KEPT ON  *
      **              THE CHGNPOS DD, SO EACH RUN PICKS UP EXACTLY     *
      **              WHERE THE LAST ONE STOPPED.  WITHOUT A SAVED     *
      **              POSITION THE RUN COVERS THE WINDOW DAYS ENDING   *
      **              TODAY.  CONTROL CARD (MBRKWRD):                  *
      **                LETTER - LETTER ID (DEFAULT CHGNOTC)           *
      **                WINDOW - DAYS WITHOUT A POSITION (DEFAULT 001) *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRCNSCK - CONSENT SUPPRESSION                *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   AUDIT TRAIL JOURNAL         (DDNAME=CUSTNAUD)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     JOURNAL POSITION            (DDNAME=CHGNPOS)   *
      **                                                               *
      ** OUTPUT FILES:  CORRESPONDENCE TRIGGERS     (DDNAME=CORRTRIG)  *
      **                NOTICE REPORT               (DDNAME=CHGNRPT)   *
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
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRCNSCK                 PIC X(08)  VALUE 'MBRCNSCK'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      THE JOURNALED IMAGES ARE HELD AS STORED, PROTECTED UNDER
      *      THE KEY GENERATION IN FORCE AT THE PAIR'S RUN DATE/TIME
      *      (SEE GVBCPIIK), AND ARE REVEALED UNDER IT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-SELECTED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-BULK-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-TRIGGER-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-CONSENT-CNT         PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-WINDOW-START             PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-LETTER-ID            PIC X(08)  VALUE 'CHGNOTC '.
       01  WS-CTL-WINDOW-DAYS          PIC S9(04) COMP VALUE +1.
       01  WS-KWRD-NUMERIC             PIC 9(03)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE JOURNAL POSITION.  A PAIR IS NEW WHEN ITS RUN DATE AND
      *  TIME ARE LATER THAN THE SAVED ONES; WS-HIGH-STAMP IS THE
      *  LATEST READ THIS RUN AND BECOMES THE NEXT RUN'S POSITION.
      *****************************************************************
       01  WS-POS-RECORD.
           05  WS-POS-LAST-STAMP       PIC 9(14).
           05  WS-POS-SAVED-DATE       PIC 9(08).
           05  FILLER                  PIC X(58).
       01  WS-POS-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-POS-FOUND                       VALUE 'Y'.
       01  WS-HIGH-STAMP               PIC 9(14)  VALUE ZEROES.
      *
      *****************************************************************
      *  ONE PENDING NOTICE PER CUSTOMER.  THE PRIOR ADDRESS IS THE
      *  EARLIEST BEFORE-IMAGE ADDRESS SEEN: SOURCE 'P' FROM A
      *  PARENT IMAGE (NO POSTAL CODE), 'A' FROM AN ADR CHILD, ' '
      *  NONE YET (A LEGAL-NAME CHANGE ALONE).
      *****************************************************************
       01  WS-NTC-TBL-MAX              PIC S9(04) COMP VALUE +2000.
       01  WS-NTC-COUNT                PIC S9(04) COMP VALUE +0.
       01  WS-NTC-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-NTC-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-NTC-FOUND                       VALUE 'Y'.
       01  WS-NTC-TBL.
           05  WS-NTC-ENTRY            OCCURS 2000 TIMES.
               10  WS-NTC-KEY-ID       PIC X(10).
               10  WS-NTC-FIRST-DATE   PIC 9(08).
               10  WS-NTC-CHANGE-CNT   PIC S9(04) COMP.
               10  WS-NTC-NAME-SW      PIC X(01).
               10  WS-NTC-ADDR-SW      PIC X(01).
               10  WS-NTC-PRIOR-SRC    PIC X(01).
               10  WS-NTC-PRIOR-LINE   PIC X(25).
               10  WS-NTC-PRIOR-CITY   PIC X(13).
               10  WS-NTC-PRIOR-STATE  PIC X(02).
               10  WS-NTC-PRIOR-POSTAL PIC X(09).
      *
      *****************************************************************
      *  THE CHANGE IN HAND, AS 320-CLASSIFY-THE-CHANGE READS IT.
      *****************************************************************
       01  WS-CHG-NAME-SW              PIC X(01)  VALUE 'N'.
           88  WS-CHG-NAME                        VALUE 'Y'.
       01  WS-CHG-ADDR-SW              PIC X(01)  VALUE 'N'.
           88  WS-CHG-ADDR                        VALUE 'Y'.
       01  WS-CHG-IDENT                PIC X(04)  VALUE SPACES.
           88  WS-CHG-BY-BULK-SOURCE              VALUE 'ADRS' 'DLTA'
                                                        'LOAD' 'MASS'.
       01  WS-CHG-PRIOR-SRC            PIC X(01)  VALUE SPACE.
       01  WS-CHG-PRIOR-LINE           PIC X(25)  VALUE SPACES.
       01  WS-CHG-PRIOR-CITY           PIC X(13)  VALUE SPACES.
       01  WS-CHG-PRIOR-STATE          PIC X(02)  VALUE SPACES.
       01  WS-CHG-PRIOR-POSTAL         PIC X(09)  VALUE SPACES.
       01  WS-CHG-PRIOR-CNTRY          PIC X(03)  VALUE SPACES.
       01  WS-CHG-PRIOR-LEGAL-NAME     PIC X(60)  VALUE SPACES.
      *
       01  WS-ADDR-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-ADDR-FOUND                      VALUE 'Y'.
       01  WS-ADDR-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-ADDR-EOF                        VALUE 'Y'.
      *
      *****************************************************************
      *  THE CUSTNAUD JOURNAL RECORD WITH FIELD VIEWS OVER BOTH
      *  IMAGES.
      *****************************************************************
       01  WS-AUDIT-RECORD.
           05  WS-AUDIT-REC-STAMP.
               10  WS-AUDIT-REC-RUN-DATE   PIC 9(08).
               10  WS-AUDIT-REC-RUN-TIME   PIC 9(06).
           05  WS-AUDIT-REC-CHANGE-TYPE    PIC X(07).
           05  WS-AUDIT-REC-KEY            PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE    PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ      PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH     PIC 9(15).
       01  WS-AUDIT-STAMP-NUM REDEFINES WS-AUDIT-RECORD.
           05  WS-AUDIT-REC-STAMP-9        PIC 9(14).
           05  FILLER                      PIC X(233).
      *
       01  BEF-RECORD-AREA.
           05  BEF-FB-RECORD-AREA      PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==BEF==.
       01  AFT-RECORD-AREA.
           05  AFT-FB-RECORD-AREA      PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AFT==.
      *
      *****************************************************************
      *  ONE CORRTRIG TRIGGER, IN THE LAYOUT MBRCORR READS, WITH THE
      *  PRIOR ADDRESS CARRIED UNDER ADDRESS RULE 'P'.
      *****************************************************************
       01  WS-TRIGGER-RECORD.
           05  WS-TRG-LETTER-ID        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TRG-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  WS-TRG-TRIG-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TRG-ADDR-RULE        PIC X(01).
           05  WS-TRG-PRIOR-ADDR-LINE  PIC X(25).
           05  WS-TRG-PRIOR-CITY       PIC X(13).
           05  WS-TRG-PRIOR-STATE      PIC X(02).
           05  WS-TRG-PRIOR-POSTAL     PIC X(09).
           05  FILLER                  PIC X(01).
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)  VALUE 'KEY '.
           05  WS-RPT-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(09)  VALUE ' CHANGES '.
           05  WS-RPT-CHANGE-CNT       PIC ZZZ9.
           05  FILLER                  PIC X(06)  VALUE ' NAME '.
           05  WS-RPT-NAME-SW          PIC X(01).
           05  FILLER                  PIC X(06)  VALUE ' ADDR '.
           05  WS-RPT-ADDR-SW          PIC X(01).
           05  FILLER                  PIC X(07)  VALUE ' FIRST '.
           05  WS-RPT-FIRST-DATE       PIC 9(08).
           05  FILLER                  PIC X(07)  VALUE ' PRIOR '.
           05  WS-RPT-PRIOR-LINE       PIC X(25).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-PRIOR-CITY       PIC X(13).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-PRIOR-POSTAL     PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ACTION           PIC X(20).
      *
       COPY GVBCCHLD.
       COPY GVBCCNST.
       COPY GVBCKWRD.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
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
       01  WS-TP90-RECORD-KEY          PIC X(16)  VALUE SPACES.
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRCHGNT'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 300-SCAN-ONE-AUDIT    THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 500-ISSUE-THE-NOTICES THRU 500-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 700-SAVE-POSITION     THRU 700-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCHGNT'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-TRIGGER-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-SUPP-CONSENT-CNT       TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE WS-ABEND-CD             TO RETURN-CODE
           ELSE
                MOVE 0                       TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE CONTROL CARD AND THE SAVED POSITION, AND OPEN THE
      *  FILES.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRCHGNT'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +2                     TO KWRD-ENTRY-COUNT
           MOVE 'LETTER'               TO KWRD-NAME (1)
           MOVE WS-CTL-LETTER-ID       TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'WINDOW'               TO KWRD-NAME (2)
           MOVE '001'                  TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (1)
                                          KWRD-SOURCE (2)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN KWRD-VALUE (2) (1:3) NOT NUMERIC
                  DISPLAY 'MBRCHGNT: WINDOW MUST BE A ZERO-PADDED '
                          'THREE-DIGIT VALUE'
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 100-EXIT
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:8)  TO WS-CTL-LETTER-ID
                  MOVE KWRD-VALUE (2) (1:3)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-WINDOW-DAYS
           END-EVALUATE
      *
           PERFORM 150-READ-POSITION      THRU 150-EXIT
           IF   WS-POS-FOUND
                MOVE WS-POS-LAST-STAMP    TO WS-HIGH-STAMP
                DISPLAY 'MBRCHGNT: RESUMING AFTER JOURNAL POSITION '
                        WS-POS-LAST-STAMP
           ELSE
                MOVE WS-TODAY-CCYYMMDD    TO JDAY-GREGORIAN-DATE
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE GDAT-JULIAN-DAY =
                        JDAY-JULIAN-DAY - WS-CTL-WINDOW-DAYS
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE  TO WS-WINDOW-START
                DISPLAY 'MBRCHGNT: NO SAVED POSITION, COVERING '
                        'CHANGES SINCE ' WS-WINDOW-START
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAUD'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-AUDIT-RECORD TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 WS-TP90-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGNT DD: CUSTNAUD, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90D-ANCHOR              TO NULL
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90D-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90D-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90D-FILE-MODE
           MOVE SPACES                    TO TP90D-RETURN-CODE
           MOVE +0                        TO TP90D-VSAM-RETURN-CODE
           MOVE +0                        TO TP90D-RECORD-LENGTH
           MOVE SPACES                    TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGNT DD: CUSTADRV, GVBTP90 FAILED, '
                        'RET CD = ' TP90D-RETURN-CODE
                SET  TP90D-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      CORRTRIG IS SHARED BY EVERY JOB THAT ASKS FOR A LETTER,
      *      SO THE TRIGGERS ARE APPENDED, NEVER REPLACED.
           SET  TP90T-ANCHOR              TO NULL
           MOVE 'CORRTRIG'                TO TP90T-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90T-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90T-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90T-FILE-MODE
           MOVE SPACES                    TO TP90T-RETURN-CODE
           MOVE +0                        TO TP90T-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-TRIGGER-RECORD
                                          TO TP90T-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90T-RECFM
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 WS-TP90-RECORD-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGNT DD: CORRTRIG, GVBTP90 FAILED, '
                        'RET CD = ' TP90T-RETURN-CODE
                SET  TP90T-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'CHGNRPT '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-DETAIL-LINE
                                          TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 WS-TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGNT DD: CHGNRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE SAVED POSITION, IF THE CHGNPOS DD IS ALLOCATED AND HAS
      *  ONE.  AN EMPTY OR MISSING POSITION FALLS BACK TO THE
      *  WINDOW.
      ***************************************************************
       150-READ-POSITION.
      *
           MOVE 'N'                       TO WS-POS-FOUND-SW
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'CHGNPOS '                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-POS-RECORD   TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-POS-RECORD,
                                 WS-TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGNT: NO CHGNPOS DD ALLOCATED, THE '
                        'WINDOW APPLIES AND NO POSITION IS SAVED'
                SET  TP90P-ANCHOR           TO NULL
                GO TO 150-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-POS-RECORD
           MOVE TP90-VALUE-READ           TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-POS-RECORD,
                                 WS-TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  WS-POS-LAST-STAMP NUMERIC
                SET  WS-POS-FOUND         TO TRUE
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-POS-RECORD,
                                 WS-TP90-RECORD-KEY
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE JOURNAL PAIR AND, IF IT IS NEW AND A CUSTOMER'S
      *  OWN NAME OR ADDRESS CHANGE, FOLD IT INTO THE CUSTOMER'S
      *  PENDING NOTICE.
      ***************************************************************
       300-SCAN-ONE-AUDIT.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO WS-AUDIT-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 WS-TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCHGNT: ERROR READING CUSTNAUD RC = '
                          TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
           ADD  +1                        TO RECORD-CNT
      *
           IF   WS-AUDIT-REC-STAMP-9 NOT NUMERIC
                GO TO 300-EXIT
           END-IF
           IF   WS-POS-FOUND
                IF   WS-AUDIT-REC-STAMP-9 NOT > WS-POS-LAST-STAMP
                     GO TO 300-EXIT
                END-IF
           ELSE
                IF   WS-AUDIT-REC-RUN-DATE < WS-WINDOW-START
                     GO TO 300-EXIT
                END-IF
           END-IF
           IF   WS-AUDIT-REC-STAMP-9 > WS-HIGH-STAMP
                MOVE WS-AUDIT-REC-STAMP-9 TO WS-HIGH-STAMP
           END-IF
      *
           IF   WS-AUDIT-REC-CHANGE-TYPE NOT = 'CHANGED'
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 320-CLASSIFY-THE-CHANGE THRU 320-EXIT
           IF   NOT WS-CHG-NAME
           AND  NOT WS-CHG-ADDR
                GO TO 300-EXIT
           END-IF
           IF   WS-CHG-BY-BULK-SOURCE
                ADD  +1                   TO WS-BULK-CNT
                GO TO 300-EXIT
           END-IF
      *
           ADD  +1                        TO WS-SELECTED-CNT
           PERFORM 330-COLLAPSE-THE-CHANGE THRU 330-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WHAT DID THE PAIR CHANGE, WHO CHANGED IT, AND WHAT WAS THE
      *  ADDRESS BEFORE?  A PARENT IMAGE HAS ITS NUMERIC TERM DATE
      *  IN BYTES 11-18; A CHILD HAS ITS RECORD TYPE THERE.
      ***************************************************************
       320-CLASSIFY-THE-CHANGE.
      *
           MOVE 'N'                       TO WS-CHG-NAME-SW
                                             WS-CHG-ADDR-SW
           MOVE SPACES                    TO WS-CHG-IDENT
                                             WS-CHG-PRIOR-SRC
                                             WS-CHG-PRIOR-LINE
                                             WS-CHG-PRIOR-CITY
                                             WS-CHG-PRIOR-STATE
                                             WS-CHG-PRIOR-POSTAL
           MOVE WS-AUDIT-REC-BEFORE-IMAGE TO BEF-FB-RECORD-AREA
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO AFT-FB-RECORD-AREA
      *
           IF   BEF-CUST-PLCY-TERM-EFF-DT NUMERIC
                SET  PIIC-IMAGE-PARENT    TO TRUE
           ELSE
                SET  PIIC-IMAGE-CHILD     TO TRUE
           END-IF
           PERFORM 325-REVEAL-THE-PAIR    THRU 325-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 320-EXIT
           END-IF
      *
           IF   BEF-CUST-PLCY-TERM-EFF-DT NUMERIC
                IF   BEF-CUST-NAME NOT = AFT-CUST-NAME
                     SET  WS-CHG-NAME     TO TRUE
                END-IF
                IF   BEF-CUST-ADDR-LINE NOT = AFT-CUST-ADDR-LINE
                OR   BEF-CUST-CITY      NOT = AFT-CUST-CITY
                OR   BEF-CUST-STATE     NOT = AFT-CUST-STATE
                     SET  WS-CHG-ADDR     TO TRUE
                END-IF
                MOVE AFT-CUST-UPD-IDENT   TO WS-CHG-IDENT
                MOVE 'P'                  TO WS-CHG-PRIOR-SRC
                MOVE BEF-CUST-ADDR-LINE   TO WS-CHG-PRIOR-LINE
                MOVE BEF-CUST-CITY        TO WS-CHG-PRIOR-CITY
                MOVE BEF-CUST-STATE       TO WS-CHG-PRIOR-STATE
                GO TO 320-EXIT
           END-IF
      *
           MOVE BEF-FB-RECORD-AREA        TO CUST-CHILD-RECORD
           EVALUATE TRUE
             WHEN CUST-CHILD-ADDRESS
                  MOVE 'A'                TO WS-CHG-PRIOR-SRC
                  MOVE CUST-ADDR-LINE     TO WS-CHG-PRIOR-LINE
                  MOVE CUST-ADDR-CITY     TO WS-CHG-PRIOR-CITY
                  MOVE CUST-ADDR-STATE    TO WS-CHG-PRIOR-STATE
                  MOVE CUST-ADDR-POSTAL-CD TO WS-CHG-PRIOR-POSTAL
                  MOVE CUST-ADDR-CNTRY-CD TO WS-CHG-PRIOR-CNTRY
                  MOVE AFT-FB-RECORD-AREA TO CUST-CHILD-RECORD
      *             THE RETURNED-MAIL MARKING IS MBRNIXIE'S, NOT AN
      *             ADDRESS CHANGE.
                  IF   CUST-ADDR-LINE      NOT = WS-CHG-PRIOR-LINE
                  OR   CUST-ADDR-CITY      NOT = WS-CHG-PRIOR-CITY
                  OR   CUST-ADDR-STATE     NOT = WS-CHG-PRIOR-STATE
                  OR   CUST-ADDR-POSTAL-CD NOT = WS-CHG-PRIOR-POSTAL
                  OR   CUST-ADDR-CNTRY-CD  NOT = WS-CHG-PRIOR-CNTRY
                       SET  WS-CHG-ADDR   TO TRUE
                  END-IF
                  MOVE CUST-CHILD-UPD-IDENT TO WS-CHG-IDENT
             WHEN CUST-CHILD-LEGAL-NAME
                  MOVE CUST-NAM-LEGAL-NAME TO WS-CHG-PRIOR-LEGAL-NAME
                  MOVE AFT-FB-RECORD-AREA TO CUST-CHILD-RECORD
                  IF   CUST-NAM-LEGAL-NAME NOT = WS-CHG-PRIOR-LEGAL-NAME
                       SET  WS-CHG-NAME   TO TRUE
                  END-IF
                  MOVE CUST-CHILD-UPD-IDENT TO WS-CHG-IDENT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       320-EXIT.
           EXIT.
      *
      *
       325-REVEAL-THE-PAIR.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-GEN-AT-STAMP         TO TRUE
           MOVE WS-AUDIT-REC-RUN-DATE     TO PIIC-STAMP-DATE
           MOVE WS-AUDIT-REC-RUN-TIME     TO PIIC-STAMP-TIME
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  BEF-FB-RECORD-AREA
           IF   PIIC-RET-USABLE
                SET  PIIC-GEN-AT-STAMP    TO TRUE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       AFT-FB-RECORD-AREA
           END-IF
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRCHGNT: PERSONAL DATA KEY ERROR, KEY '
                        WS-AUDIT-REC-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       325-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FOLD THE CHANGE INTO THE CUSTOMER'S PENDING NOTICE.  THE
      *  FIRST PRIOR ADDRESS SEEN STANDS; A LATER ADR IMAGE OF THE
      *  SAME ADDRESS ONLY COMPLETES A PARENT ONE (FULL LINE AND
      *  POSTAL CODE).
      ***************************************************************
       330-COLLAPSE-THE-CHANGE.
      *
           MOVE 'N'                       TO WS-NTC-FOUND-SW
           MOVE +0                        TO WS-NTC-IDX
           PERFORM 340-MATCH-ONE-KEY      THRU 340-EXIT
                   UNTIL WS-NTC-FOUND
                      OR WS-NTC-IDX >= WS-NTC-COUNT
      *
           IF   NOT WS-NTC-FOUND
                IF   WS-NTC-COUNT >= WS-NTC-TBL-MAX
                     DISPLAY 'MBRCHGNT: MORE THAN ' WS-NTC-TBL-MAX
                             ' CUSTOMERS CHANGED SINCE THE LAST '
                             'POSITION - NOTHING ISSUED, RUN MORE '
                             'OFTEN OR RAISE WS-NTC-TBL-MAX'
                     MOVE  'Y'            TO SEVERE-ERROR
                     GO TO 330-EXIT
                END-IF
                ADD  +1                   TO WS-NTC-COUNT
                MOVE WS-NTC-COUNT         TO WS-NTC-IDX
                MOVE WS-AUDIT-REC-KEY     TO WS-NTC-KEY-ID (WS-NTC-IDX)
                MOVE WS-AUDIT-REC-RUN-DATE
                                     TO WS-NTC-FIRST-DATE (WS-NTC-IDX)
                MOVE +0              TO WS-NTC-CHANGE-CNT (WS-NTC-IDX)
                MOVE 'N'             TO WS-NTC-NAME-SW (WS-NTC-IDX)
                                        WS-NTC-ADDR-SW (WS-NTC-IDX)
                MOVE SPACES          TO WS-NTC-PRIOR-SRC (WS-NTC-IDX)
                                        WS-NTC-PRIOR-LINE (WS-NTC-IDX)
                                        WS-NTC-PRIOR-CITY (WS-NTC-IDX)
                                        WS-NTC-PRIOR-STATE (WS-NTC-IDX)
                                        WS-NTC-PRIOR-POSTAL (WS-NTC-IDX)
           END-IF
      *
           ADD  +1                   TO WS-NTC-CHANGE-CNT (WS-NTC-IDX)
           IF   WS-CHG-NAME
                MOVE 'Y'             TO WS-NTC-NAME-SW (WS-NTC-IDX)
           END-IF
           IF   WS-CHG-ADDR
                MOVE 'Y'             TO WS-NTC-ADDR-SW (WS-NTC-IDX)
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-CHG-PRIOR-SRC = SPACE
                  CONTINUE
             WHEN WS-NTC-PRIOR-SRC (WS-NTC-IDX) = SPACE
                  MOVE WS-CHG-PRIOR-SRC
                                     TO WS-NTC-PRIOR-SRC (WS-NTC-IDX)
                  MOVE WS-CHG-PRIOR-LINE
                                     TO WS-NTC-PRIOR-LINE (WS-NTC-IDX)
                  MOVE WS-CHG-PRIOR-CITY
                                     TO WS-NTC-PRIOR-CITY (WS-NTC-IDX)
                  MOVE WS-CHG-PRIOR-STATE
                                     TO WS-NTC-PRIOR-STATE (WS-NTC-IDX)
                  MOVE WS-CHG-PRIOR-POSTAL
                                    TO WS-NTC-PRIOR-POSTAL (WS-NTC-IDX)
             WHEN WS-NTC-PRIOR-SRC (WS-NTC-IDX) = 'P'
              AND WS-CHG-PRIOR-SRC = 'A'
              AND WS-CHG-PRIOR-LINE (1:20)
                  = WS-NTC-PRIOR-LINE (WS-NTC-IDX) (1:20)
              AND WS-CHG-PRIOR-CITY = WS-NTC-PRIOR-CITY (WS-NTC-IDX)
                  MOVE 'A'           TO WS-NTC-PRIOR-SRC (WS-NTC-IDX)
                  MOVE WS-CHG-PRIOR-LINE
                                     TO WS-NTC-PRIOR-LINE (WS-NTC-IDX)
                  MOVE WS-CHG-PRIOR-POSTAL
                                    TO WS-NTC-PRIOR-POSTAL (WS-NTC-IDX)
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       330-EXIT.
           EXIT.
      *
      *
       340-MATCH-ONE-KEY.
      *
           ADD  +1                        TO WS-NTC-IDX
           IF   WS-NTC-KEY-ID (WS-NTC-IDX) = WS-AUDIT-REC-KEY
                SET  WS-NTC-FOUND         TO TRUE
           END-IF
           .
       340-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE TRIGGER PER PENDING NOTICE, CONSENT ALLOWING.
      ***************************************************************
       500-ISSUE-THE-NOTICES.
      *
           MOVE +0                        TO WS-NTC-IDX
           PERFORM 510-ISSUE-ONE-NOTICE   THRU 510-EXIT
                   UNTIL WS-NTC-IDX >= WS-NTC-COUNT
                      OR SEVERE-ERROR NOT = ' '
           .
       500-EXIT.
           EXIT.
      *
      *
       510-ISSUE-ONE-NOTICE.
      *
           ADD  +1                        TO WS-NTC-IDX
      *
           MOVE WS-NTC-KEY-ID (WS-NTC-IDX) TO WS-RPT-KEY-ID
           MOVE WS-NTC-CHANGE-CNT (WS-NTC-IDX) TO WS-RPT-CHANGE-CNT
           MOVE WS-NTC-NAME-SW (WS-NTC-IDX) TO WS-RPT-NAME-SW
           MOVE WS-NTC-ADDR-SW (WS-NTC-IDX) TO WS-RPT-ADDR-SW
           MOVE WS-NTC-FIRST-DATE (WS-NTC-IDX) TO WS-RPT-FIRST-DATE
      *
           SET  CNSC-FCN-CHECK            TO TRUE
           MOVE WS-NTC-KEY-ID (WS-NTC-IDX) TO CNSC-KEY-ID
           MOVE 'MAIL'                    TO CNSC-CHANNEL
           CALL WS-MBRCNSCK USING CNSC-CHECK-PARMS
           IF   CNSC-SUPPRESS
                ADD  +1                   TO WS-SUPP-CONSENT-CNT
                MOVE SPACES               TO WS-RPT-PRIOR-LINE
                                             WS-RPT-PRIOR-CITY
                                             WS-RPT-PRIOR-POSTAL
                MOVE 'CONSENT SUPPRESSED' TO WS-RPT-ACTION
                PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
                GO TO 510-EXIT
           END-IF
      *
           IF   WS-NTC-PRIOR-SRC (WS-NTC-IDX) = 'P'
                PERFORM 520-FIND-PRIOR-POSTAL THRU 520-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 510-EXIT
                END-IF
           END-IF
      *
           MOVE SPACES                    TO WS-TRIGGER-RECORD
           MOVE WS-CTL-LETTER-ID          TO WS-TRG-LETTER-ID
           MOVE WS-NTC-KEY-ID (WS-NTC-IDX) TO WS-TRG-KEY-ID
           MOVE WS-NTC-FIRST-DATE (WS-NTC-IDX) TO WS-TRG-TRIG-DATE
           MOVE 'P'                       TO WS-TRG-ADDR-RULE
           MOVE WS-NTC-PRIOR-LINE (WS-NTC-IDX)
                                          TO WS-TRG-PRIOR-ADDR-LINE
           MOVE WS-NTC-PRIOR-CITY (WS-NTC-IDX) TO WS-TRG-PRIOR-CITY
           MOVE WS-NTC-PRIOR-STATE (WS-NTC-IDX) TO WS-TRG-PRIOR-STATE
           MOVE WS-NTC-PRIOR-POSTAL (WS-NTC-IDX)
                                          TO WS-TRG-PRIOR-POSTAL
           MOVE TP90-VALUE-WRITE          TO TP90T-FUNCTION-CODE
           CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                 WS-TRIGGER-RECORD,
                                 WS-TP90-RECORD-KEY
           IF   TP90T-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGNT: ERROR WRITING CORRTRIG RC = '
                        TP90T-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 510-EXIT
           END-IF
           ADD  +1                        TO WS-TRIGGER-CNT
      *
           MOVE WS-TRG-PRIOR-ADDR-LINE    TO WS-RPT-PRIOR-LINE
           MOVE WS-TRG-PRIOR-CITY         TO WS-RPT-PRIOR-CITY
           MOVE WS-TRG-PRIOR-POSTAL       TO WS-RPT-PRIOR-POSTAL
           IF   WS-TRG-PRIOR-ADDR-LINE = SPACES
                MOVE 'TRIGGERED - CURRENT' TO WS-RPT-ACTION
           ELSE
                MOVE 'TRIGGERED - PRIOR'  TO WS-RPT-ACTION
           END-IF
           PERFORM 600-WRITE-REPORT-LINE  THRU 600-EXIT
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A PARENT IMAGE HAS NO POSTAL CODE.  TAKE IT, AND THE FULL
      *  25-BYTE LINE, FROM THE CUSTADRV CHILD STILL HOLDING THE
      *  PRIOR ADDRESS, IF ONE DOES.
      ***************************************************************
       520-FIND-PRIOR-POSTAL.
      *
           MOVE 'N'                       TO WS-ADDR-FOUND-SW
           MOVE 'N'                       TO WS-ADDR-EOF-SW
      *
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE WS-NTC-KEY-ID (WS-NTC-IDX)
                                          TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'ADR'                     TO CUST-CHILD-RECORD-KEY(11:3)
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90D-FUNCTION-CODE
           MOVE +96                       TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-ADDR-EOF          TO TRUE
           END-IF
      *
           PERFORM 530-JUDGE-ONE-ADDR     THRU 530-EXIT
                   UNTIL WS-ADDR-FOUND OR WS-ADDR-EOF
      *
           IF   WS-ADDR-FOUND
                MOVE CUST-ADDR-LINE  TO WS-NTC-PRIOR-LINE (WS-NTC-IDX)
                MOVE CUST-ADDR-POSTAL-CD
                                    TO WS-NTC-PRIOR-POSTAL (WS-NTC-IDX)
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
       530-JUDGE-ONE-ADDR.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  SET  WS-ADDR-EOF        TO TRUE
             WHEN CUST-CHILD-KEY-ID NOT = WS-NTC-KEY-ID (WS-NTC-IDX)
             OR   NOT CUST-CHILD-ADDRESS
                  SET  WS-ADDR-EOF        TO TRUE
             WHEN CUST-ADDR-LINE (1:20)
                  = WS-NTC-PRIOR-LINE (WS-NTC-IDX) (1:20)
              AND CUST-ADDR-CITY = WS-NTC-PRIOR-CITY (WS-NTC-IDX)
                  SET  WS-ADDR-FOUND      TO TRUE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       530-EXIT.
           EXIT.
      *
      *
       600-WRITE-REPORT-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 WS-TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGNT: ERROR WRITING CHGNRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SAVE THE POSITION REACHED FOR THE NEXT RUN.  ONLY A CLEAN
      *  RUN MOVES IT, SO A FAILED RUN IS SIMPLY RERUN.
      ***************************************************************
       700-SAVE-POSITION.
      *
           IF   WS-HIGH-STAMP = ZEROES
                GO TO 700-EXIT
           END-IF
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'CHGNPOS '                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-POS-RECORD   TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-POS-RECORD,
                                 WS-TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90P-ANCHOR           TO NULL
                GO TO 700-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-POS-RECORD
           MOVE WS-HIGH-STAMP             TO WS-POS-LAST-STAMP
           MOVE WS-TODAY-CCYYMMDD         TO WS-POS-SAVED-DATE
           MOVE TP90-VALUE-WRITE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-POS-RECORD,
                                 WS-TP90-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGNT: ERROR WRITING CHGNPOS RC = '
                        TP90P-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'MBRCHGNT: POSITION SAVED AT '
                        WS-POS-LAST-STAMP
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-POS-RECORD,
                                 WS-TP90-RECORD-KEY
           .
       700-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           SET  CNSC-FCN-CLOSE            TO TRUE
           CALL WS-MBRCNSCK USING CNSC-CHECK-PARMS
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      WS-AUDIT-RECORD,
                                      WS-TP90-RECORD-KEY
           END-IF
           IF   TP90D-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90D-FUNCTION-CODE
                CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90T-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90T-FUNCTION-CODE
                CALL GVBTP90    USING TP90T-PARAMETER-AREA,
                                      WS-TRIGGER-RECORD,
                                      WS-TP90-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      WS-TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGNT: ' WS-DISPLAY-MASK-1 ' JOURNAL PAIRS '
                   'READ'
           MOVE WS-SELECTED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGNT: ' WS-DISPLAY-MASK-1 ' NAME/ADDRESS '
                   'CHANGES SELECTED'
           MOVE WS-BULK-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGNT: ' WS-DISPLAY-MASK-1 ' BULK-SOURCE '
                   'CHANGES EXCLUDED'
           MOVE WS-NTC-COUNT              TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGNT: ' WS-DISPLAY-MASK-1 ' CUSTOMERS '
                   'AFFECTED'
           MOVE WS-TRIGGER-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGNT: ' WS-DISPLAY-MASK-1 ' NOTICE '
                   'TRIGGERS WRITTEN'
           MOVE WS-SUPP-CONSENT-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGNT: ' WS-DISPLAY-MASK-1 ' CONSENT '
                   'SUPPRESSIONS'
           .
       9900-EXIT.
           EXIT.
