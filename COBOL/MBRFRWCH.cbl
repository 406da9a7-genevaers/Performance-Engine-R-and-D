      **              OR OVER THE MAXCHGS THRESHOLD.  A SECOND         *
      **              JOURNAL PASS ATTACHES THE FULL BEFORE/AFTER      *
      **              TRAIL OF EVERY FLAGGED CUSTOMER TO THE CASE      *
      **              LIST FOR THE FRAUD TEAM.  EACH FLAGGED CUSTOMER  *
      **              IS ALSO RAISED ON THE STEWARD WORK QUEUE         *
      **              (MBRWRKWR, TYPE 'F', HIGH PRIORITY) AS ONE       *
      **              STANDING 'VELOCITY' ITEM PER CUSTOMER THAT LATER *
      **              FLAGS REFRESH; THE FRAUD TEAM CLOSES IT.         *
      **                                                               *
      **              THRESHOLDS ON THE CTLCARD: MAXCHGS (DEFAULT 3)   *
      **              AND WINDOW DAYS (DEFAULT 7).                     *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRWRKWR - STEWARD WORK-QUEUE WRITER          *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   AUDIT TRAIL JOURNAL         (DDNAME=CUSTNAUD)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  FRAUD CASE LIST             (DDNAME=FRWCHRPT)  *
      **                STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
      **                                                               *
      ** RETURN CDS:  0000 - NO CUSTOMER OVER THE THRESHOLD            *
      **              0004 - CASES FLAGGED FOR THE FRAUD TEAM          *
           05  WS-AUDIT-REC-KEY            PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE    PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ      PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH     PIC 9(15).
      *
       01  BEF-RECORD-AREA.
           05  BEF-FB-RECORD-AREA      PIC X(96).
       COPY GVBCKWRD.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
       COPY GVBCWRKW.
       01  WS-MBRWRKWR                 PIC X(08)  VALUE 'MBRWRKWR'.
      *
      *      JOURNAL IMAGES ARE HELD PROTECTED (SEE GVBCPIIK) AND ARE
      *      REVEALED UNDER THE GENERATION IN FORCE AT THEIR RUN STAMP.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
           MOVE 'N'                       TO WS-TOUCHES-WATCHED-SW
           MOVE WS-AUDIT-REC-BEFORE-IMAGE TO BEF-FB-RECORD-AREA
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO AFT-FB-RECORD-AREA
           PERFORM 325-REVEAL-THE-PAIR    THRU 325-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 320-EXIT
           END-IF
      *
           IF   BEF-CUST-NAME      NOT = AFT-CUST-NAME
           OR   BEF-CUST-ADDR-LINE NOT = AFT-CUST-ADDR-LINE
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE BEFORE AND AFTER IMAGES UNDER THE KEY GENERATION
      *  IN FORCE WHEN THE PAIR WAS JOURNALED.  A PARENT IMAGE HAS
      *  ITS NUMERIC TERM DATE IN BYTES 11-18; AN ADDED PAIR HAS NO
      *  BEFORE IMAGE, SO IT IS JUDGED BY THE AFTER IMAGE.
      ***************************************************************
       325-REVEAL-THE-PAIR.
      *
           IF   BEF-CUST-PLCY-TERM-EFF-DT NUMERIC
           OR   AFT-CUST-PLCY-TERM-EFF-DT NUMERIC
                SET  PIIC-IMAGE-PARENT    TO TRUE
           ELSE
                SET  PIIC-IMAGE-CHILD     TO TRUE
           END-IF
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
                DISPLAY 'MBRFRWCH: PERSONAL DATA KEY ERROR, KEY '
                        WS-AUDIT-REC-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       325-EXIT.
           EXIT.
      *
      *
       330-TALLY-THE-KEY.
      *
                                          TO WS-RPT-CASE-BATCH
                MOVE WS-RPT-CASE-LINE     TO WS-RPT-LINE
                PERFORM 800-WRITE-RPT-LINE THRU 800-EXIT
                PERFORM 520-RAISE-WORK-ITEM THRU 520-EXIT
           END-IF
           .
       510-EXIT.
      *
      *
      ***************************************************************
      *  RAISE THE CASE ON THE STEWARD WORK QUEUE WITH TODAY'S
      *  CHANGE COUNTS.
      ***************************************************************
       520-RAISE-WORK-ITEM.
      *
           MOVE SPACES                    TO WRKW-WRITE-PARMS
           SET  WRKW-FCN-RAISE            TO TRUE
           MOVE 'F'                       TO WRKW-TYPE
           MOVE WS-VEL-KEY-ID (WS-VEL-IDX) TO WRKW-KEY-ID
           MOVE 'VELOCITY'                TO WRKW-ITEM-REF
           MOVE 'MBRFRWCH'                TO WRKW-SOURCE-PGM
           STRING 'CHANGES'               DELIMITED BY SIZE
                  WS-RPT-CASE-TOTAL       DELIMITED BY SIZE
                  ' ONL'                  DELIMITED BY SIZE
                  WS-RPT-CASE-ONLINE      DELIMITED BY SIZE
                  ' BAT'                  DELIMITED BY SIZE
                  WS-RPT-CASE-BATCH       DELIMITED BY SIZE
                  INTO WRKW-DETAIL
           END-STRING
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 2 - RE-READ THE JOURNAL AND ATTACH THE FULL BEFORE/
      *  AFTER TRAIL OF EVERY FLAGGED CUSTOMER.
      ***************************************************************
      *
           MOVE WS-AUDIT-REC-BEFORE-IMAGE TO BEF-FB-RECORD-AREA
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO AFT-FB-RECORD-AREA
           PERFORM 325-REVEAL-THE-PAIR    THRU 325-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 610-EXIT
           END-IF
           MOVE WS-AUDIT-REC-RUN-DATE     TO WS-RPT-TRL-DATE
           MOVE WS-AUDIT-REC-RUN-TIME     TO WS-RPT-TRL-TIME
           MOVE AFT-CUST-UPD-IDENT        TO WS-RPT-TRL-IDENT
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 WS-AUDIT-RECORD
      *
           SET  WRKW-FCN-CLOSE            TO TRUE
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRFRWCH: ' WS-DISPLAY-MASK-1
