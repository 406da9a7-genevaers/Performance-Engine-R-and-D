      **              WHEN ANY ERROR METRIC DEGRADES PAST THE          *
      **              CTLCARD THRESHOLD - SO QUALITY DRIFT SHOWS UP    *
      **              BEFORE IT IS IN CUSTNAMV.                        *
      **              EVERY FAILING RECORD IS ALSO RAISED ON THE       *
      **              STEWARD WORK QUEUE (MBRWRKWR, TYPE 'Q') ONCE PER *
      **              FAILED CHECK, THE CHECK (OR THE RULE REASON      *
      **              CODE) AS ITS REFERENCE.  A STEWARD CLOSES THESE; *
      **              THE FEED IS NOT RE-CHECKED FOR THEM.             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY - GREGORIAN-TO-JULIAN CONVERSION      *
      **                 MBRRULES - SHARED FIELD-EDIT RULES            *
      **                 MBRWRKWR - STEWARD WORK-QUEUE WRITER          *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   CUSTNAME FLAT LOAD SOURCE   (DDNAME=CUSTNAMS)  *
      **                PRIOR RUN'S METRICS         (DDNAME=DQPRIOR)   *
      **                                                               *
      ** OUTPUT FILES:  THIS RUN'S METRICS          (DDNAME=DQCURR)    *
      **                SCORECARD REPORT            (DDNAME=DQRPT)     *
      **                STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
      **                                                               *
      ** RETURN CDS:  0000 - QUALITY STABLE OR IMPROVED               *
      **              0004 - A METRIC DEGRADED PAST THE THRESHOLD      *
      *      REJECTS FROM THE SAME SINGLE DEFINITION.
       COPY GVBCRULE.
       01  WS-MBRRULES                 PIC X(08)  VALUE 'MBRRULES'.
      *
       COPY GVBCWRKW.
       01  WS-MBRWRKWR                 PIC X(08)  VALUE 'MBRWRKWR'.
      *
      *      A SNAPSHOT WHOSE HEADER NAMES A PERSONAL-DATA KEY
      *      GENERATION (SEE GVBCHDRT/GVBCPIIK) CARRIES ITS NAME AND
      *      ADDRESS PROTECTED UNDER IT; EACH SCORED RECORD IS
      *      REVEALED UNDER THAT GENERATION FIRST.
       COPY GVBCHDRT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
       01  WS-FEED-PII-GEN             PIC 9(03)  VALUE ZEROES.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
                          TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN TP90-FB-RECORD-AREA(1:4) = 'HDR '
                  PERFORM 410-TAKE-FEED-PII-GEN THRU 410-EXIT
             WHEN TP90-FB-RECORD-AREA(1:4) = 'TRL '
             OR   TP90-FB-RECORD-AREA(11:3) = 'ADR'
             OR   TP90-FB-RECORD-AREA(11:3) = 'CTC'
             OR   TP90-FB-RECORD-AREA(11:3) = 'NAM'
             OR   TP90-FB-RECORD-AREA(11:3) = 'REL'
             OR   TP90-FB-RECORD-AREA(11:3) = 'PRF'
             OR   TP90-FB-RECORD-AREA(11:3) = 'XID'
                  CONTINUE
             WHEN OTHER
                  IF   WS-FEED-PII-GEN NOT = ZEROES
                       PERFORM 420-REVEAL-FEED-RCRD THRU 420-EXIT
                  END-IF
                  IF   SEVERE-ERROR = ' '
                       PERFORM 450-SCORE-ONE-RCRD THRU 450-EXIT
                  END-IF
           END-EVALUATE
           .
       400-EXIT.
           EXIT.
      *
      *
       410-TAKE-FEED-PII-GEN.
      *
           MOVE TP90-FB-RECORD-AREA       TO HDRT-HEADER-RECORD
           IF   HDRT-HDR-PII-KEY-GEN NUMERIC
                MOVE HDRT-HDR-PII-KEY-GEN  TO WS-FEED-PII-GEN
           ELSE
                MOVE ZEROES                TO WS-FEED-PII-GEN
           END-IF
           .
       410-EXIT.
           EXIT.
      *
      *
       420-REVEAL-FEED-RCRD.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-EXPLICIT         TO TRUE
           MOVE WS-FEED-PII-GEN           TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-OK
                DISPLAY 'MBRDQPRO: RECORD CANNOT BE REVEALED UNDER '
                        'KEY GENERATION ' WS-FEED-PII-GEN
                        ', MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       420-EXIT.
           EXIT.
      *
      *
       450-SCORE-ONE-RCRD.
      *
      *      RANGE GVBJDAY'S OWN CONTRACT ACCEPTS (SEE GVBCJDAY).
           IF   TP90-CUST-PLCY-TERM-EFF-DT NOT NUMERIC
                ADD  +1                   TO WS-CM-BAD-DATE-CNT
                MOVE 'BAD-EFF-DATE'       TO WRKW-ITEM-REF
                MOVE TP90-CUST-PLCY-TERM-EFF-DT TO WRKW-DETAIL
                PERFORM 460-RAISE-WORK-ITEM THRU 460-EXIT
           ELSE
                MOVE TP90-CUST-PLCY-TERM-EFF-DT
                                          TO JDAY-GREGORIAN-DATE
                OR   JDAY-GREGORIAN-DATE(7:2) < '01'
                OR   JDAY-GREGORIAN-DATE(7:2) > '31'
                     ADD  +1              TO WS-CM-BAD-DATE-CNT
                     MOVE 'BAD-EFF-DATE'  TO WRKW-ITEM-REF
                     MOVE TP90-CUST-PLCY-TERM-EFF-DT TO WRKW-DETAIL
                     PERFORM 460-RAISE-WORK-ITEM THRU 460-EXIT
                ELSE
                     CALL WS-GVBJDAY  USING JDAY-GREGORIAN-DATE,
                                            JDAY-JULIAN-DAY
      *      FOR COMP-3).
           IF   TP90-CUST-AGRE-BUSN-ID NOT NUMERIC
                ADD  +1                   TO WS-CM-BAD-AGRE-CNT
                MOVE 'BAD-AGRE-ID'        TO WRKW-ITEM-REF
                MOVE 'AGRE-BUSN-ID NOT VALID PACKED'
                                          TO WRKW-DETAIL
                PERFORM 460-RAISE-WORK-ITEM THRU 460-EXIT
           END-IF
      *
      *      KEY FORMAT - THE SHOP'S CUSTOMER KEYS ARE ALL DIGITS.
           IF   TP90-CUST-KEY-ID NOT NUMERIC
                ADD  +1                   TO WS-CM-BAD-KEY-CNT
                MOVE 'BAD-KEY'            TO WRKW-ITEM-REF
                MOVE 'KEY NOT ALL DIGITS' TO WRKW-DETAIL
                PERFORM 460-RAISE-WORK-ITEM THRU 460-EXIT
           END-IF
      *
      *      POPULATION RATES OF THE BUSINESS FIELDS.
           IF   RULE-RET-OK
           AND  RULE-FAILED
                ADD  +1                   TO WS-CM-RULE-FAIL-CNT
                MOVE SPACES               TO WRKW-ITEM-REF
                STRING 'RULE '            DELIMITED BY SIZE
                       RULE-REASON-CODE   DELIMITED BY SIZE
                       INTO WRKW-ITEM-REF
                END-STRING
                MOVE RULE-FAILED-FIELD    TO WRKW-DETAIL
                PERFORM 460-RAISE-WORK-ITEM THRU 460-EXIT
           END-IF
           .
       450-EXIT.
      *
      *
      ***************************************************************
      *  RAISE ONE FAILED CHECK ON THE STEWARD WORK QUEUE - THE
      *  CALLER HAS SET THE REFERENCE AND THE DETAIL.
      ***************************************************************
       460-RAISE-WORK-ITEM.
      *
           SET  WRKW-FCN-RAISE            TO TRUE
           MOVE 'Q'                       TO WRKW-TYPE
           MOVE TP90-CUST-KEY-ID          TO WRKW-KEY-ID
           MOVE SPACES                    TO WRKW-PRIORITY
           MOVE 'MBRDQPRO'                TO WRKW-SOURCE-PGM
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
           .
       460-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRINT THE SCORECARD - ONE LINE PER METRIC WITH ITS
      *  COUNT, RATE, PRIOR RATE AND VERDICT.  ERROR METRICS FLAG
      *  WHEN THEIR RATE WORSENS PAST THE THRESHOLD.
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
      *
           SET  WRKW-FCN-CLOSE            TO TRUE
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
      *
           MOVE WS-CM-TOTAL-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDQPRO: ' WS-DISPLAY-MASK-1 ' RECORDS PROFILED'
