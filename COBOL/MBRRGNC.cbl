      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   REGIONAL UNLOADS   (DDNAMES=RGNIN1 - RGNIN4)   *
      **                REGION QUALIFIERS  (DDNAME=CTLCARD)            *
      *
       COPY GVBCKWRD.
       COPY GVBCCORP.
       COPY GVBCHDRT.
      *
      *  PERSONAL-DATA PROTECTION (SEE GVBCPIIK).  EACH REGIONAL
      *  UNLOAD'S HEADER NAMES THE KEY GENERATION ITS NAME AND
      *  ADDRESS BYTES ARE PROTECTED UNDER; EVERY RECORD IS REVEALED
      *  UNDER THAT GENERATION AND PROTECTED AGAIN UNDER THE ACTIVE
      *  ONE BEFORE IT REACHES CORPNAMV.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
       01  WS-RGN-PII-GEN              PIC 9(03)  VALUE ZEROES.
      *
      *****************************************************************
      *  ONE SLOT PER REGIONAL INPUT - ITS DDNAME, THE QUALIFIER
                        ' NOT IN THIS CONSOLIDATION'
           ELSE
                MOVE ' '                   TO EOF-FLAG
                MOVE ZEROES                TO WS-RGN-PII-GEN
                PERFORM 450-LOAD-ONE-RCRD  THRU 450-EXIT
                        UNTIL EOF-FLAG = 'Y'
                           OR SEVERE-ERROR NOT = ' '
                  MOVE  'Y'               TO SEVERE-ERROR
      *      THE UNLOAD'S OWN CONTROL RECORDS ARE NOT CUSTOMERS.
             WHEN WS-INPUT-RECORD(1:4) = 'HDR '
                  PERFORM 460-TAKE-RGN-PII-GEN THRU 460-EXIT
             WHEN WS-INPUT-RECORD(1:4) = 'TRL '
                  CONTINUE
             WHEN OTHER
                  ADD  +1                 TO WS-RGN-READ-CNT
      *
      *
      ***************************************************************
      *  THE KEY GENERATION THE REGION'S UNLOAD WAS PROTECTED UNDER.
      *  BLANK OR NON-NUMERIC (AN UNLOAD TAKEN BEFORE THE FIELD
      *  EXISTED) MEANS CLEAR TEXT.
      ***************************************************************
       460-TAKE-RGN-PII-GEN.
      *
           MOVE WS-INPUT-RECORD           TO HDRT-HEADER-RECORD
           IF   HDRT-HDR-PII-KEY-GEN NUMERIC
                MOVE HDRT-HDR-PII-KEY-GEN TO WS-RGN-PII-GEN
           ELSE
                MOVE ZEROES               TO WS-RGN-PII-GEN
           END-IF
           .
       460-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SKIP A CUSTOMER WHOSE AGREEMENT ID AN EARLIER REGION
      *  ALREADY CONTRIBUTED; LOAD EVERYTHING ELSE UNDER THE
      *  EXTENDED REGION-QUALIFIED KEY.
                PERFORM 550-REPORT-DUPLICATE THRU 550-EXIT
           ELSE
                PERFORM 560-REMEMBER-AGREEMENT THRU 560-EXIT
                PERFORM 565-REKEY-PERSONAL-DATA THRU 565-EXIT
                IF   SEVERE-ERROR = ' '
                     PERFORM 570-WRITE-CORP-RCRD THRU 570-EXIT
                END-IF
           END-IF
           .
       500-EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE REGIONAL RECORD UNDER ITS UNLOAD'S GENERATION
      *  AND PROTECT IT UNDER THE ACTIVE ONE.  A RECORD THAT CANNOT
      *  BE REVEALED OR PROTECTED STOPS THE CONSOLIDATION - THE
      *  REST OF THE REGION WOULD FAIL THE SAME WAY.
      ***************************************************************
       565-REKEY-PERSONAL-DATA.
      *
           IF   WS-RGN-PII-GEN NOT = ZEROES
                SET  PIIC-FCN-REVEAL      TO TRUE
                SET  PIIC-IMAGE-PARENT    TO TRUE
                SET  PIIC-GEN-EXPLICIT    TO TRUE
                MOVE WS-RGN-PII-GEN       TO PIIC-GENERATION
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       WS-INPUT-RECORD
                IF   NOT PIIC-RET-OK
                     DISPLAY 'MBRRGNC: KEY ' WS-INPUT-RECORD(1:10)
                             ' OF ' WS-RGN-DDNAME (WS-RGN-IDX)
                             ' CANNOT BE REVEALED UNDER KEY '
                             'GENERATION ' WS-RGN-PII-GEN
                             ', MBRPIICR RC = ' PIIC-RETURN-CODE
                     MOVE  'Y'            TO SEVERE-ERROR
                     GO TO 565-EXIT
                END-IF
           END-IF
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-INPUT-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRRGNC: KEY ' WS-INPUT-RECORD(1:10)
                        ' OF ' WS-RGN-DDNAME (WS-RGN-IDX)
                        ' CANNOT BE PROTECTED, MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
           END-IF
           .
       565-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE THE EXTENDED-KEY CORPORATE RECORD, FALLING BACK TO
      *  AN UPDATE WHEN THE KEY IS ALREADY ON THE CLUSTER - THE
      *  SAME UPSERT SHAPE MLOADVS USES AGAINST CUSTNAMV.
