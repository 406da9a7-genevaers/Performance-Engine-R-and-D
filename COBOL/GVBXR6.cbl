      *  PURPOSE:   THIS PROGRAM IS A GENEVA READ EXIT.               *         
      *                                                               *         
      *   INPUTS:   1. QSAM CUSTNAME FILE      (DDNAME=CUSTNAMS)      *         
      *             2. OR, UNDER 'SRC=V'/'SRC=H', THE CUSTNAMV OR     *
      *                CUSTHIST CLUSTER DIRECTLY, VIA GVBU20C         *
      *                                                               *         
      *   OUTPUTS:  1. NONE                                           *         
      *                                                               *         
      *    GVBUR05  - GENEVA OBTAIN STORAGE IN MEMORY                 *         
      *    GVBTP90  - FILE I-O PROCESSING                             *         
      *    GVBUR66  - ENQ-DEQ PROCESSING                              *         
      *    GVBU20C  - CUSTNAMV/CUSTHIST DIRECT-BLOCK ACCESS           *
      *    MBRPIICR - PERSONAL-DATA FIELD PROTECTION SERVICE          *
      *                                                               *         
      *****************************************************************         
      *                                                                         
       01  WS-GVBUR05                   PIC X(08)  VALUE 'GVBUR05 '.
       01  WS-GVBTP90                   PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBUR66                   PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-GVBU20C                   PIC X(08)  VALUE 'GVBU20C '.
       01  WS-MBRPIICR                  PIC X(08)  VALUE 'MBRPIICR'.
      *                  FOR ERROR MESSAGING
       01  MODNAME                      PIC  X(08) VALUE 'GVBXR6  '.
      *      REJECT FILE FOR BAD CUSTNAME RECORDS
       COPY GVBCHDRT.
      *
       01  WS-FEED-BUSN-DATE            PIC 9(08)  VALUE ZEROES.
      *      KEY GENERATION THE FEED'S PROTECTED FIELDS ARE UNDER, FROM
      *      ITS HEADER (SEE GVBCPIIK) - 000 IS CLEAR TEXT.  THE EXIT
      *      HANDS GENEVA CLEAR TEXT FROM EVERY SOURCE: A FLAT FEED IS
      *      REVEALED HERE, A CLUSTER SOURCE BY GVBU20C.
       01  WS-FEED-PII-GEN              PIC 9(03)  VALUE ZEROES.
       COPY GVBCPIIK.
       01  WS-FEED-DATA-CNT             PIC S9(09) COMP VALUE +0.
       01  WS-FEED-HASH-TOTAL           PIC S9(15) COMP-3 VALUE +0.
      *
           88  WS-XPART-TBL-FULL                        VALUE 'Y'.
      *
      *****************************************************************
      *  REJECT AND SUMMARY RECORD LAYOUTS.  BOTH CARRY THE RUN DATE
      *  AS A TRAILER SO MBRRETN CAN AGE THE KEPT GENERATIONS OUT.
      *****************************************************************
       01  WS-REJECT-RECORD.
           05  WS-REJECT-DATA               PIC X(96).
           05  WS-REJECT-RTN-CODE           PIC X(01).
           05  WS-REJECT-VSAM-RC            PIC -9(9).
           05  WS-REJECT-RUN-DATE           PIC 9(08).
      *
       01  WS-SUMMARY-RECORD.
           05  WS-SMRY-TOTAL-RCRDS-READ     PIC -9(11).
           05  WS-SMRY-TOTAL-PARTITIONS     PIC -9(9).
           05  WS-SMRY-TOTAL-REJECTS        PIC -9(9).
           05  WS-SMRY-TOTAL-FILTERED       PIC -9(9).
           05  WS-SMRY-RUN-DATE             PIC 9(08).
      *
      *****************************************************************
      *  OPTIONAL STARTUP OVERRIDE OF THE OUTPUT BUFFER SIZE.
      *  A STARTUP PARAMETER OF THE FORM 'DELIM=c' SWITCHES THE
      *      EVENT RECORD FORMAT PASSED BACK TO GVBMR95 FROM FIXED
      *      LENGTH TO DELIMITED, USING c AS THE FIELD DELIMITER.
      *
      *  A STARTUP PARAMETER OF THE FORM 'SRC=V' (COLUMNS 21-25)
      *      READS THIS PHYSICAL FILE STRAIGHT OFF THE CUSTNAMV
      *      CLUSTER, AND 'SRC=H' OFF THE CUSTHIST CLUSTER (FOR
      *      HISTORY VIEWS), THROUGH GVBU20C'S DIRECT-BLOCK PATH
      *      INSTEAD OF THE FLAT CUSTNAME EXTRACT.  ABSENT, THE
      *      FLAT FILE IS READ AS ALWAYS.
      *****************************************************************
       01  WS-STARTUP-PARMS.
           05  WS-STARTUP-ROWS-LIT       PIC  X(05).
           05  FILLER                    PIC  X(01).
           05  WS-STARTUP-DELIM-LIT      PIC  X(06).
           05  WS-STARTUP-DELIM-CHAR     PIC  X(01).
           05  FILLER                    PIC  X(01).
           05  WS-STARTUP-SRC-LIT        PIC  X(04).
           05  WS-STARTUP-SRC-MODE       PIC  X(01).
               88  WS-STARTUP-SRC-VALID            VALUE 'V' 'H'.
           05  FILLER                    PIC  X(07).
      *
      *****************************************************************
      *  VSAM SOURCE MODE - THE CLUSTER IS READ A BLOCK AT A TIME
      *      THROUGH GVBU20C AND DEBLOCKED HERE INTO
      *      GVBTP90-RECORD-AREA, SO EVERYTHING DOWNSTREAM OF THE READ
      *      (CONTROL RECORDS, CHILD JOIN, FILTERS, DUPLICATE CHECK,
      *      CHECKPOINT, SUMMARY) SEES EXACTLY WHAT A FLAT READ GIVES.
      *      THE WHOLE CLUSTER IS ONE SOURCE - UNDER A SHARDED
      *      CUSTNAMV GVBU20C CHAINS THE SHARDS - SO THE CONCATENATED
      *      MEMBER SWITCHING DOES NOT APPLY IN THIS MODE.
      *****************************************************************
       01  WS-SOURCE-MODE-SW             PIC  X(01)  VALUE 'F'.
           88  WS-SOURCE-FLAT                      VALUE 'F'.
           88  WS-SOURCE-VSAM                      VALUE 'V' 'H'.
           88  WS-SOURCE-CUSTHIST                  VALUE 'H'.
       01  WS-VSRC-HIST-DDNAME           PIC  X(08)  VALUE 'CUSTHIST'.
       01  WS-VSRC-RCRD-LEN              PIC S9(04) COMP VALUE +96.
       01  WS-VSRC-BLK-RCRDS             PIC S9(04) COMP VALUE +0.
       01  WS-VSRC-BLK-IDX               PIC S9(04) COMP VALUE +0.
       01  WS-VSRC-BLK-REM               PIC S9(04) COMP VALUE +0.
       01  WS-VSRC-OPEN-SW               PIC  X(01)  VALUE 'N'.
           88  WS-VSRC-OPEN                        VALUE 'Y'.
       01  WS-VSRC-BLOCK-AREA.
           05  WS-VSRC-BLK-ENTRY         OCCURS 100 TIMES
                                         PIC  X(96).
      *
       COPY GVBCUR20 REPLACING ==:XXX:== BY ==CUST==.
      *
      *****************************************************************
      *  PIECES OF AN INCOMING DELIMITED CUSTNAME RECORD,
                        'VARIABLE LENGTH'
             END-IF
           END-IF
      *
      *      HONOR AN OPTIONAL 'SRC=V'/'SRC=H' STARTUP OVERRIDE TO
      *      READ THIS PHYSICAL FILE OFF THE CUSTNAMV/CUSTHIST
      *      CLUSTER INSTEAD OF THE FLAT CUSTNAME EXTRACT.
           MOVE 'F'                   TO WS-SOURCE-MODE-SW
           IF   WS-STARTUP-SRC-LIT = 'SRC='
           AND  WS-STARTUP-SRC-VALID
                MOVE WS-STARTUP-SRC-MODE TO WS-SOURCE-MODE-SW
                IF   WS-SOURCE-CUSTHIST
                     DISPLAY 'GVBXR6: SOURCE OVERRIDDEN TO VSAM '
                             'CLUSTER ' WS-VSRC-HIST-DDNAME
                ELSE
                     DISPLAY 'GVBXR6: SOURCE OVERRIDDEN TO VSAM '
                             'CLUSTER CUSTNAMV'
                END-IF
           END-IF
      *
           COMPUTE X95PARM2-MAX-BLOCK-SIZE =                                    
                             WS-TB-ROWS-PER-BUFFER *                            
           ELSE
                MOVE 'N'                   TO WS-DDNAME-MULTI-SW
           END-IF
      *
      *      A VSAM SOURCE IS ONE LOGICAL FILE - NO MEMBER SWITCHING.
           IF   WS-SOURCE-VSAM
                MOVE 'N'                   TO WS-DDNAME-MULTI-SW
           END-IF
      *
           MOVE 'N'                   TO WS-FIRST-TIME-SW
      *                                                                         
      ***************************************************************           
       0900-LB949-INPT-FILE.                                                    
      *                                                                         
      *      A VSAM SOURCE ANSWERS THE SAME OPEN/READ REQUESTS WITH
      *      THE SAME GVBTP90 RETURN CODES, SO NO CALLER CHANGES.
           IF  WS-SOURCE-VSAM
               PERFORM 0910-VSAM-SOURCE-IO THRU 0910-EXIT
           ELSE
               MOVE GVBTP90-VALUE-SEQUENTIAL  TO GVBTP90-FILE-TYPE
               MOVE GVBTP90-VALUE-INPUT       TO GVBTP90-FILE-MODE
                                                                                
               CALL WS-GVBTP90  USING GVBTP90-PARAMETER-AREA-INPT
                                      GVBTP90-RECORD-AREA
                                      GVBTP90-RECORD-KEY
               END-CALL
      *                                                                         
               IF  GVBTP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
               AND GVBTP90-RETURN-CODE NOT = GVBTP90-VALUE-END-OF-FILE
                    PERFORM 9998-TP90-ERR
               END-IF
           END-IF
           .
      *
      *
      ***************************************************************
      *  VSAM SOURCE MODE: SERVE ONE GVBTP90-STYLE OPEN OR READ
      *  REQUEST OFF THE CUSTNAMV/CUSTHIST CLUSTER THROUGH GVBU20C.
      *  A READ HANDS BACK THE NEXT 96-BYTE RECORD OF THE CURRENT
      *  BLOCK IN GVBTP90-RECORD-AREA, FETCHING THE NEXT BLOCK WHEN
      *  THE CURRENT ONE IS USED UP; AT END OF FILE THE CLUSTER IS
      *  CLOSED AND END-OF-FILE IS RETURNED.  A FAILED OPEN OR BLOCK
      *  READ LOSES MORE THAN ONE RECORD, SO IT IS ALWAYS FATAL.
      ***************************************************************
       0910-VSAM-SOURCE-IO.
      *
           MOVE GVBTP90-VALUE-VSAM        TO GVBTP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO GVBTP90-FILE-MODE
           MOVE +0                        TO GVBTP90-VSAM-RETURN-CODE
      *
           EVALUATE TRUE
             WHEN GVBTP90-FUNCTION-CODE = GVBTP90-VALUE-OPEN
                  PERFORM 0912-VSAM-SOURCE-OPEN THRU 0912-EXIT
             WHEN GVBTP90-FUNCTION-CODE = GVBTP90-VALUE-READ
                  PERFORM 0914-VSAM-SOURCE-READ THRU 0914-EXIT
             WHEN OTHER
                  MOVE GVBTP90-VALUE-BAD-PARAMETER
                                          TO GVBTP90-RETURN-CODE
           END-EVALUATE
      *
           IF  GVBTP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
           AND GVBTP90-RETURN-CODE NOT = GVBTP90-VALUE-END-OF-FILE
                MOVE UR20-CUST-ERROR-CODE TO GVBTP90-VSAM-RETURN-CODE
                PERFORM 9995-FATAL-TP90-ERR THRU 9995-EXIT
           END-IF
           .
       0910-EXIT.
           EXIT.
      *
      *
       0912-VSAM-SOURCE-OPEN.
      *
      *      CUSTNAMV IS OPENED THROUGH THE SHARD MAP (BLANK DDNAME);
      *      CUSTHIST IS NAMED OUTRIGHT AND OPENED ON ITS OWN.
           IF   WS-SOURCE-CUSTHIST
                MOVE WS-VSRC-HIST-DDNAME  TO UR20-CUST-DDNAME
                                             GVBTP90-DDNAME
           ELSE
                MOVE SPACES               TO UR20-CUST-DDNAME
                MOVE 'CUSTNAMV'           TO GVBTP90-DDNAME
           END-IF
      *
           SET  UR20-CUST-OPEN            TO TRUE
           SET  UR20-CUST-OPEN-DIRECT     TO TRUE
           SET  UR20-CUST-CLEAR-TEXT      TO TRUE
           MOVE +0                        TO UR20-CUST-RBN
                                             UR20-CUST-RETURN-CODE
           CALL WS-GVBU20C  USING UR20-CUST-INTERFACE
                                  WS-VSRC-BLOCK-AREA
           END-CALL
      *
           MOVE +0                        TO WS-VSRC-BLK-RCRDS
                                             WS-VSRC-BLK-IDX
           IF   UR20-CUST-RC-IS-A-OKAY
                SET  WS-VSRC-OPEN         TO TRUE
                MOVE GVBTP90-VALUE-SUCCESSFUL
                                          TO GVBTP90-RETURN-CODE
           ELSE
                MOVE GVBTP90-VALUE-IO-ERROR
                                          TO GVBTP90-RETURN-CODE
           END-IF
           .
       0912-EXIT.
           EXIT.
      *
      *
       0914-VSAM-SOURCE-READ.
      *
           IF   NOT WS-VSRC-OPEN
                MOVE GVBTP90-VALUE-END-OF-FILE
                                          TO GVBTP90-RETURN-CODE
                GO TO 0914-EXIT
           END-IF
      *
           IF   WS-VSRC-BLK-IDX >= WS-VSRC-BLK-RCRDS
                PERFORM 0916-VSAM-SOURCE-BLOCK THRU 0916-EXIT
                IF   GVBTP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                     GO TO 0914-EXIT
                END-IF
           END-IF
      *
           ADD  +1                        TO WS-VSRC-BLK-IDX
           MOVE SPACES                    TO GVBTP90-RECORD-AREA
           MOVE WS-VSRC-BLK-ENTRY(WS-VSRC-BLK-IDX)
                                          TO GVBTP90-RECORD-AREA
           MOVE WS-VSRC-RCRD-LEN          TO GVBTP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-SUCCESSFUL  TO GVBTP90-RETURN-CODE
           .
       0914-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FETCH THE NEXT DIRECT BLOCK AND WORK OUT HOW MANY WHOLE
      *  RECORDS IT HOLDS (THE SAME DEBLOCKING MBRUNLD DOES).  A
      *  BLOCK THAT IS NOT A WHOLE NUMBER OF RECORDS IS AN I/O ERROR.
      ***************************************************************
       0916-VSAM-SOURCE-BLOCK.
      *
           MOVE +0                        TO WS-VSRC-BLK-RCRDS
                                             WS-VSRC-BLK-IDX
           SET  UR20-CUST-READ-DIR-BLOCK  TO TRUE
           ADD  +1                        TO UR20-CUST-RBN
           CALL WS-GVBU20C  USING UR20-CUST-INTERFACE
                                  WS-VSRC-BLOCK-AREA
           END-CALL
      *
           EVALUATE TRUE
             WHEN UR20-CUST-RC-END-OF-FILE
                  SET  UR20-CUST-CLOSE    TO TRUE
                  CALL WS-GVBU20C  USING UR20-CUST-INTERFACE
                                         WS-VSRC-BLOCK-AREA
                  END-CALL
                  MOVE 'N'                TO WS-VSRC-OPEN-SW
                  MOVE GVBTP90-VALUE-END-OF-FILE
                                          TO GVBTP90-RETURN-CODE
             WHEN UR20-CUST-RC-IS-A-OKAY
                  DIVIDE UR20-CUST-RECORD-LENGTH BY WS-VSRC-RCRD-LEN
                         GIVING    WS-VSRC-BLK-RCRDS
                         REMAINDER WS-VSRC-BLK-REM
                  IF   WS-VSRC-BLK-REM NOT = +0
                  OR   WS-VSRC-BLK-RCRDS < +1
                  OR   WS-VSRC-BLK-RCRDS > +100
                       DISPLAY 'GVBXR6: BAD BLOCK LENGTH '
                               UR20-CUST-RECORD-LENGTH ' AT RBN '
                               UR20-CUST-RBN ' OF ' GVBTP90-DDNAME
                       MOVE +0            TO WS-VSRC-BLK-RCRDS
                       MOVE GVBTP90-VALUE-IO-ERROR
                                          TO GVBTP90-RETURN-CODE
                  ELSE
                       MOVE GVBTP90-VALUE-SUCCESSFUL
                                          TO GVBTP90-RETURN-CODE
                  END-IF
             WHEN OTHER
                  MOVE GVBTP90-VALUE-IO-ERROR
                                          TO GVBTP90-RETURN-CODE
           END-EVALUATE
           .
       0916-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *      KEY-ID/PLCY-TERM-EFF-DT/AGRE-BUSN-ID LAYOUT - UNSTRING
      *      THEM INTO THAT SAME LAYOUT BEFORE ANYTHING BELOW LOOKS
      *      AT THE CUST- FIELDS.
      *      A RECORD OFF A VSAM SOURCE IS ALWAYS THE FIXED LAYOUT.
                IF   X95PARM2-DELIMITED
                AND  WS-SOURCE-FLAT
                     PERFORM 0950-PARSE-DELIM-RCRD THRU 0950-EXIT
                END-IF
      *
                IF   WS-SOURCE-FLAT
                AND  WS-FEED-PII-GEN NOT = 0
                     PERFORM 0958-REVEAL-FEED-RCRD THRU 0958-EXIT
                END-IF
      *
      *      A TYPED CHILD RECORD IS JOINED TO ITS PARENT BASE RECORD
      *      BEFORE ANYTHING BELOW LOOKS AT THE CUST- FIELDS; A BASE
                IF   GVBTP90-RECORD-AREA(11:3) = 'ADR'
                OR   GVBTP90-RECORD-AREA(11:3) = 'CTC'
                OR   GVBTP90-RECORD-AREA(11:3) = 'NAM'
                OR   GVBTP90-RECORD-AREA(11:3) = 'REL'
                OR   GVBTP90-RECORD-AREA(11:3) = 'PRF'
                OR   GVBTP90-RECORD-AREA(11:3) = 'XID'
                     SET  WS-CHILD-RCRD TO TRUE
                     PERFORM 0955-JOIN-CHILD-RCRD THRU 0955-EXIT
                ELSE
                MOVE GVBTP90-RECORD-AREA(1:96)
                                           TO HDRT-HEADER-RECORD
                MOVE HDRT-HDR-BUSN-DATE    TO WS-FEED-BUSN-DATE
                IF   HDRT-HDR-PII-KEY-GEN NUMERIC
                     MOVE HDRT-HDR-PII-KEY-GEN TO WS-FEED-PII-GEN
                ELSE
                     MOVE ZEROES           TO WS-FEED-PII-GEN
                END-IF
                MOVE +0                    TO WS-FEED-DATA-CNT
                MOVE +0                    TO WS-FEED-HASH-TOTAL
                DISPLAY 'GVBXR6: FEED HEADER READ, BUSINESS DATE = '
      *
      *
      ***************************************************************
      *  REVEAL ONE PROTECTED FEED RECORD UNDER THE GENERATION ITS
      *  HEADER NAMED.  A REFUSAL ABORTS THE RUN - GENEVA IS NEVER
      *  FED PROTECTED BYTES AS IF THEY WERE NAMES.
      ***************************************************************
       0958-REVEAL-FEED-RCRD.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           IF   GVBTP90-RECORD-AREA(11:3) = 'CTC'
           OR   GVBTP90-RECORD-AREA(11:3) = 'NAM'
                SET  PIIC-IMAGE-CHILD     TO TRUE
           ELSE
                SET  PIIC-IMAGE-PARENT    TO TRUE
           END-IF
           SET  PIIC-GEN-EXPLICIT         TO TRUE
           MOVE WS-FEED-PII-GEN           TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  GVBTP90-RECORD-AREA(1:96)
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'GVBXR6: *** FEED RECORD CANNOT BE REVEALED'
                        ' UNDER KEY GENERATION ' WS-FEED-PII-GEN
                        ', MBRPIICR RC = ' PIIC-RETURN-CODE ' ***'
                SET  X95PARM8-ABORT-RUN   TO TRUE
                MOVE X95PARM8-RETURN-CODE TO RETURN-CODE
                GOBACK
           END-IF
           .
       0958-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SPLIT A DELIMITED CUSTNAME RECORD (KEY-ID, THEN
      *  PLCY-TERM-EFF-DT, THEN AGRE-BUSN-ID, SEPARATED BY
      *  X95PARM2-REC-FLD-DELIM) INTO THE SAME THREE FIELDS THE FIXED-
                MOVE LS-PARTITIONS-TOTAL TO WS-SMRY-TOTAL-PARTITIONS
                MOVE LS-REJECT-COUNT     TO WS-SMRY-TOTAL-REJECTS
                MOVE LS-FILTERED-COUNT   TO WS-SMRY-TOTAL-FILTERED
                MOVE WS-SUSP-DATE        TO WS-SMRY-RUN-DATE

                MOVE  GVBTP90-VALUE-WRITE  TO GVBTP90S-FUNCTION-CODE
                CALL WS-GVBTP90  USING GVBTP90-PARAMETER-AREA-SMRY
                MOVE GVBTP90-RETURN-CODE    TO WS-REJECT-RTN-CODE
                MOVE GVBTP90-VSAM-RETURN-CODE
                                             TO WS-REJECT-VSAM-RC
                MOVE WS-SUSP-DATE            TO WS-REJECT-RUN-DATE

                MOVE  WS-REJECT-DDNAME       TO GVBTP90R-DDNAME
                MOVE  GVBTP90-VALUE-WRITE    TO GVBTP90R-FUNCTION-CODE
