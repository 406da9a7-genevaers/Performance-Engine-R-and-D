      **                STATES - UP TO TEN BLANK-SEPARATED STATE       *
      **                  CODES, BLANK = ALL                           *
      **                STYLE  - FIXED OR DELIM (PIPE-SEPARATED)       *
      **                COSTCTR - THE REQUESTING DEPARTMENT'S COST     *
      **                  CENTER, CHARGED FOR THE RUN (SEE GVBCCHGU);  *
      **                  BLANK IS CHARGED AS UNASSIGNED               *
      **                                                               *
      **              THE LAST RECORD IS A RECORD-COUNT TRAILER:       *
      **              'T!COUNT' IN DELIM STYLE, THE GVBCHDRT TRAILER   *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBDL96 - VALUE FORMAT CONVERSION             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  AD-HOC EXTRACT              (DDNAME=ADHOCOUT)  *
      **                CHARGEBACK USAGE JOURNAL    (DDNAME=CHGBUSE)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0016 - ABEND                                     *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBDL96                  PIC X(08)  VALUE 'GVBDL96 '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
      *
      *      THE NAME AND ADDRESS ARE HELD PROTECTED (SEE GVBCPIIK);
      *      A SELECTED RECORD IS REVEALED UNDER THE ACTIVE KEY
      *      BEFORE ITS COLUMNS ARE CUT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-CTL-STYLE                PIC X(05)  VALUE 'FIXED'.
           88  WS-CTL-STYLE-FIXED                 VALUE 'FIXED'.
           88  WS-CTL-STYLE-DELIM                 VALUE 'DELIM'.
       01  WS-CTL-COST-CENTER          PIC X(08)  VALUE SPACES.
      *
      *****************************************************************
      *  THE RESOLVED COLUMN TABLE - EACH REQUESTED FIELD'S OFFSET
      *
       COPY GVBCKWRD.
       COPY GVBCHDRT.
       COPY GVBCCHGU.
       COPY GVBCDL9C.
       COPY GVBCDL96.
      *
                                ==TP90O-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90O-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90U-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90U-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90U-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90U-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90U-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90U-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90U-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90U-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90U-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90U-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90U-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
                     UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
                PERFORM 700-WRITE-TRAILER     THRU 700-EXIT
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 800-JOURNAL-USAGE     THRU 800-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
      *
           MOVE 'MBRADHOC'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +12                    TO KWRD-ENTRY-COUNT
           MOVE 'FIELD1'               TO KWRD-NAME (1)
           MOVE 'CUST-KEY-ID'          TO KWRD-VALUE (1)
           MOVE 'FIELD2'               TO KWRD-NAME (2)
           MOVE 'STYLE'                TO KWRD-NAME (11)
           MOVE 'FIXED'                TO KWRD-VALUE (11)
           MOVE 'FIXED DELIM'          TO KWRD-ALLOWED (11)
           MOVE 'COSTCTR'              TO KWRD-NAME (12)
           MOVE SPACES                 TO KWRD-VALUE (12)
                                          KWRD-ALLOWED (12)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
                                          KWRD-ALLOWED (2)
                                          KWRD-ALLOWED (3)
                                          KWRD-SOURCE (9)
                                          KWRD-SOURCE (10)
                                          KWRD-SOURCE (11)
                                          KWRD-SOURCE (12)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
           MOVE KWRD-VALUE (9) (1:1)      TO WS-CTL-STATUS
           MOVE KWRD-VALUE (10)           TO WS-CTL-STATE-LIST
           MOVE KWRD-VALUE (11) (1:5)     TO WS-CTL-STYLE
           MOVE KWRD-VALUE (12) (1:8)     TO WS-CTL-COST-CENTER
           IF   WS-CTL-COST-CENTER = SPACES
                DISPLAY 'MBRADHOC: NO COSTCTR GIVEN - THIS RUN WILL BE '
                        'CHARGED AS UNASSIGNED'
           END-IF
      *
           MOVE +0                        TO WS-COL-COUNT
           MOVE +0                        TO WS-FIELD-IDX
                  ADD  +1                    TO RECORD-CNT
                  PERFORM 610-TEST-SELECTION THRU 610-EXIT
                  IF   WS-STATE-MATCHED
                       PERFORM 640-REVEAL-RCRD   THRU 640-EXIT
                  END-IF
                  IF   WS-STATE-MATCHED
                  AND  SEVERE-ERROR = ' '
                       PERFORM 650-WRITE-ONE-ROW THRU 650-EXIT
                  END-IF
           END-EVALUATE
       620-EXIT.
           EXIT.
      *
      *
       640-REVEAL-RCRD.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRADHOC: PERSONAL DATA KEY ERROR, KEY '
                        TP90-FB-RECORD-AREA(1:10) ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       640-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BUILD AND WRITE ONE OUTPUT ROW FROM THE RESOLVED COLUMNS.
       700-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPEND THE RUN TO THE CHARGEBACK USAGE JOURNAL UNDER THE
      *  REQUESTING COST CENTER.  A JOURNAL THAT CANNOT BE OPENED
      *  DOES NOT FAIL THE EXTRACT - THE REQUESTER HAS THEIR FILE -
      *  BUT IS REPORTED SO THE RUN CAN BE CHARGED BY HAND.
      ***************************************************************
       800-JOURNAL-USAGE.
      *
           MOVE SPACES                    TO CHGU-RECORD
           ACCEPT CHGU-USAGE-DATE         FROM DATE YYYYMMDD
           SET  CHGU-SOURCE-ADHOC         TO TRUE
           MOVE 'ADHOC   '                TO CHGU-SERVICE
           MOVE 'MBRADHOC'                TO CHGU-CONSUMER-ID
           MOVE WS-CTL-COST-CENTER        TO CHGU-COST-CENTER
           MOVE 1                         TO CHGU-RUNS
           MOVE WS-SELECTED-CNT           TO CHGU-RECORDS
           MOVE ZEROES                    TO CHGU-LOOKUPS
      *
           SET  TP90U-ANCHOR              TO NULL
           MOVE 'CHGBUSE '                TO TP90U-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90U-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90U-FILE-TYPE
           MOVE TP90-VALUE-EXTEND         TO TP90U-FILE-MODE
           MOVE SPACES                    TO TP90U-RETURN-CODE
           MOVE +0                        TO TP90U-VSAM-RETURN-CODE
           MOVE LENGTH OF CHGU-RECORD     TO TP90U-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90U-RECFM
           CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                 CHGU-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90U-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADHOC: NO CHGBUSE DD ALLOCATED, RUN NOT '
                        'JOURNALED FOR CHARGEBACK'
                SET  TP90U-ANCHOR          TO NULL
                GO TO 800-EXIT
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90U-FUNCTION-CODE
           CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                 CHGU-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90U-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADHOC: ERROR WRITING CHGBUSE RC = '
                        TP90U-RETURN-CODE
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90U-FUNCTION-CODE
           CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                 CHGU-RECORD,
                                 TP90-RECORD-KEY
           .
       800-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
