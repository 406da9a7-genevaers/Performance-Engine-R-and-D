      **                 MBRBDAY - BUSINESS-DAY CALENDAR SERVICE       *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRSTTRN - STATUS TRANSITION CHECK            *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** I-O FILES:     VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                                                               *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-LAPSED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-ALREADY-INACTIVE-CNT     PIC S9(08) COMP VALUE +0.
       01  WS-REFUSED-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-CUTOFF-DATE              PIC 9(08)  VALUE ZEROES.
      *
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
      *
      *      THE NAME IS HELD PROTECTED (SEE GVBCPIIK).  THE LAPSE
      *      TOUCHES ONLY THE STATUS AND THE STAMP, SO THE RECORD IS
      *      REWRITTEN AS STORED; A REVEALED COPY FEEDS THE REGISTER.
       01  WS-CLEAR-IMAGE              PIC X(96)  VALUE SPACES.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *      MAINTENANCE-METADATA STAMP WORK FIELDS - THE SAME
      *      BYTES-81-TO-95 STAMP MLOADVS AND THE ONLINE UPDATE PATH
      *      WRITE, SO A LAPSE IS TRACEABLE LIKE ANY OTHER CHANGE.
       COPY GVBCRUNC.
       COPY GVBCAUDW.
       COPY GVBCBDAY.
      *
      *      THE LAPSE PATH'S FLIP IS HELD TO THE SHARED STATUS RULES
      *      (SEE GVBCSTTR/MBRSTTRN) LIKE EVERY OTHER PATH'S.
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                 PIC X(08)  VALUE 'MBRSTTRN'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *  METADATA, REWRITE IN PLACE, AND JOURNAL THE PAIR.
      ***************************************************************
       620-LAPSE-THIS-RECORD.
      *
           SET  STTR-FCN-CHECK            TO TRUE
           SET  STTR-PATH-LAPSE           TO TRUE
           MOVE TP90-CUST-STATUS          TO STTR-FROM-STATUS
           MOVE 'L'                       TO STTR-TO-STATUS
           MOVE ZEROES                    TO STTR-AS-OF-DATE
           CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
           IF   STTR-RET-REFUSED
                ADD  +1                   TO WS-REFUSED-CNT
                DISPLAY 'MBRLAPSE: *** ' STTR-REASON-TEXT
                        ', KEY ' TP90-CUST-KEY-ID ' ***'
                GO TO 620-EXIT
           END-IF
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-BEFORE-IMAGE
                                             WS-CLEAR-IMAGE
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-CLEAR-IMAGE
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRLAPSE: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 620-EXIT
           END-IF
      *
           MOVE 'L'                       TO TP90-CUST-STATUS
           MOVE WS-TODAY-CCYYMMDD         TO TP90-CUST-UPD-DATE
                CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
                MOVE TP90-CUST-KEY-ID      TO WS-RPT-KEY-ID
                MOVE WS-CLEAR-IMAGE (25:20) TO WS-RPT-NAME
                MOVE TP90-CUST-PLCY-TERM-EFF-DT
                                           TO WS-RPT-EFF-DT
                MOVE TP90-VALUE-WRITE      TO TP90R-FUNCTION-CODE
           MOVE WS-ALREADY-INACTIVE-CNT   TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRLAPSE: ' WS-DISPLAY-MASK-1
                   ' EXPIRED RECORDS ALREADY LAPSED OR CLOSED'
           MOVE WS-REFUSED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRLAPSE: ' WS-DISPLAY-MASK-1
                   ' LAPSES REFUSED BY THE STATUS RULES'
           .
       9900-EXIT.
           EXIT.
