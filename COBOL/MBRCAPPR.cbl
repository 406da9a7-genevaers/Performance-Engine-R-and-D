      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRPNMMT - PARSED-NAME CHILD MAINTENANCE      *
      **                                                               *
      ** I-O FILES:     APPROVAL QUEUE              (DDNAME=PENDAPPR)  *
      **                VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0016 - ABEND                                     *
           05  FILLER                  PIC X(20)   VALUE
               'GVBTP90 ERROR RC = '.
           05  WS-ERROR-RC             PIC X(01).
       01  WS-PII-ERROR-TEXT.
           05  FILLER                  PIC X(30)   VALUE
               'PERSONAL-DATA KEY ERROR RC = '.
           05  WS-PII-ERROR-RC         PIC X(01).
      *
       01  WS-APPROVER-ID              PIC X(08)   VALUE SPACES.
       01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZEROES.
       COPY GVBCCUST REPLACING ==:XXX:== BY ==AFT==.
      *
       COPY GVBCAPPR.
      *
      *      THE QUEUED IMAGES ARE HELD AS STORED, NAME AND ADDRESS
      *      PROTECTED (SEE GVBCPIIK).  THE REVIEW REVEALS COPIES
      *      UNDER THE GENERATION IN FORCE WHEN THE CHANGE WAS
      *      QUEUED; THE APPLY WRITES THE AFTER IMAGE AS QUEUED.
       01  WS-MBRPIICR                 PIC X(08)   VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       COPY GVBCAUDW.
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
      *
      *      AN APPROVED NAME CHANGE IS RE-PARSED INTO THE PARSED-
      *      NAME CHILD (SEE GVBCPNMM/MBRPNMMT).
       COPY GVBCPNMM.
       01  WS-MBRPNMMT                 PIC X(08)  VALUE 'MBRPNMMT'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
               88  WS-CA-AWAITING-CMD      VALUE 'C'.
               88  WS-CA-AWAITING-CONFIRM  VALUE 'Y'.
           05  WS-CA-APPR-KEY          PIC X(20).
      *
      *      USAGE STATISTICS FOR THE TXUSLOG JOURNAL - ONE RECORD
      *      PER TASK, WRITTEN BY MBRTXUSG (SEE GVBCTXUS).
       COPY GVBCTXUS.
       01  WS-MBRTXUSG                 PIC X(08)   VALUE 'MBRTXUSG'.
       01  WS-USAGE-RECORDED-SW        PIC X(01)   VALUE 'N'.
           88  WS-USAGE-RECORDED                   VALUE 'Y'.
      *
       EJECT
       LINKAGE SECTION.
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 8800-START-USAGE       THRU 8800-EXIT
      *
           MOVE 'GENEVA'                  TO ENQ-DEQ-RNAME
           MOVE 'CUSTNAMV'                TO ENQ-DEQ-QNAME
                END-IF
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
           MOVE SPACES                    TO WS-CA-APPR-KEY
           MOVE WS-COMMAREA               TO DFHCOMMAREA
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MAPP')
                COMMAREA (DFHCOMMAREA)
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           ELSE
      *
           MOVE APPR-BEFORE-IMAGE         TO BEF-FB-RECORD-AREA
           MOVE APPR-AFTER-IMAGE          TO AFT-FB-RECORD-AREA
           PERFORM 4100-REVEAL-IMAGES     THRU 4100-EXIT
           IF   NOT PIIC-RET-USABLE
                MOVE PIIC-RETURN-CODE     TO WS-PII-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-PII-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-PII-ERROR-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8000-RETURN-AWAITING-CMD THRU 8000-EXIT
                GO TO 4000-EXIT
           END-IF
           MOVE BEF-CUST-NAME             TO WS-RVW-BEFORE-NAME
           MOVE BEF-CUST-ADDR-LINE        TO WS-RVW-BEFORE-ADDR
           MOVE BEF-CUST-CITY             TO WS-RVW-BEFORE-CITY
           SET  WS-CA-AWAITING-CONFIRM    TO TRUE
           MOVE APPR-RECORD-KEY           TO WS-CA-APPR-KEY
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MAPP')
                COMMAREA (DFHCOMMAREA)
      *
      *
      ******************************************************************
      *  REVEAL THE NAME AND ADDRESS OF THE TWO REVIEW COPIES UNDER    *
      *  THE GENERATION IN FORCE WHEN THE CHANGE WAS QUEUED.           *
      ******************************************************************
       4100-REVEAL-IMAGES.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-AT-STAMP         TO TRUE
           MOVE APPR-REQ-DATE             TO PIIC-STAMP-DATE
           MOVE APPR-REQ-TIME             TO PIIC-STAMP-TIME
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  BEF-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                GO TO 4100-EXIT
           END-IF
      *
           SET  PIIC-GEN-AT-STAMP         TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  AFT-FB-RECORD-AREA
           .
       4100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  R=<KEY> - MARK THE OLDEST PENDING CHANGE FOR THE KEY          *
      *  REJECTED, STAMPED WITH THE DECIDING OPERATOR.                 *
      ******************************************************************
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   NOT APPR-STATUS-PENDING
                PERFORM 7100-CLOSE-PENDAPPR THRU 7100-EXIT
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  PERFORM 6500-STAMP-DECISION  THRU 6500-EXIT
                  PERFORM 6600-REWRITE-PENDING THRU 6600-EXIT
                  MOVE TP90-RETURN-CODE   TO WS-ERROR-RC
                  SET  TXUS-OUTCOME-ERROR  TO TRUE
                  EXEC CICS SEND TEXT
                       FROM     (WS-ERROR-TEXT)
                       LENGTH   (LENGTH OF WS-ERROR-TEXT)
                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        TP90-RECORD-AREA,
                                        TP90-RECORD-KEY
                  ADD  +1                  TO TXUS-VSAM-CALLS
                  IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                       MOVE TP90-RETURN-CODE TO WS-ERROR-RC
                       SET  TXUS-OUTCOME-ERROR TO TRUE
                       EXEC CICS SEND TEXT
                            FROM     (WS-ERROR-TEXT)
                            LENGTH   (LENGTH OF WS-ERROR-TEXT)
                       CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
                       SET  AUDW-FCN-CLOSE    TO TRUE
                       CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
                       PERFORM 5600-REPARSE-NAME THRU 5600-EXIT
      *
                       MOVE 'A'               TO APPR-STATUS
                       PERFORM 6500-STAMP-DECISION  THRU 6500-EXIT
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       5500-EXIT.
      *
      *
      ******************************************************************
      *  WHEN THE APPLIED CHANGE ALTERED THE NAME, RE-PARSE THE NEW    *
      *  NAME (REVEALED FROM A COPY OF THE QUEUED AFTER IMAGE) INTO    *
      *  THE PARSED-NAME CHILD.  THE RECORD IS DERIVED, SO A FAILURE   *
      *  HERE DOES NOT UNDO THE APPROVAL - MBRPNMBL RESYNCS IT.        *
      ******************************************************************
       5600-REPARSE-NAME.
      *
           MOVE APPR-BEFORE-IMAGE         TO BEF-FB-RECORD-AREA
           MOVE APPR-AFTER-IMAGE          TO AFT-FB-RECORD-AREA
           PERFORM 4100-REVEAL-IMAGES     THRU 4100-EXIT
           IF   NOT PIIC-RET-USABLE
           OR   AFT-CUST-NAME = BEF-CUST-NAME
                GO TO 5600-EXIT
           END-IF
      *
           SET  PNMM-FCN-WRITE            TO TRUE
           MOVE APPR-KEY-ID               TO PNMM-KEY-ID
           MOVE AFT-CUST-NAME             TO PNMM-NAME
           SET  PNMM-SRC-PARENT           TO TRUE
           MOVE WS-APPROVER-ID (1:4)      TO PNMM-UPD-IDENT
           CALL WS-MBRPNMMT USING PNMM-PARMS
      *
           SET  PNMM-FCN-CLOSE            TO TRUE
           CALL WS-MBRPNMMT USING PNMM-PARMS
           .
       5600-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  FIND THE OLDEST PENDING ENTRY FOR THE KEYED CUSTOMER,         *
      *  LEAVING IT IN APPR-RECORD AND THE QUEUE CLOSED AGAIN.         *
      ******************************************************************
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   APPR-KEY-ID NOT = WS-INPUT-KEY
                SET  WS-BROWSE-EOF         TO TRUE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90Q-RETURN-CODE    TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           .
       7000-EXIT.
           EXIT.
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90Q-ANCHOR              TO NULL
           .
       7100-EXIT.
           SET  WS-CA-AWAITING-CMD        TO TRUE
           MOVE SPACES                    TO WS-CA-APPR-KEY
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MAPP')
                COMMAREA (DFHCOMMAREA)
           .
       8000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  USAGE STATISTICS - STAMP THE START OF THE TASK, WHO RAN IT    *
      *  AND FROM WHERE.  A FIRST ENTRY ONLY SENDS THE PROMPT.         *
      ******************************************************************
       8800-START-USAGE.
      *
           MOVE SPACES                    TO TXUS-RECORD
           MOVE 'MAPP'                    TO TXUS-TRAN-ID
           MOVE 'MBRCAPPR'                TO TXUS-PROGRAM
           MOVE +0                        TO TXUS-VSAM-CALLS
                                             TXUS-RESPONSE-MS
           ACCEPT TXUS-START-DATE         FROM DATE YYYYMMDD
           ACCEPT TXUS-START-TIME         FROM TIME
           EXEC CICS ASSIGN
                USERID   (TXUS-OPERATOR)
                NOHANDLE
           END-EXEC
           MOVE EIBTRMID                  TO TXUS-TERMINAL
           IF   EIBCALEN = 0
                SET  TXUS-OUTCOME-PROMPTED TO TRUE
           ELSE
                SET  TXUS-OUTCOME-COMPLETED TO TRUE
           END-IF
           .
       8800-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  USAGE STATISTICS - STAMP THE END OF THE TASK AND HAND THE     *
      *  RECORD TO MBRTXUSG FOR THE TXUSLOG JOURNAL.  PERFORMED JUST   *
      *  BEFORE EVERY RETURN OR XCTL; A TASK IS JOURNALED ONCE, EVEN   *
      *  WHEN A FAILED XCTL FALLS THROUGH TO A LATER RETURN.           *
      ******************************************************************
       8900-RECORD-USAGE.
      *
           IF   WS-USAGE-RECORDED
                GO TO 8900-EXIT
           END-IF
           SET  WS-USAGE-RECORDED         TO TRUE
           ACCEPT TXUS-END-DATE           FROM DATE YYYYMMDD
           ACCEPT TXUS-END-TIME           FROM TIME
           CALL WS-MBRTXUSG USING TXUS-RECORD
           .
       8900-EXIT.
           EXIT.
