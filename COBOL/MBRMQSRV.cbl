      **              FOR DISTRIBUTED APPLICATIONS WITHOUT TEACHING    *
      **              THEM VSAM.                                       *
      **                                                               *
      **              REQUEST TEXT (UP TO 36 BYTES, THE SAME           *
      **              CONVENTION THE MBRCINQ TRANSACTION USES):        *
      **                <10-BYTE KEY>      - LOOKUP BY CUSTOMER KEY    *
      **                A=<11-DIGIT NBR>   - LOOKUP BY AGREEMENT       *
      **                                     NUMBER VIA CUSTAGRX       *
      **                X=<SYS><EXT ID>    - LOOKUP BY A 4-BYTE        *
      **                                     EXTERNAL SYSTEM CODE AND  *
      **                                     30-BYTE ID VIA CUSTXID    *
      **                                     (AN ID IN FORCE FOR TWO   *
      **                                     CUSTOMERS IS NOTFOUND)    *
      **                SHUTDOWN           - OPERATOR STOP COMMAND     *
      **              THROUGHPUT IS REPORTED EVERY INTERVAL OF         *
      **              REQUESTS SERVED.                                 *
      **                                                               *
      **              A FOUND REPLY ENDS WITH THE CUSTOMER'S           *
      **              CONSOLIDATED RISK LEVEL (0-3) AND ITS SIX        *
      **              REASON FLAGS (SEE GVBCRISK), SO A DISTRIBUTED    *
      **              CALLER CAN HOLD BACK A CUSTOMER UNDER REVIEW.    *
      **                                                               *
      **              A CUSTOMER ON THE RESTRICT REGISTER (EMPLOYEES,  *
      **              BOARD MEMBERS, PUBLIC FIGURES) IS NEVER SHIPPED  *
      **              TO A DISTRIBUTED CALLER - THE REPLY STATUS IS    *
      **              RESTRICT AND THE REFUSAL IS JOURNALED TO         *
      **              RESTRLOG UNDER THE REPLY-TO QUEUE.               *
      **                                                               *
      **              LOOKUPS ARE COUNTED PER REQUESTER (REPLY-TO      *
      **              QUEUE) AND JOURNALED TO CHGBUSE FOR CHARGEBACK   *
      **              (SEE GVBCCHGU) AT EACH CHANGE OF DATE, WHEN THE  *
      **              REQUESTER TABLE FILLS, AND AT SHUTDOWN.          *
      **                                                               *
      **              OPERATOR MODIFY COMMANDS (F JOBNAME,CMD), VIA    *
      **              THE GVBUR70 CONSOLE INTERFACE:                   *
      **                STATUS  - REQUESTS SERVED, QUEUE DEPTH AND     *
      **                                                               *
      ** MODULES CALLED: GVBU20C - CUSTNAME DIRECT-ACCESS I/O          *
      **                 GVBTP90 - I/O HANDLER (CUSTAGRX)              *
      **                 MBRXIDLK - EXTERNAL-ID LOOKUP (CUSTXIDP)      *
      **                 MBRRSKLK - CUSTOMER RISK INDICATOR LOOKUP     *
      **                 MBRRCUCK - RESTRICTED-CUSTOMER CHECK          *
      **                 MQCONN/MQOPEN/MQGET/MQPUT1/MQCLOSE/MQDISC     *
      **                                                               *
      ** INPUT FILES:   MQ REQUEST QUEUE (CTLCARD NAMES MANAGER/QUEUE) *
      **                AGREEMENT CROSS-REFERENCE   (DDNAME=CUSTAGRX)  *
      **                EXTERNAL-ID AIX PATH        (DDNAME=CUSTXIDP)  *
      **                RISK INDICATOR KSDS         (DDNAME=RISKINDV)  *
      **                RESTRICTED-CUSTOMER KSDS    (DDNAME=RESTRICT)  *
      **                                                               *
      ** OUTPUT FILES:  MQ REPLY-TO QUEUES (PER REQUEST)               *
      **                CHARGEBACK USAGE JOURNAL    (DDNAME=CHGBUSE)   *
      **                RESTRICTED ACCESS JOURNAL   (DDNAME=RESTRLOG)  *
      **                                                               *
      ** NOTES:   THE MQ CONTROL BLOCKS BELOW ARE TRIMMED LOCAL        *
      **          DEFINITIONS CARRYING ONLY THE FIELDS THIS SERVER     *
      *  REQUEST AND REPLY MESSAGE BODIES.
      *****************************************************************
       01  WS-REQUEST-MSG.
           05  WS-REQ-TEXT             PIC X(36).
       01  WS-REQUEST-KEY-VIEW  REDEFINES  WS-REQUEST-MSG.
           05  WS-REQ-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(26).
       01  WS-REQUEST-AGRE-VIEW REDEFINES  WS-REQUEST-MSG.
           05  WS-REQ-AGRE-TAG         PIC X(02).
               88  WS-REQ-IS-AGREEMENT     VALUE 'A='.
           05  WS-REQ-AGRE-NBR         PIC X(11).
           05  FILLER                  PIC X(23).
       01  WS-REQUEST-XID-VIEW  REDEFINES  WS-REQUEST-MSG.
           05  WS-REQ-XID-TAG          PIC X(02).
               88  WS-REQ-IS-EXTERNAL-ID   VALUE 'X='.
           05  WS-REQ-XID-SYSTEM-CD    PIC X(04).
           05  WS-REQ-XID-EXTERNAL-ID  PIC X(30).
      *
       01  WS-REPLY-MSG.
           05  WS-RPLY-STATUS          PIC X(08).
               88  WS-RPLY-FOUND           VALUE 'FOUND   '.
               88  WS-RPLY-NOT-FOUND       VALUE 'NOTFOUND'.
               88  WS-RPLY-RESTRICTED      VALUE 'RESTRICT'.
           05  WS-RPLY-KEY-ID          PIC X(10).
           05  WS-RPLY-EFF-DT          PIC X(08).
           05  WS-RPLY-AGRE-BUSN-ID    PIC -(11)9.
           05  WS-RPLY-CITY            PIC X(13).
           05  WS-RPLY-STATE           PIC X(02).
           05  WS-RPLY-STATUS-CD       PIC X(01).
           05  WS-RPLY-RISK-LEVEL      PIC X(01).
           05  WS-RPLY-RISK-FLAGS      PIC X(06).
      *
      *****************************************************************
      *  GVBU20C DIRECT-ACCESS INTERFACE AND ITS RECORD AREA, WITH
       COPY GVBCALIA.
       01  WS-MBRALIAS                 PIC X(08)  VALUE 'MBRALIAS'.
      *
      *      EXTERNAL-ID RESOLUTION (SEE GVBCCXIL/MBRXIDLK).
       COPY GVBCCXIL.
       01  WS-MBRXIDLK                 PIC X(08)  VALUE 'MBRXIDLK'.
      *
      *      CONSOLIDATED CUSTOMER RISK INDICATOR (SEE GVBCRSKL/
      *      MBRRSKLK), CARRIED ON EVERY FOUND REPLY.
       COPY GVBCRSKL.
       01  WS-MBRRSKLK                 PIC X(08)  VALUE 'MBRRSKLK'.
      *
      *      RESTRICTED CUSTOMERS (SEE GVBCRCUC/MBRRCUCK) - A
      *      DISTRIBUTED CALLER HOLDS NO RESTRICTED LEVEL, SO A
      *      REGISTERED CUSTOMER IS ALWAYS REFUSED AND JOURNALED.
       COPY GVBCRCUC.
       01  WS-MBRRCUCK                 PIC X(08)  VALUE 'MBRRCUCK'.
       01  WS-REQUESTS-RESTRICTED      PIC S9(08) COMP VALUE +0.
      *
      *****************************************************************
      *  OPERATOR CONSOLE COMMANDS, POLLED ONCE PER SERVE LOOP
      *  THROUGH THE GVBUR70 QEDIT/CIB WRAPPER (SEE GVBCUR70):
           05  FILLER                  PIC 9(02).
       01  WS-HB-NOW-SECS              PIC S9(08) COMP VALUE +0.
       01  WS-HB-LAST-SECS             PIC S9(08) COMP VALUE -1.
      *
      *****************************************************************
      *  LOOKUPS SERVED PER REQUESTER FOR CHARGEBACK (SEE GVBCCHGU).
      *  THE REQUESTER IS KNOWN BY ITS REPLY-TO QUEUE; CHGBASGN MAPS
      *  EACH QUEUE TO THE COST CENTER THAT PAYS.  THE TABLE HOLDS
      *  ONE DAY AND IS WRITTEN OUT WHEN THE DATE CHANGES, WHEN IT
      *  FILLS, AND AT SHUTDOWN.  A MISSING CHGBUSE DD IS REPORTED
      *  ONCE AND THE COUNTS ARE THEN ONLY DISPLAYED.
      *****************************************************************
       COPY GVBCCHGU.
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
       01  WS-USAGE-AVAIL-SW           PIC X(01)  VALUE ' '.
           88  WS-USAGE-UNAVAILABLE               VALUE 'U'.
       01  WS-USAGE-TODAY              PIC 9(08)  VALUE ZEROES.
       01  WS-USAGE-DATE               PIC 9(08)  VALUE ZEROES.
       01  WS-RQST-MAX                 PIC S9(04) COMP VALUE +100.
       01  WS-RQST-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-RQST-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-RQST-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RQST-FOUND                      VALUE 'Y'.
       01  WS-RQST-TBL.
           05  WS-RQST-ENTRY           OCCURS 100 TIMES.
               10  WS-RQST-REPLYTOQ    PIC X(48).
               10  WS-RQST-LOOKUPS     PIC S9(09) COMP.
      *
       EJECT
       PROCEDURE DIVISION.
           END-IF
      *
      *      OPEN CUSTNAMV THROUGH THE DIRECT-ACCESS MODULE, KEYED
      *      INPUT, IN CLEAR TEXT - THE REPLY CARRIES THE NAME AND
      *      ADDRESS, AND THE SERVER'S USERID IS THE ONE AUTHORIZED
      *      TO THE PERSONAL-DATA KEY (SEE GVBCPIIK).
           IF   SEVERE-ERROR = ' '
                SET  UR20-CUST-OPEN        TO TRUE
                SET  UR20-CUST-OPEN-INPUT  TO TRUE
                SET  UR20-CUST-CLEAR-TEXT  TO TRUE
                CALL WS-GVBU20C  USING UR20-CUST-INTERFACE
                                       WS-U20C-RECORD-AREA
                IF   NOT UR20-CUST-RC-IS-A-OKAY
           MOVE WS-REQUESTS-NOT-FOUND     TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMQSRV STATUS: NOTFND ' WS-DISPLAY-MASK-1
                   UPON CONSOLE
           MOVE WS-REQUESTS-RESTRICTED    TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMQSRV STATUS: RESTR  ' WS-DISPLAY-MASK-1
                   UPON CONSOLE
           MOVE WS-MQ-ERROR-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMQSRV STATUS: MQERRS ' WS-DISPLAY-MASK-1
                   UPON CONSOLE
      *
      ***************************************************************
      *  RESOLVE THE REQUEST TO A CUSTNAMV RECORD - DIRECTLY BY
      *  KEY, THROUGH CUSTAGRX FOR AN AGREEMENT-NUMBER REQUEST, OR
      *  THROUGH CUSTXID FOR AN EXTERNAL-ID REQUEST.
      ***************************************************************
       500-RESOLVE-REQUEST.
      *
           IF   WS-REQ-IS-AGREEMENT
                PERFORM 550-AGREEMENT-TO-KEY THRU 550-EXIT
           END-IF
           IF   WS-REQ-IS-EXTERNAL-ID
                PERFORM 560-EXTERNAL-ID-TO-KEY THRU 560-EXIT
           END-IF
      *
           IF   WS-REQ-KEY-ID NOT = SPACES
      *      RESOLVE A POSSIBLY-RETIRED OLD KEY FIRST - THE KEY
                AND  CNSC-SUPPRESS
                     ADD  +1              TO WS-REQUESTS-SUPPRESSED
                END-IF
      *      A REGISTERED CUSTOMER IS REFUSED, NEVER SHIPPED.
                IF   UR20-CUST-RC-IS-A-OKAY
                AND  NOT CNSC-SUPPRESS
                     SET  RCUC-FCN-CHECK  TO TRUE
                     MOVE SPACES          TO RCUC-OPERATOR
                                             RCUC-TERMINAL
                     MOVE 'MQ  '          TO RCUC-TRAN-ID
                     MOVE 'MBRMQSRV'      TO RCUC-PROGRAM
                     MOVE WS-MQMD-REPLYTOQ TO RCUC-REQUESTER
                     MOVE WS-U20C-KEY-ID  TO RCUC-KEY-ID
                     SET  RCUC-ACCESS-VIEW TO TRUE
                     MOVE '0'             TO RCUC-OPER-LEVEL
                     CALL WS-MBRRCUCK USING RCUC-CHECK-PARMS
                     IF   NOT RCUC-MAY-SHOW
                          SET  WS-RPLY-RESTRICTED TO TRUE
                          MOVE WS-U20C-KEY-ID     TO WS-RPLY-KEY-ID
                     END-IF
                END-IF
                IF   UR20-CUST-RC-IS-A-OKAY
                AND  NOT CNSC-SUPPRESS
                AND  NOT WS-RPLY-RESTRICTED
                     SET  WS-RPLY-FOUND   TO TRUE
                     MOVE WS-U20C-KEY-ID       TO WS-RPLY-KEY-ID
                     MOVE WS-U20C-EFF-DT       TO WS-RPLY-EFF-DT
                     MOVE WS-U20C-CITY         TO WS-RPLY-CITY
                     MOVE WS-U20C-STATE        TO WS-RPLY-STATE
                     MOVE WS-U20C-STATUS       TO WS-RPLY-STATUS-CD
                     SET  RSKL-FCN-LOOKUP      TO TRUE
                     MOVE WS-U20C-KEY-ID       TO RSKL-KEY-ID
                     CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
                     MOVE RSKL-LEVEL           TO WS-RPLY-RISK-LEVEL
                     MOVE RSKL-REASONS         TO WS-RPLY-RISK-FLAGS
                END-IF
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-RPLY-FOUND
                  ADD  +1                 TO WS-REQUESTS-FOUND
             WHEN WS-RPLY-RESTRICTED
                  ADD  +1                 TO WS-REQUESTS-RESTRICTED
             WHEN OTHER
                  ADD  +1                 TO WS-REQUESTS-NOT-FOUND
           END-EVALUATE
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TURN AN EXTERNAL-ID REQUEST INTO A CUSTOMER KEY THROUGH
      *  MBRXIDLK.  ONLY A SINGLE CUSTOMER IN FORCE TODAY IS AN
      *  ANSWER - AN AMBIGUOUS ID IS NOT GUESSED AT.
      ***************************************************************
       560-EXTERNAL-ID-TO-KEY.
      *
           SET  CXIL-FCN-FIND-KEY         TO TRUE
           MOVE WS-REQ-XID-SYSTEM-CD      TO CXIL-SYSTEM-CD
           MOVE WS-REQ-XID-EXTERNAL-ID    TO CXIL-EXTERNAL-ID
           MOVE ZEROES                    TO CXIL-AS-OF-DATE
           CALL WS-MBRXIDLK USING CXIL-LOOKUP-PARMS
      *
           IF   CXIL-RET-FOUND
                MOVE SPACES               TO WS-REQUEST-MSG
                MOVE CXIL-KEY-ID          TO WS-REQ-KEY-ID
           ELSE
                MOVE SPACES               TO WS-REQUEST-MSG
           END-IF
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PUT THE REPLY ON THE REQUEST'S REPLY-TO QUEUE VIA MQPUT1,
      *  CORRELATED TO THE REQUEST'S MESSAGE ID.
      ***************************************************************
                DISPLAY 'MBRMQSRV: ' WS-DISPLAY-MASK-1
                        ' REQUESTS SERVED AS OF ' WS-INTERVAL-TIME
           END-IF
      *
           PERFORM 710-COUNT-REQUESTER    THRU 710-EXIT
           .
       700-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  COUNT THE LOOKUP AGAINST ITS REQUESTER'S REPLY-TO QUEUE.
      *  A NEW DAY, OR A NEW REQUESTER WITH THE TABLE FULL, FIRST
      *  WRITES THE COUNTS HELD SO FAR TO THE JOURNAL.
      ***************************************************************
       710-COUNT-REQUESTER.
      *
           ACCEPT WS-USAGE-TODAY          FROM DATE YYYYMMDD
           IF   WS-USAGE-TODAY NOT = WS-USAGE-DATE
                PERFORM 720-WRITE-USAGE   THRU 720-EXIT
                MOVE WS-USAGE-TODAY       TO WS-USAGE-DATE
           END-IF
      *
           MOVE 'N'                       TO WS-RQST-FOUND-SW
           MOVE +0                        TO WS-RQST-IDX
           PERFORM 715-FIND-REQUESTER     THRU 715-EXIT
                   UNTIL WS-RQST-FOUND
                      OR WS-RQST-IDX >= WS-RQST-CNT
      *
           IF   NOT WS-RQST-FOUND
                IF   WS-RQST-CNT >= WS-RQST-MAX
                     PERFORM 720-WRITE-USAGE THRU 720-EXIT
                END-IF
                ADD  +1                   TO WS-RQST-CNT
                MOVE WS-RQST-CNT          TO WS-RQST-IDX
                MOVE WS-MQMD-REPLYTOQ     TO
                                       WS-RQST-REPLYTOQ (WS-RQST-IDX)
                MOVE +0                   TO
                                       WS-RQST-LOOKUPS (WS-RQST-IDX)
           END-IF
           ADD  +1                        TO
                                       WS-RQST-LOOKUPS (WS-RQST-IDX)
           .
       710-EXIT.
           EXIT.
      *
      *
       715-FIND-REQUESTER.
      *
           ADD  +1                        TO WS-RQST-IDX
           IF   WS-RQST-REPLYTOQ (WS-RQST-IDX) = WS-MQMD-REPLYTOQ
                SET  WS-RQST-FOUND        TO TRUE
           END-IF
           .
       715-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPEND ONE CHGBUSE RECORD PER REQUESTER HELD, THEN EMPTY
      *  THE TABLE.  THE JOURNAL IS OPENED AND CLOSED AROUND EACH
      *  WRITE-OUT SO IT IS NEVER HELD OPEN ACROSS A LONG RUN.
      ***************************************************************
       720-WRITE-USAGE.
      *
           IF   WS-RQST-CNT = ZERO
                GO TO 720-EXIT
           END-IF
      *
           IF   NOT WS-USAGE-UNAVAILABLE
                SET  TP90U-ANCHOR         TO NULL
                MOVE 'CHGBUSE '           TO TP90U-DDNAME
                MOVE TP90-VALUE-OPEN      TO TP90U-FUNCTION-CODE
                MOVE TP90-VALUE-SEQUENTIAL TO TP90U-FILE-TYPE
                MOVE TP90-VALUE-EXTEND    TO TP90U-FILE-MODE
                MOVE SPACES               TO TP90U-RETURN-CODE
                MOVE +0                   TO TP90U-VSAM-RETURN-CODE
                MOVE LENGTH OF CHGU-RECORD TO TP90U-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN TO TP90U-RECFM
                CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                      CHGU-RECORD,
                                      AGRX-RECORD-KEY
                IF   TP90U-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     SET  WS-USAGE-UNAVAILABLE TO TRUE
                     SET  TP90U-ANCHOR    TO NULL
                     DISPLAY 'MBRMQSRV: NO CHGBUSE DD ALLOCATED, '
                             'LOOKUPS BY REQUESTER ONLY DISPLAYED'
                END-IF
           END-IF
      *
           MOVE +0                        TO WS-RQST-IDX
           PERFORM 725-WRITE-ONE-REQUESTER THRU 725-EXIT
                   UNTIL WS-RQST-IDX >= WS-RQST-CNT
      *
           IF   NOT WS-USAGE-UNAVAILABLE
                MOVE TP90-VALUE-CLOSE     TO TP90U-FUNCTION-CODE
                CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                      CHGU-RECORD,
                                      AGRX-RECORD-KEY
           END-IF
           MOVE +0                        TO WS-RQST-CNT
           .
       720-EXIT.
           EXIT.
      *
      *
       725-WRITE-ONE-REQUESTER.
      *
           ADD  +1                        TO WS-RQST-IDX
      *
           IF   WS-USAGE-UNAVAILABLE
                MOVE WS-RQST-LOOKUPS (WS-RQST-IDX)
                                          TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRMQSRV: ' WS-DISPLAY-MASK-1
                        ' LOOKUPS FOR '
                        WS-RQST-REPLYTOQ (WS-RQST-IDX)
                GO TO 725-EXIT
           END-IF
      *
           MOVE SPACES                    TO CHGU-RECORD
           MOVE WS-USAGE-DATE             TO CHGU-USAGE-DATE
           SET  CHGU-SOURCE-LOOKUP        TO TRUE
           MOVE 'MQLOOKUP'                TO CHGU-SERVICE
           MOVE WS-RQST-REPLYTOQ (WS-RQST-IDX)
                                          TO CHGU-CONSUMER-ID
           MOVE ZEROES                    TO CHGU-RUNS
                                             CHGU-RECORDS
           MOVE WS-RQST-LOOKUPS (WS-RQST-IDX)
                                          TO CHGU-LOOKUPS
           MOVE TP90-VALUE-WRITE          TO TP90U-FUNCTION-CODE
           CALL GVBTP90    USING TP90U-PARAMETER-AREA,
                                 CHGU-RECORD,
                                 AGRX-RECORD-KEY
           IF   TP90U-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRMQSRV: CHGBUSE WRITE FAILED, RET CD = '
                        TP90U-RETURN-CODE
           END-IF
           .
       725-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE EVERYTHING DOWN AND REPORT FINAL TOTALS.
      ***************************************************************
       9900-FINALIZATION.
           CALL WS-GVBU20C  USING UR20-CUST-INTERFACE
                                  WS-U20C-RECORD-AREA
      *
      *      WRITE OUT THE REQUESTER COUNTS STILL HELD.
           PERFORM 720-WRITE-USAGE        THRU 720-EXIT
      *
      *      LEAVE A QUIESCED HEARTBEAT SO THE WATCHDOG DOES NOT
      *      PAGE THE ON-CALL OVER AN ORDERLY STOP.
           IF   WS-HRTB-IS-OPEN
           MOVE WS-REQUESTS-SUPPRESSED    TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMQSRV: ' WS-DISPLAY-MASK-1
                   ' SUPPRESSED BY CONSENT'
           MOVE WS-REQUESTS-RESTRICTED    TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMQSRV: ' WS-DISPLAY-MASK-1
                   ' REFUSED AS RESTRICTED'
      *
           SET  CNSC-FCN-CLOSE            TO TRUE
           CALL WS-MBRCNSCK USING CNSC-CHECK-PARMS
           SET  CXIL-FCN-CLOSE            TO TRUE
           CALL WS-MBRXIDLK USING CXIL-LOOKUP-PARMS
           SET  RSKL-FCN-CLOSE            TO TRUE
           CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
           SET  RCUC-FCN-CLOSE            TO TRUE
           CALL WS-MBRRCUCK USING RCUC-CHECK-PARMS
           .
       9900-EXIT.
           EXIT.
