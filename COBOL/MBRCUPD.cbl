      **              AFTER PAIR WRITTEN FOR EVERY CHANGE, SO          *
      **              CALL-CENTER CORRECTIONS TAKE SECONDS INSTEAD OF  *
      **              WAITING FOR THE NEXT MORNING'S BATCH CYCLE.      *
      **              WHILE THE NIGHTLY CYCLE RUNS (THE CYCLSTAT       *
      **              SWITCH, SEE GVBCCYST) THE TRANSACTION IS         *
      **              READ-ONLY: A KEYED CHANGE IS QUEUED ON FRZQUEUE  *
      **              (SEE GVBCFRZQ) FOR MBRFRZAP TO APPLY AFTERWARDS. *
      **                                                               *
      ** TRANSACTION: MCUP                                             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                 MBRSTTRN - STATUS TRANSITION CHECK            *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRRSKLK - CUSTOMER RISK INDICATOR LOOKUP     *
      **                 MBRRCUCK - RESTRICTED-CUSTOMER CHECK          *
      **                 MBRPNMMT - PARSED-NAME CHILD MAINTENANCE      *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME DDNAME (CUSTNAMV)                *
      **                CYCLE-STATE RECORD (CYCLSTAT)                  *
      **                RISK INDICATOR KSDS (RISKINDV)                 *
      **                RESTRICTED-CUSTOMER REGISTER (RESTRICT)        *
      **                                                               *
      ** OUTPUT FILES:  VSAM CUSTNAME DDNAME (CUSTNAMV)                *
      **                BATCH-WINDOW CHANGE QUEUE (FRZQUEUE)           *
      **                BEFORE/AFTER AUDIT TRAIL (CUSTNAUD)            *
      **                PARSED-NAME CHILDREN (CUSTPNMV) - NAME CHANGES *
      **                ACCESS JOURNAL (CINQLOG) - DENIALS AND ONE     *
      **                'U' RECORD PER APPLIED CHANGE                  *
      **                                                               *
      ** PROCESS:                                                      *
      **   PSEUDO-CONVERSATIONAL IN THREE LEGS:                        *
      **        SAVED AT DISPLAY TIME (SOMEONE ELSE GOT THERE FIRST),  *
      **        OTHERWISE REWRITE IT AND APPEND THE AUDIT PAIR.        *
      **        BLANK REPLACEMENT FIELDS KEEP THE EXISTING VALUES.     *
      **        IN THE BATCH WINDOW THE CHANGE AND THE SAVED IMAGE     *
      **        ARE QUEUED INSTEAD, AND CUSTNAMV IS NOT TOUCHED.       *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0016 - ABEND                                     *
           05  WS-FP-LINE-3            PIC X(62)   VALUE
               'KEY NAME(20) ADDR(20) CITY(13) ST(2) STS(1) EFFDT(8) TO
      -        ' SAVE'.
      *      RISK WARNING - BLANK UNLESS THE CUSTOMER CARRIES A RISK
      *      INDICATOR (SEE GVBCRSKL/MBRRSKLK), SO THE OPERATOR SEES
      *      A SANCTIONS, FRAUD OR HOLD CONCERN BEFORE CHANGING ANY
      *      DETAIL.
           05  WS-FP-RISK-LINE.
               10  WS-FP-RISK-LEAD     PIC X(04).
               10  WS-FP-RISK-LEVEL    PIC X(06).
               10  WS-FP-RISK-LABEL    PIC X(07).
               10  WS-FP-RISK-REASONS  PIC X(66).
               10  WS-FP-RISK-TRAIL    PIC X(27).
      *
       01  WS-INPUT-KEY                PIC X(10).
       01  WS-INPUT-KEY-LENGTH         PIC S9(04)  COMP VALUE +10.
       01  WS-BAD-EFF-DATE-TEXT        PIC X(40)   VALUE
           'EFFECTIVE DATE MUST BE A FUTURE CCYYMMDD'.
       01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZEROES.
      *
      *      A REPLACEMENT STATE OR STATUS MUST BE IN FORCE ON THE
      *      REFCODE TABLE (SEE GVBCREFL/MBRREFCD) ON THE DAY THE
      *      CHANGE TAKES EFFECT.  A CODE TYPE THE TABLE DOES NOT
      *      CARRY IS NOT EDITED, AS BEFORE.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)   VALUE 'MBRREFCD'.
       01  WS-CODE-EDIT-SW             PIC X(01)   VALUE 'Y'.
           88  WS-CODES-VALID                      VALUE 'Y'.
       01  WS-BAD-CODE-TEXT.
           05  FILLER                  PIC X(08)   VALUE 'INVALID '.
           05  WS-BAD-CODE-FIELD       PIC X(07)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE ' CODE '.
           05  WS-BAD-CODE-VALUE       PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(17)   VALUE
               ' - NOT UPDATED   '.
       01  WS-SEQ-TRY                  PIC 9(02)   VALUE ZEROES.
       01  WS-SEQ-STORED-SW            PIC X(01)   VALUE 'N'.
           88  WS-SEQ-STORED               VALUE 'Y'.
           05  FILLER                  PIC X(20)   VALUE
               'GVBTP90 ERROR RC = '.
           05  WS-ERROR-RC             PIC X(01).
       01  WS-PII-ERROR-TEXT.
           05  FILLER                  PIC X(30)   VALUE
               'PERSONAL-DATA KEY ERROR RC = '.
           05  WS-PII-ERROR-RC         PIC X(01).
      *
      *      SHARED CUSTNAUD AUDIT WRITER (SEE GVBCAUDW/MBRAUDWR) -
      *      THE BEFORE/AFTER PAIR FOR EVERY ONLINE CORRECTION GOES
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
       01  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96)  VALUE SPACES.
      *
      *      A NAME CHANGE IS RE-PARSED INTO THE CUSTOMER'S PARSED-
      *      NAME CHILD THROUGH THE SAME SERVICE THE LOADER USES (SEE
      *      GVBCPNMM/MBRPNMMT).
       COPY GVBCPNMM.
       01  WS-MBRPNMMT                 PIC X(08)  VALUE 'MBRPNMMT'.
      *
      *      SAME SHARED TP90 COPYBOOKS THE REST OF THE CUSTNAME
      *      FAMILY USES, WITH THE GVBCCUST FIELD VIEW OVER THE
      *      RECORD AREA.
      *
       COPY GVBCPEND.
      *
      *****************************************************************
      *  BATCH-WINDOW FREEZE.  WHILE THE CYCLSTAT SWITCH READS 'B'
      *  (SEE GVBCCYST) THE SCREEN SAYS SO AND THE UPDATE LEG QUEUES
      *  THE CHANGE ON FRZQUEUE (SEE GVBCFRZQ) - THROUGH THE PENDCHG
      *  PARAMETER AREA, WHICH IS FREE ON THAT PATH - INSTEAD OF
      *  WAITING ON THE LOAD'S ENQ OR BEING OVERWRITTEN BY IT.
      *****************************************************************
       COPY GVBCCYST.
       COPY GVBCFRZQ.
       01  WS-CYCLSTAT-DDNAME          PIC X(08)   VALUE 'CYCLSTAT'.
       01  WS-FROZEN-LINE-3            PIC X(62)   VALUE
           'BATCH WINDOW - READ ONLY, A CHANGE KEYED NOW IS QUEUED'.
       01  WS-FROZEN-QUEUED-TEXT       PIC X(40)   VALUE
           'BATCH WINDOW OPEN - CHANGE QUEUED'.
       01  WS-FROZEN-FAIL-TEXT         PIC X(40)   VALUE
           'FRZQUEUE STORE FAILED - CHANGE NOT SAVED'.
      *
      *      OPERATOR ENTITLEMENTS (SEE GVBCENTL/MBRENTCK) - CHECKED
      *      BEFORE THE RECORD IS SHOWN AND AGAIN BEFORE THE UPDATE
      *      LEG APPLIES ANYTHING.  A DENIAL IS ANSWERED TO THE
           'ACCESS DENIED - NOT ENTITLED'.
       01  WS-MASK-FILL                PIC X(20)   VALUE ALL '*'.
      *
      *      RESTRICTED CUSTOMERS (SEE GVBCRCUC/MBRRCUCK) - A
      *      REGISTERED CUSTOMER IS ONLY SHOWN FOR CHANGE, AND ONLY
      *      CHANGED, BY AN OPERATOR HOLDING RESTRICTED LEVEL 2.
      *      BOTH LEGS ARE CHECKED AND MBRRCUCK JOURNALS EVERY ONE.
       COPY GVBCRCUC.
       01  WS-MBRRCUCK                 PIC X(08)   VALUE 'MBRRCUCK'.
       01  WS-RCUC-RESULT-HOLD         PIC X(01)   VALUE SPACE.
       01  WS-RESTRICTED-TEXT          PIC X(40)   VALUE
           'ACCESS DENIED - RESTRICTED CUSTOMER'.
      *
      *      A CONTROLLED ('C'-PREFIXED) KEY IS CHECKED FOR ITS MOD-10
      *      CHECK DIGIT (SEE GVBCKEYA/MBRKEYAL) BEFORE IT IS LOOKED
      *      UP - A MISTYPED KEY IS REFUSED, NOT REPORTED NOT FOUND.
       COPY GVBCKEYA.
       01  WS-MBRKEYAL                 PIC X(08)   VALUE 'MBRKEYAL'.
       01  WS-BAD-KEY-TEXT             PIC X(40)   VALUE
           'INVALID KEY - CHECK DIGIT DOES NOT MATCH'.
      *
      *      A REPLACEMENT STATUS MUST BE A CHANGE AN OPERATOR IS
      *      ALLOWED TO MAKE FROM THE STATUS ON FILE (SEE GVBCSTTR/
      *      MBRSTTRN); ONE THAT IS NOT IS REFUSED WITH THE REASON.
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                 PIC X(08)   VALUE 'MBRSTTRN'.
      *
      *      THE NAME AND ADDRESS ARE HELD PROTECTED AT REST (SEE
      *      GVBCPIIK) - REVEALED FOR THE SCREEN AND FOR THE UPDATE,
      *      PROTECTED AGAIN BEFORE ANYTHING IS WRITTEN.
       01  WS-MBRPIICR                 PIC X(08)   VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *      CONSOLIDATED CUSTOMER RISK INDICATOR (SEE GVBCRSKL).
       COPY GVBCRSKL.
       01  WS-MBRRSKLK                 PIC X(08)   VALUE 'MBRRSKLK'.
      *
       01  GVBTP90                     PIC X(08)   VALUE 'GVBTP90 '.
       COPY GVBCACCL.
       01  WS-CINQLOG-DDNAME           PIC X(08)   VALUE 'CINQLOG '.
      *
               88  WS-CA-AWAITING-FIELDS   VALUE 'U'.
           05  WS-CA-KEY-ID            PIC X(10).
           05  WS-CA-DISPLAY-IMAGE     PIC X(96).
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
                MOVE DFHCOMMAREA           TO WS-COMMAREA
                IF   WS-CA-AWAITING-FIELDS
                     PERFORM 3000-APPLY-UPDATE THRU 3000-EXIT
                     PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                     EXEC CICS RETURN
                     END-EXEC
                ELSE
                END-IF
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
                                             WS-CA-DISPLAY-IMAGE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCUP')
                COMMAREA (DFHCOMMAREA)
                LENGTH    (WS-INPUT-KEY-LENGTH)
                NOHANDLE
           END-EXEC
      *
           SET  KEYA-FCN-VALIDATE         TO TRUE
           MOVE WS-INPUT-KEY              TO KEYA-KEY-ID
           CALL WS-MBRKEYAL USING KEYA-ALLOC-PARMS
           IF   KEYA-RET-CHECK-FAILED
                EXEC CICS SEND TEXT
                     FROM     (WS-BAD-KEY-TEXT)
                     LENGTH   (LENGTH OF WS-BAD-KEY-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
      *
           IF   WS-INPUT-KEY = SPACES OR LOW-VALUES
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
                PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
                IF   ENTC-DENIED
                     PERFORM 2480-REFUSE-AND-LOG THRU 2480-EXIT
                     PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                     EXEC CICS RETURN
                     END-EXEC
                END-IF
                PERFORM 2460-CHECK-RESTRICTED THRU 2460-EXIT
                IF   NOT RCUC-MAY-SHOW
                     PERFORM 2465-REFUSE-RESTRICTED THRU 2465-EXIT
                     PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                     EXEC CICS RETURN
                     END-EXEC
                END-IF
                PERFORM 2500-LOCATE-RECORD THRU 2500-EXIT
      *
                IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
      *      THE COMMAREA KEEPS THE IMAGE AS STORED, SO THE STALE-
      *      UPDATE CHECK ON THE NEXT LEG COMPARES LIKE WITH LIKE.
                     MOVE TP90-FB-RECORD-AREA   TO WS-CA-DISPLAY-IMAGE
      *      A MASKED OPERATOR SEES ASTERISKS IN PLACE OF THE
      *      NAME AND ADDRESS.
                     IF   ENTC-MASK-LEVEL = '1' OR '2'
                          MOVE WS-MASK-FILL    TO WS-FP-NAME
                          MOVE WS-MASK-FILL    TO WS-FP-ADDR
                     ELSE
                          SET  PIIC-FCN-REVEAL TO TRUE
                          PERFORM 3550-PARENT-PII THRU 3550-EXIT
                          IF   NOT PIIC-RET-USABLE
                               PERFORM 2550-CLOSE-CUSTNAMV
                                  THRU 2550-EXIT
                               PERFORM 8900-RECORD-USAGE
                                  THRU 8900-EXIT
                               EXEC CICS RETURN
                               END-EXEC
                          END-IF
                          MOVE TP90-CUST-NAME       TO WS-FP-NAME
                          MOVE TP90-CUST-ADDR-LINE  TO WS-FP-ADDR
                     END-IF
                     MOVE TP90-CUST-CITY       TO WS-FP-CITY
                     MOVE TP90-CUST-STATE      TO WS-FP-STATE
                     MOVE TP90-CUST-STATUS     TO WS-FP-STATUS
                     PERFORM 2600-CHECK-CYCLE-STATE THRU 2600-EXIT
                     IF   CYST-BATCH-WINDOW
                          MOVE WS-FROZEN-LINE-3 TO WS-FP-LINE-3
                     END-IF
                     PERFORM 2650-CHECK-RISK    THRU 2650-EXIT
      *
                     EXEC CICS SEND TEXT
                          FROM     (WS-FIELDS-PROMPT-TEXT)
      *
                     SET  WS-CA-AWAITING-FIELDS TO TRUE
                     MOVE WS-INPUT-KEY          TO WS-CA-KEY-ID
                     PERFORM 2550-CLOSE-CUSTNAMV THRU 2550-EXIT
                     MOVE WS-COMMAREA           TO DFHCOMMAREA
      *
                     PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                     EXEC CICS RETURN
                          TRANSID  ('MCUP')
                          COMMAREA (DFHCOMMAREA)
                          END-EXEC
                     ELSE
                          MOVE TP90-RETURN-CODE TO WS-ERROR-RC
                          SET  TXUS-OUTCOME-ERROR TO TRUE
                          EXEC CICS SEND TEXT
                               FROM     (WS-ERROR-TEXT)
                               LENGTH   (LENGTH OF WS-ERROR-TEXT)
                               ERASE
                          END-EXEC
                     END-IF
                     PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                     EXEC CICS RETURN
                     END-EXEC
                END-IF
      *
      *
      ******************************************************************
      *  ASK MBRRCUCK WHETHER THE CUSTOMER IN WS-INPUT-KEY MAY BE      *
      *  CHANGED BY THIS OPERATOR, AT THE RESTRICTED LEVEL MBRENTCK    *
      *  GAVE BACK IN 2470.  THE REGISTER IS RELEASED AGAIN AT ONCE,   *
      *  SO NO RETURN TO CICS HAS TO CLOSE IT; THE ANSWER IS KEPT      *
      *  ACROSS THE CLOSE CALL, WHICH CLEARS IT.                       *
      ******************************************************************
       2460-CHECK-RESTRICTED.
      *
           SET  RCUC-FCN-CHECK            TO TRUE
           MOVE ENTC-OPERATOR             TO RCUC-OPERATOR
           MOVE EIBTRMID                  TO RCUC-TERMINAL
           MOVE 'MCUP'                    TO RCUC-TRAN-ID
           MOVE 'MBRCUPD '                TO RCUC-PROGRAM
           MOVE SPACES                    TO RCUC-REQUESTER
           MOVE WS-INPUT-KEY              TO RCUC-KEY-ID
           SET  RCUC-ACCESS-UPDATE        TO TRUE
           MOVE ENTC-RESTRICT-LEVEL       TO RCUC-OPER-LEVEL
           CALL WS-MBRRCUCK USING RCUC-CHECK-PARMS
      *
           MOVE RCUC-RESULT               TO WS-RCUC-RESULT-HOLD
           SET  RCUC-FCN-CLOSE            TO TRUE
           CALL WS-MBRRCUCK USING RCUC-CHECK-PARMS
           MOVE WS-RCUC-RESULT-HOLD       TO RCUC-RESULT
           .
       2460-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ANSWER A RESTRICTED-CUSTOMER REFUSAL TO THE TERMINAL AND      *
      *  APPEND THE 'D' RECORD TO THE CINQLOG JOURNAL AS WELL.         *
      ******************************************************************
       2465-REFUSE-RESTRICTED.
      *
           SET  TXUS-OUTCOME-DENIED       TO TRUE
           EXEC CICS SEND TEXT
                FROM     (WS-RESTRICTED-TEXT)
                LENGTH   (LENGTH OF WS-RESTRICTED-TEXT)
                ERASE
           END-EXEC
      *
           ACCEPT ACCL-LOG-DATE           FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-TIME-WORK        TO ACCL-LOG-TIME
           MOVE WS-INPUT-KEY              TO ACCL-KEY-ID
           MOVE 'D'                       TO ACCL-RESULT
           PERFORM 2490-APPEND-ACCESS-LOG THRU 2490-EXIT
           .
       2465-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ASK MBRENTCK WHETHER THE SIGNED-ON OPERATOR MAY RUN THIS      *
      *  MAINTENANCE TRANSACTION AGAINST THE REQUESTED KEY.            *
      ******************************************************************
      *
      ******************************************************************
      *  ANSWER A DENIAL TO THE TERMINAL AND APPEND THE 'D' RECORD     *
      *  TO THE CINQLOG JOURNAL.                                       *
      ******************************************************************
       2480-REFUSE-AND-LOG.
      *
           SET  TXUS-OUTCOME-DENIED       TO TRUE
           EXEC CICS SEND TEXT
                FROM     (WS-DENIED-TEXT)
                LENGTH   (LENGTH OF WS-DENIED-TEXT)
           ACCEPT ACCL-LOG-DATE           FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE WS-STAMP-TIME-WORK        TO ACCL-LOG-TIME
           MOVE WS-INPUT-KEY              TO ACCL-KEY-ID
           MOVE 'D'                       TO ACCL-RESULT
           PERFORM 2490-APPEND-ACCESS-LOG THRU 2490-EXIT
           .
       2480-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  APPEND ONE CINQLOG RECORD - THE CALLER HAS SET THE DATE,      *
      *  TIME, KEY AND RESULT - WITH THE SAME OPEN-WRITE-CLOSE PER     *
      *  TASK CONVENTION MBRCINQ'S ACCESS LOGGING USES.                *
      ******************************************************************
       2490-APPEND-ACCESS-LOG.
      *
           MOVE ENTC-OPERATOR             TO ACCL-OPERATOR
           MOVE EIBTRMID                  TO ACCL-TERMINAL
           MOVE 'MCUP'                    TO ACCL-TRAN-ID
           MOVE 'K'                       TO ACCL-INQUIRY-TYPE
           MOVE SPACES                    TO ACCL-AGRE-NBR
      *
           SET  TP90L-ANCHOR              TO NULL
           MOVE WS-CINQLOG-DDNAME         TO TP90L-DDNAME
                SET  TP90L-ANCHOR         TO NULL
           END-IF
           .
       2490-EXIT.
           EXIT.
      *
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           .
       2450-EXIT.
           EXIT.
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           .
       2500-EXIT.
           EXIT.
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       2550-EXIT.
      *
      *
      ******************************************************************
      *  READ THE CYCLE-STATE SWITCH.  NO CYCLSTAT DD, OR AN EMPTY     *
      *  ONE, MEANS ONLINE IS OPEN.                                    *
      ******************************************************************
       2600-CHECK-CYCLE-STATE.
      *
           MOVE SPACES                    TO CYST-RECORD
           MOVE 'O'                       TO CYST-STATE
      *
           SET  TP90L-ANCHOR              TO NULL
           MOVE WS-CYCLSTAT-DDNAME        TO TP90L-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90L-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90L-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90L-FILE-MODE
           MOVE SPACES                    TO TP90L-RETURN-CODE
           MOVE +0                        TO TP90L-VSAM-RETURN-CODE
           MOVE LENGTH OF CYST-RECORD     TO TP90L-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90L-RECFM
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90L-ANCHOR         TO NULL
                GO TO 2600-EXIT
           END-IF
      *
           MOVE TP90-VALUE-READ           TO TP90L-FUNCTION-CODE
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE SPACES               TO CYST-RECORD
                MOVE 'O'                  TO CYST-STATE
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90L-FUNCTION-CODE
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90L-ANCHOR              TO NULL
           .
       2600-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  FILL THE RISK WARNING LINE WHEN THE CUSTOMER IS AT RISK.      *
      *  RISKINDV IS CLOSED AGAIN BEFORE RETURNING TO CICS; NO         *
      *  RISKINDV DD LEAVES THE LINE BLANK.                            *
      ******************************************************************
       2650-CHECK-RISK.
      *
           MOVE SPACES                    TO WS-FP-RISK-LINE
      *
           SET  RSKL-FCN-LOOKUP           TO TRUE
           MOVE TP90-CUST-KEY-ID          TO RSKL-KEY-ID
           CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
      *
           IF   RSKL-RET-FOUND
           AND  RSKL-AT-RISK
                MOVE '*** '               TO WS-FP-RISK-LEAD
                MOVE RSKL-LEVEL-NAME      TO WS-FP-RISK-LEVEL
                MOVE ' RISK: '            TO WS-FP-RISK-LABEL
                MOVE RSKL-REASON-TEXT     TO WS-FP-RISK-REASONS
                MOVE '- REVIEW BEFORE ACTING ***'
                                          TO WS-FP-RISK-TRAIL
           END-IF
      *
           SET  RSKL-FCN-CLOSE            TO TRUE
           CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
           .
       2650-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  STATE 'U' - RECEIVE THE REPLACEMENT FIELDS AND APPLY THE      *
      *  UPDATE UNDER THE EXCLUSIVE ENQ, REFUSING A STALE IMAGE.       *
      ******************************************************************
                PERFORM 2480-REFUSE-AND-LOG THRU 2480-EXIT
                GO TO 3000-EXIT
           END-IF
           PERFORM 2460-CHECK-RESTRICTED  THRU 2460-EXIT
           IF   NOT RCUC-MAY-SHOW
                PERFORM 2465-REFUSE-RESTRICTED THRU 2465-EXIT
                GO TO 3000-EXIT
           END-IF
      *
           PERFORM 3100-EDIT-CODES        THRU 3100-EXIT
           IF   NOT WS-CODES-VALID
                EXEC CICS SEND TEXT
                     FROM     (WS-BAD-CODE-TEXT)
                     LENGTH   (LENGTH OF WS-BAD-CODE-TEXT)
                     ERASE
                END-EXEC
                GO TO 3000-EXIT
           END-IF
      *
      *      A NON-BLANK EFFECTIVE DATE PARKS THE CHANGE ON PENDCHG
      *      INSTEAD OF APPLYING IT NOW - THE NIGHTLY MBRPCHG
                END-IF
                GO TO 3000-EXIT
           END-IF
      *
      *      IN THE BATCH WINDOW CUSTNAMV IS LEFT TO THE CYCLE - THE
      *      CHANGE IS QUEUED WITH THE IMAGE THE OPERATOR SAW, AND
      *      MBRFRZAP APPLIES IT AFTERWARDS UNDER THE SAME STALE-
      *      IMAGE CHECK AS BELOW.
           PERFORM 2600-CHECK-CYCLE-STATE THRU 2600-EXIT
           IF   CYST-BATCH-WINDOW
                PERFORM 3300-QUEUE-FROZEN-CHANGE THRU 3300-EXIT
                GO TO 3000-EXIT
           END-IF
      *
           PERFORM 2450-OPEN-CUSTNAMV     THRU 2450-EXIT
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  MOVE TP90-RETURN-CODE        TO WS-ERROR-RC
                  SET  TXUS-OUTCOME-ERROR  TO TRUE
                  EXEC CICS SEND TEXT
                       FROM     (WS-ERROR-TEXT)
                       LENGTH   (LENGTH OF WS-ERROR-TEXT)
      *
      *
      ******************************************************************
      *  QUEUE THE KEYED CHANGE ON FRZQUEUE UNDER THE FIRST FREE       *
      *  SEQUENCE NUMBER FOR THIS SECOND, WITH THE OPERATOR, TERMINAL  *
      *  AND THE IMAGE SAVED AT DISPLAY TIME.  OPENED AND CLOSED       *
      *  AROUND THE ONE WRITE, AS 3800 DOES FOR PENDCHG.               *
      ******************************************************************
       3300-QUEUE-FROZEN-CHANGE.
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'FRZQUEUE'                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE +0                        TO TP90P-RECORD-LENGTH
           MOVE SPACES                    TO TP90P-RECFM
      *
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-FROZEN-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-FROZEN-FAIL-TEXT)
                     ERASE
                END-EXEC
                GO TO 3300-EXIT
           END-IF
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME-NOW       FROM TIME
           MOVE 'N'                       TO WS-SEQ-STORED-SW
           MOVE ZEROES                    TO WS-SEQ-TRY
           PERFORM 3350-TRY-ONE-FRZQ-SEQ  THRU 3350-EXIT
                   UNTIL WS-SEQ-STORED
                      OR WS-SEQ-TRY >= 99
      *
           MOVE TP90-VALUE-CLOSE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90P-ANCHOR              TO NULL
      *
           IF   WS-SEQ-STORED
                EXEC CICS SEND TEXT
                     FROM     (WS-FROZEN-QUEUED-TEXT)
                     LENGTH   (LENGTH OF WS-FROZEN-QUEUED-TEXT)
                     ERASE
                END-EXEC
           ELSE
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-FROZEN-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-FROZEN-FAIL-TEXT)
                     ERASE
                END-EXEC
           END-IF
           .
       3300-EXIT.
           EXIT.
      *
      *
       3350-TRY-ONE-FRZQ-SEQ.
      *
           ADD  1                         TO WS-SEQ-TRY
           MOVE SPACES                    TO FRZQ-RECORD
           MOVE WS-TODAY-CCYYMMDD         TO FRZQ-QUEUED-DATE
           MOVE WS-STAMP-TIME-WORK        TO FRZQ-QUEUED-TIME
           MOVE WS-SEQ-TRY                TO FRZQ-SEQ
           SET  FRZQ-STATUS-QUEUED        TO TRUE
           SET  FRZQ-SOURCE-PARENT        TO TRUE
           MOVE WS-CA-KEY-ID              TO FRZQ-KEY-ID
           MOVE CYST-CYCLE-DATE           TO FRZQ-CYCLE-DATE
           MOVE ENTC-OPERATOR             TO FRZQ-OPERATOR
           MOVE EIBTRMID                  TO FRZQ-TERMINAL
           MOVE 'MCUP'                    TO FRZQ-TRAN-ID
           MOVE WS-UPD-NAME               TO FRZQ-UPD-NAME
           MOVE WS-UPD-ADDR-LINE          TO FRZQ-UPD-ADDR-LINE
           MOVE WS-UPD-CITY               TO FRZQ-UPD-CITY
           MOVE WS-UPD-STATE              TO FRZQ-UPD-STATE
           MOVE WS-UPD-STATUS             TO FRZQ-UPD-STATUS-CD
           MOVE WS-CA-DISPLAY-IMAGE       TO FRZQ-BEFORE-IMAGE
           MOVE ZEROES                    TO FRZQ-RESULT-DATE
                                             FRZQ-RESULT-TIME
      *
           MOVE FRZQ-QUEUED-DATE          TO FRZQ-KEY-QUEUED-DATE
           MOVE FRZQ-QUEUED-TIME          TO FRZQ-KEY-QUEUED-TIME
           MOVE FRZQ-SEQ                  TO FRZQ-KEY-SEQ
      *
           MOVE TP90-VALUE-WRITE          TO TP90P-FUNCTION-CODE
           MOVE LENGTH OF FRZQ-RECORD     TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90P-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-SEQ-STORED         TO TRUE
           END-IF
           .
       3350-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  EDIT A NON-BLANK REPLACEMENT STATE AND STATUS AGAINST THE     *
      *  REFCODE TABLE AS OF THE CHANGE'S EFFECTIVE DATE (TODAY WHEN   *
      *  NONE WAS KEYED).                                              *
      ******************************************************************
       3100-EDIT-CODES.
      *
           MOVE 'Y'                       TO WS-CODE-EDIT-SW
           SET  REFL-FCN-LOOKUP           TO TRUE
           IF   WS-UPD-EFF-DATE NUMERIC
                MOVE WS-UPD-EFF-DATE      TO REFL-AS-OF-DATE
           ELSE
                MOVE ZEROES               TO REFL-AS-OF-DATE
           END-IF
      *
           IF   WS-UPD-STATE NOT = SPACES
                MOVE 'STATE   '           TO REFL-CODE-TYPE
                MOVE WS-UPD-STATE         TO REFL-CODE
                CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
                IF   REFL-RET-NOT-FOUND
                OR   REFL-RET-NOT-IN-FORCE
                     MOVE 'N'             TO WS-CODE-EDIT-SW
                     MOVE 'STATE  '       TO WS-BAD-CODE-FIELD
                     MOVE WS-UPD-STATE    TO WS-BAD-CODE-VALUE
                     GO TO 3100-EXIT
                END-IF
           END-IF
      *
           IF   WS-UPD-STATUS NOT = SPACES
                MOVE 'CUSTSTAT'           TO REFL-CODE-TYPE
                MOVE WS-UPD-STATUS        TO REFL-CODE
                CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
                IF   REFL-RET-NOT-FOUND
                OR   REFL-RET-NOT-IN-FORCE
                     MOVE 'N'             TO WS-CODE-EDIT-SW
                     MOVE 'STATUS '       TO WS-BAD-CODE-FIELD
                     MOVE WS-UPD-STATUS   TO WS-BAD-CODE-VALUE
                END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  APPLY THE NON-BLANK REPLACEMENT FIELDS OVER THE LOCATED       *
      *  RECORD, REWRITE IT, AND APPEND THE BEFORE/AFTER PAIR TO       *
      *  CUSTNAUD.                                                     *
       3500-REWRITE-RECORD.
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-AUDIT-REC-BEFORE-IMAGE
      *
      *      THE BEFORE IMAGE IS KEPT AS STORED; THE REPLACEMENT
      *      FIELDS ARE LAID OVER THE CLEAR TEXT.
           SET  PIIC-FCN-REVEAL           TO TRUE
           PERFORM 3550-PARENT-PII        THRU 3550-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 3500-EXIT
           END-IF
      *
           IF   WS-UPD-NAME NOT = SPACES
                MOVE WS-UPD-NAME          TO TP90-CUST-NAME
           IF   WS-UPD-STATUS NOT = SPACES
                MOVE WS-UPD-STATUS        TO TP90-CUST-STATUS
           END-IF
      *
           SET  STTR-FCN-CHECK            TO TRUE
           SET  STTR-PATH-ONLINE          TO TRUE
           MOVE WS-AUDIT-REC-BEFORE-IMAGE (80:1)
                                          TO STTR-FROM-STATUS
           MOVE TP90-CUST-STATUS          TO STTR-TO-STATUS
           MOVE ZEROES                    TO STTR-AS-OF-DATE
           CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
           IF   STTR-RET-REFUSED
                EXEC CICS SEND TEXT
                     FROM     (STTR-REASON-TEXT)
                     LENGTH   (LENGTH OF STTR-REASON-TEXT)
                     ERASE
                END-EXEC
                GO TO 3500-EXIT
           END-IF
      *
      *      PROTECT THE NEW IMAGE BEFORE IT GOES ANYWHERE - THE
      *      PENDAPPR AFTER IMAGE IS HELD PROTECTED JUST AS THE LIVE
      *      RECORD IS.
           SET  PIIC-FCN-PROTECT          TO TRUE
           PERFORM 3550-PARENT-PII        THRU 3550-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 3500-EXIT
           END-IF
      *
      *      A CHANGE TOUCHING A SENSITIVE FIELD IS PARKED FOR A
      *      SECOND OPERATOR'S APPROVAL INSTEAD OF APPLIED HERE.
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE     TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
                END-EXEC
           ELSE
                PERFORM 3700-WRITE-AUDIT-PAIR THRU 3700-EXIT
                IF   WS-UPD-NAME NOT = SPACES
                     PERFORM 3750-REPARSE-NAME THRU 3750-EXIT
                END-IF
      *      NAME THE OPERATOR BEHIND THE CHANGE ON CINQLOG, STAMPED
      *      WITH THE MAINTENANCE DATE AND TIME JUST WRITTEN, SO THE
      *      CUSTNAUD PAIR CAN BE ATTRIBUTED (SEE GVBCACCL).
                MOVE TP90-CUST-UPD-DATE   TO ACCL-LOG-DATE
                MOVE TP90-CUST-UPD-TIME   TO ACCL-LOG-TIME
                MOVE WS-CA-KEY-ID         TO ACCL-KEY-ID
                MOVE 'U'                  TO ACCL-RESULT
                PERFORM 2490-APPEND-ACCESS-LOG THRU 2490-EXIT
                EXEC CICS SEND TEXT
                     FROM     (WS-UPDATED-TEXT)
                     LENGTH   (LENGTH OF WS-UPDATED-TEXT)
      *
      *
      ******************************************************************
      *  REVEAL OR PROTECT (AS THE CALLER SET PIIC-FUNCTION) THE NAME  *
      *  AND ADDRESS OF THE LOCATED RECORD UNDER THE ACTIVE KEY.  A    *
      *  FAILURE IS SENT TO THE OPERATOR AS AN ERROR.                  *
      ******************************************************************
       3550-PARENT-PII.
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                MOVE PIIC-RETURN-CODE     TO WS-PII-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-PII-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-PII-ERROR-TEXT)
                     ERASE
                END-EXEC
           END-IF
           .
       3550-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  APPEND THE CUSTNAUD-STYLE BEFORE/AFTER PAIR, TAGGED WITH      *
      *  THE CURRENT DATE AND TIME, THE SAME LAYOUT MLOADVS WRITES.    *
      ******************************************************************
      *
      *
      ******************************************************************
      *  RE-PARSE THE REPLACEMENT NAME, STILL IN CLEAR IN WS-UPD-NAME, *
      *  INTO THE PARSED-NAME CHILD.  A LEGAL-NAME PARSE ON FILE IS    *
      *  LEFT ALONE BY THE SERVICE.  THE RECORD IS DERIVED, SO A       *
      *  FAILURE DOES NOT UNDO THE UPDATE - MBRPNMBL RESYNCS IT.       *
      ******************************************************************
       3750-REPARSE-NAME.
      *
           SET  PNMM-FCN-WRITE            TO TRUE
           MOVE WS-CA-KEY-ID              TO PNMM-KEY-ID
           MOVE WS-UPD-NAME               TO PNMM-NAME
           SET  PNMM-SRC-PARENT           TO TRUE
           MOVE 'MCUP'                    TO PNMM-UPD-IDENT
           CALL WS-MBRPNMMT USING PNMM-PARMS
      *
           SET  PNMM-FCN-CLOSE            TO TRUE
           CALL WS-MBRPNMMT USING PNMM-PARMS
           .
       3750-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  PARK THE KEYED CHANGE ON THE PENDCHG CLUSTER UNDER THE        *
      *  FIRST FREE SEQUENCE NUMBER FOR ITS DATE AND KEY, STAMPED      *
      *  WITH THE OPERATOR'S USERID.  THE CLUSTER IS OPENED AND        *
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PEND-RECORD,
                                 PEND-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-PENDING-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-PENDING-FAIL-TEXT)
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PEND-RECORD,
                                 PEND-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90P-ANCHOR              TO NULL
      *
           IF   WS-SEQ-STORED
                     ERASE
                END-EXEC
           ELSE
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-PENDING-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-PENDING-FAIL-TEXT)
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 PEND-RECORD,
                                 PEND-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90P-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-SEQ-STORED         TO TRUE
           END-IF
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-QUEUE-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-QUEUE-FAIL-TEXT)
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90P-ANCHOR              TO NULL
      *
           IF   WS-SEQ-STORED
                     ERASE
                END-EXEC
           ELSE
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-QUEUE-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-QUEUE-FAIL-TEXT)
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 APPR-RECORD,
                                 APPR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90P-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-SEQ-STORED         TO TRUE
           END-IF
           .
       3950-EXIT.
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
           MOVE 'MCUP'                    TO TXUS-TRAN-ID
           MOVE 'MBRCUPD '                TO TXUS-PROGRAM
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
