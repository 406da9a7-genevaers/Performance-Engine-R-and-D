      ** TRANSACTION: MCBR                                             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRRCUCK - RESTRICTED-CUSTOMER CHECK          *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME DDNAME (CUSTNAMV)                *
      **                RESTRICTED-CUSTOMER REGISTER (RESTRICT)        *
      **                                                               *
      ** PROCESS:                                                      *
      **   PSEUDO-CONVERSATIONAL.  THE FIRST ENTRY PROMPTS FOR A       *
       01  WS-DENIED-TEXT              PIC X(40)   VALUE
           'ACCESS DENIED - NOT ENTITLED'.
       01  WS-MASK-FILL                PIC X(20)   VALUE ALL '*'.
      *
      *      RESTRICTED CUSTOMERS (SEE GVBCRCUC/MBRRCUCK) - WITHOUT
      *      THE RESTRICTED LEVEL A REGISTERED CUSTOMER'S PAGE ROW
      *      SHOWS THE KEY ONLY, AND SELECTING IT IS REFUSED.
      *      MBRRCUCK JOURNALS EVERY ACCESS.
       COPY GVBCRCUC.
       01  WS-MBRRCUCK                 PIC X(08)   VALUE 'MBRRCUCK'.
       01  WS-RESTRICTED-TEXT          PIC X(40)   VALUE
           'ACCESS DENIED - RESTRICTED CUSTOMER'.
      *
      *      THE NAME IS HELD PROTECTED (SEE GVBCPIIK) AND REVEALED
      *      ONLY FOR AN UNMASKED OPERATOR; ONE THAT CANNOT BE
      *      REVEALED IS SHOWN AS ASTERISKS.
       01  WS-MBRPIICR                 PIC X(08)   VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       COPY GVBCACCL.
       01  WS-CINQLOG-DDNAME           PIC X(08)   VALUE 'CINQLOG '.
           05  WS-CA-PAGE-STACK.
               10  WS-CA-STACK-KEY     OCCURS 5 TIMES
                                       PIC X(10).
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
           IF   EIBCALEN = 0
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
                PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
           PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
           IF   ENTC-DENIED
                PERFORM 2480-REFUSE-AND-LOG THRU 2480-EXIT
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  ADD  +1                  TO WS-PAGE-ROW-CNT
                  MOVE TP90-CUST-KEY-ID
                       TO WS-ROW-KEY-ID (WS-PAGE-ROW-CNT)
                  MOVE TP90-CUST-KEY-ID    TO RCUC-KEY-ID
                  SET  RCUC-ACCESS-LIST    TO TRUE
                  PERFORM 2490-CHECK-RESTRICTED THRU 2490-EXIT
                  IF   ENTC-MASK-LEVEL = '1' OR '2'
                  OR   NOT RCUC-MAY-SHOW
                       MOVE WS-MASK-FILL
                            TO WS-ROW-NAME (WS-PAGE-ROW-CNT)
                  ELSE
                       PERFORM 3150-REVEAL-NAME THRU 3150-EXIT
                       MOVE TP90-CUST-NAME
                            TO WS-ROW-NAME (WS-PAGE-ROW-CNT)
                  END-IF
                  IF   RCUC-MAY-SHOW
                       MOVE TP90-CUST-CITY
                            TO WS-ROW-CITY (WS-PAGE-ROW-CNT)
                       MOVE TP90-CUST-STATE
                            TO WS-ROW-STATE (WS-PAGE-ROW-CNT)
                  ELSE
                       MOVE WS-MASK-FILL
                            TO WS-ROW-CITY (WS-PAGE-ROW-CNT)
                       MOVE WS-MASK-FILL
                            TO WS-ROW-STATE (WS-PAGE-ROW-CNT)
                  END-IF
                  MOVE TP90-CUST-STATUS
                       TO WS-ROW-STATUS (WS-PAGE-ROW-CNT)
                  IF   WS-PAGE-ROW-CNT = +1
      *
      *
      ******************************************************************
      *  REVEAL THE LOCATED RECORD'S NAME UNDER THE ACTIVE KEY; A      *
      *  REFUSAL LEAVES ASTERISKS IN ITS PLACE.                        *
      ******************************************************************
       3150-REVEAL-NAME.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                MOVE WS-MASK-FILL         TO TP90-CUST-NAME
           END-IF
           .
       3150-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  'S<KEY>' - SHOW THE INQUIRY DETAIL FOR ONE LISTED KEY,        *
      *  THE SAME FIELDS THE MBRCINQ INQUIRY PRESENTS.                 *
      ******************************************************************
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE TP90-CUST-KEY-ID     TO RCUC-KEY-ID
                SET  RCUC-ACCESS-VIEW     TO TRUE
                PERFORM 2490-CHECK-RESTRICTED THRU 2490-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
              AND NOT RCUC-MAY-SHOW
                  SET  TXUS-OUTCOME-DENIED         TO TRUE
                  EXEC CICS SEND TEXT
                       FROM     (WS-RESTRICTED-TEXT)
                       LENGTH   (LENGTH OF WS-RESTRICTED-TEXT)
                       ERASE
                  END-EXEC
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  MOVE TP90-CUST-KEY-ID            TO WS-RSLT-KEY-ID
                  MOVE TP90-CUST-PLCY-TERM-EFF-DT  TO WS-RSLT-EFF-DT
                  IF   ENTC-MASK-LEVEL = '1' OR '2'
                       MOVE WS-MASK-FILL           TO WS-RSLT-NAME
                  ELSE
                       PERFORM 3150-REVEAL-NAME    THRU 3150-EXIT
                       MOVE TP90-CUST-NAME         TO WS-RSLT-NAME
                  END-IF
                  MOVE TP90-CUST-CITY              TO WS-RSLT-CITY
                  END-EXEC
             WHEN OTHER
                  MOVE TP90-RETURN-CODE            TO WS-ERROR-RC
                  SET  TXUS-OUTCOME-ERROR  TO TRUE
                  EXEC CICS SEND TEXT
                       FROM     (WS-ERROR-TEXT)
                       LENGTH   (LENGTH OF WS-ERROR-TEXT)
      ******************************************************************
       2480-REFUSE-AND-LOG.
      *
           SET  TXUS-OUTCOME-DENIED       TO TRUE
           EXEC CICS SEND TEXT
                FROM     (WS-DENIED-TEXT)
                LENGTH   (LENGTH OF WS-DENIED-TEXT)
           MOVE WS-LOG-TIME-HHMMSS        TO ACCL-LOG-TIME
           MOVE ENTC-OPERATOR             TO ACCL-OPERATOR
           MOVE EIBTRMID                  TO ACCL-TERMINAL
           MOVE 'MCBR'                    TO ACCL-TRAN-ID
           MOVE 'K'                       TO ACCL-INQUIRY-TYPE
           MOVE ENTC-KEY-ID               TO ACCL-KEY-ID
           MOVE SPACES                    TO ACCL-AGRE-NBR
       2480-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ASK MBRRCUCK WHETHER THE CUSTOMER IN RCUC-KEY-ID IS ON THE    *
      *  RESTRICT REGISTER AND MAY BE SHOWN TO THIS OPERATOR, AT THE   *
      *  RESTRICTED LEVEL MBRENTCK GAVE BACK IN 2470.  THE CALLER HAS  *
      *  SET THE KEY AND THE ACCESS TYPE.                              *
      ******************************************************************
       2490-CHECK-RESTRICTED.
      *
           SET  RCUC-FCN-CHECK            TO TRUE
           MOVE ENTC-OPERATOR             TO RCUC-OPERATOR
           MOVE EIBTRMID                  TO RCUC-TERMINAL
           MOVE 'MCBR'                    TO RCUC-TRAN-ID
           MOVE 'MBRCBRW '                TO RCUC-PROGRAM
           MOVE SPACES                    TO RCUC-REQUESTER
           MOVE ENTC-RESTRICT-LEVEL       TO RCUC-OPER-LEVEL
           CALL WS-MBRRCUCK USING RCUC-CHECK-PARMS
           .
       2490-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  RELEASE THE RESTRICT REGISTER BEFORE RETURNING TO CICS.       *
      ******************************************************************
       2495-CLOSE-RESTRICTED.
      *
           SET  RCUC-FCN-CLOSE            TO TRUE
           CALL WS-MBRRCUCK USING RCUC-CHECK-PARMS
           .
       2495-EXIT.
           EXIT.
      *
      *
       2450-OPEN-CUSTNAMV.
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
           SET  TP90-ANCHOR               TO NULL
           .
       2550-EXIT.
      *
           MOVE WS-COMMAREA               TO DFHCOMMAREA
      *
           PERFORM 2495-CLOSE-RESTRICTED  THRU 2495-EXIT
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCBR')
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
           MOVE 'MCBR'                    TO TXUS-TRAN-ID
           MOVE 'MBRCBRW '                TO TXUS-PROGRAM
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
