      **              MODELED ON MBRSEVS'S GVBTP90 CALLING PATTERN,   *
      **              BUT ISSUES TP90-VALUE-LOCATE INSTEAD OF          *
      **              START-BROWSE/READ-NEXT SINCE ONLY ONE KEY IS     *
      **              LOOKED UP PER INQUIRY.  THE RELATIONSHIPS IN     *
      **              FORCE TODAY (CUSTRELV) ARE LISTED UNDER THE      *
      **              RECORD, FLAGGING EACH PARTY AUTHORIZED TO ACT    *
      **              FOR THE CUSTOMER.                                *
      **                                                               *
      ** TRANSACTION: MCIQ                                             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRXIDLK - EXTERNAL-ID LOOKUP (CUSTXIDP)      *
      **                 MBRRSKLK - CUSTOMER RISK INDICATOR LOOKUP     *
      **                 MBRRCUCK - RESTRICTED-CUSTOMER CHECK          *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME DDNAME (CUSTNAMV)                *
      **                RELATIONSHIP CHILD CLUSTER (CUSTRELV)          *
      **                RISK INDICATOR KSDS (RISKINDV)                 *
      **                AGREEMENT ALIAS KSDS (AGRALIAS)                *
      **                RESTRICTED-CUSTOMER REGISTER (RESTRICT)        *
      **                                                               *
      ** OUTPUT FILES:  NONE - RESULT IS SENT BACK TO THE TERMINAL     *
      **                                                               *
       WORKING-STORAGE SECTION.
      *
       01  WS-ABEND-CD                 PIC X(4)    VALUE '0016'.
      *
       01  GVBTP90                     PIC X(08)   VALUE 'GVBTP90 '.
      *
       01  WS-PROMPT-TEXT.
           05  FILLER                  PIC X(40)   VALUE
               'MBRCINQ - CUSTNAME INQUIRY'.
           05  FILLER                  PIC X(40)   VALUE
               'ENTER CUSTOMER KEY OR A=AGREEMENT NBR:'.
           05  FILLER                  PIC X(40)   VALUE
               'OR X=SYSTEM CODE + EXTERNAL ID'.
      *
      *      THE OPERATOR KEYS EITHER A 10-CHARACTER CUSTOMER KEY OR
      *      'A=' FOLLOWED BY AN 11-DIGIT AGREEMENT NUMBER, WHICH IS
      *      RESOLVED TO ITS OWNING CUSTOMER(S) THROUGH THE CUSTAGRX
      *      CROSS-REFERENCE CLUSTER MLOADVS MAINTAINS, OR 'X='
      *      FOLLOWED BY A 4-BYTE EXTERNAL SYSTEM CODE AND THE ID
      *      THAT SYSTEM USES, RESOLVED THROUGH CUSTXID (MBRXIDLK).
       01  WS-INPUT-AREA.
           05  WS-INPUT-AGRE-TAG       PIC X(02).
               88  WS-INPUT-IS-AGREEMENT   VALUE 'A='.
               88  WS-INPUT-IS-EXTERNAL-ID VALUE 'X='.
           05  WS-INPUT-AGRE-NBR       PIC X(11).
           05  FILLER                  PIC X(23).
       01  WS-INPUT-KEY-VIEW  REDEFINES  WS-INPUT-AREA.
           05  WS-INPUT-KEY            PIC X(10).
           05  FILLER                  PIC X(26).
       01  WS-INPUT-XID-VIEW  REDEFINES  WS-INPUT-AREA.
           05  FILLER                  PIC X(02).
           05  WS-INPUT-XID-SYSTEM-CD  PIC X(04).
           05  WS-INPUT-XID-EXTERNAL-ID
                                       PIC X(30).
       01  WS-INPUT-LENGTH             PIC S9(04)  COMP VALUE +36.
      *
       01  WS-RESULT-TEXT.
           05  WS-RESULT-LINE-1.
               10  FILLER              PIC X(14)   VALUE
                   'BUSN ID      :'.
               10  WS-RSLT-BUSN-ID     PIC -(11)9.
      *      CONSOLIDATED RISK LEVEL AND ITS REASONS (MBRRSKLK).
           05  WS-RESULT-RISK-LINE.
               10  FILLER              PIC X(14)   VALUE
                   'RISK LEVEL   :'.
               10  WS-RSLT-RISK-LEVEL  PIC X(12).
               10  WS-RSLT-RISK-REASONS
                                       PIC X(66).
      *      RELATIONSHIPS IN FORCE TODAY - UP TO 5, FROM CUSTRELV.
           05  WS-RESULT-REL-HDR       PIC X(40).
           05  WS-RESULT-REL-LINE      OCCURS 5 TIMES
                                       PIC X(60).
      *
       01  WS-REL-DETAIL-LINE.
           05  WS-REL-DTL-KEY-ID       PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-REL-DTL-DESC         PIC X(18).
           05  FILLER                  PIC X(04)   VALUE ' TO '.
           05  WS-REL-DTL-END-DT       PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-REL-DTL-ACT          PIC X(17).
           05  FILLER                  PIC X(01)   VALUE SPACE.
      *
       01  WS-REL-MATCH-CNT            PIC S9(04)  COMP VALUE +0.
       01  WS-REL-MATCH-MAX            PIC S9(04)  COMP VALUE +5.
       01  WS-REL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-REL-EOF                  VALUE 'Y'.
       01  WS-REL-AUTH-SW              PIC X(01)   VALUE 'N'.
           88  WS-REL-AUTHORIZED           VALUE 'Y'.
       01  WS-RELT-IDX                 PIC S9(04)  COMP VALUE +0.
       01  WS-TODAY-CCYYMMDD           PIC X(08)   VALUE SPACES.
      *
       01  WS-NOT-FOUND-TEXT           PIC X(40)   VALUE
           'CUSTOMER KEY NOT FOUND ON CUSTNAMV'.
                   ' IS OWNED BY:'.
           05  WS-AGRE-RSLT-LINE       OCCURS 5 TIMES
                                       PIC X(40).
      *
      *      AGREEMENT-NUMBER ALIAS (SEE GVBCAGAL/MBRAGRNM) - A NUMBER
      *      RETIRED BY THE AGREEMENTS MASTER THAT NO LONGER HAS ANY
      *      CUSTAGRX ROWS IS ANSWERED FOR ITS REPLACEMENT DURING THE
      *      GRACE PERIOD, WITH A LINE SAYING SO.  THE ACCESS LOG
      *      KEEPS THE NUMBER THE OPERATOR ACTUALLY KEYED.
           05  WS-AGRE-RSLT-ALIAS-LINE PIC X(40)   VALUE SPACES.
      *
       01  WS-AGRE-DETAIL-LINE.
           05  FILLER                  PIC X(04)   VALUE 'KEY '.
               10  FILLER              PIC X(08)   VALUE ' CLOSED '.
               10  WS-AGRE-RSLT-CLOSE  PIC 9(08).
               10  FILLER              PIC X(02)   VALUE SPACES.
      *
       01  WS-AGRE-ALIAS-DETAIL.
           05  FILLER                  PIC X(16)   VALUE
               'RENUMBERED FROM '.
           05  WS-AGRE-ALIAS-OLD-NBR   PIC X(11).
           05  FILLER                  PIC X(13)   VALUE SPACES.
       01  WS-AGRE-KEYED-NBR           PIC X(11)   VALUE SPACES.
       01  WS-AGRALIAS-DDNAME          PIC X(08)   VALUE 'AGRALIAS'.
       COPY GVBCAGAL.
      *
       01  WS-AGRE-NOT-FOUND-TEXT      PIC X(40)   VALUE
           'AGREEMENT NUMBER NOT FOUND ON CUSTAGRX'.
       01  WS-AGRE-BAD-NBR-TEXT        PIC X(40)   VALUE
           'AGREEMENT NUMBER MUST BE 11 DIGITS'.
      *
      *      CONSOLIDATED CUSTOMER RISK INDICATOR (SEE GVBCRSKL/
      *      MBRRSKLK), SHOWN WITH THE RESULT SO SERVICING KNOWS THE
      *      CUSTOMER IS UNDER SANCTIONS, FRAUD OR OTHER REVIEW.
       COPY GVBCRSKL.
       01  WS-MBRRSKLK                 PIC X(08)   VALUE 'MBRRSKLK'.
      *
      *      EXTERNAL-ID RESOLUTION (SEE GVBCCXIL/MBRXIDLK).
       COPY GVBCCXIL.
       01  WS-MBRXIDLK                 PIC X(08)   VALUE 'MBRXIDLK'.
       01  WS-XID-NOT-FOUND-TEXT       PIC X(40)   VALUE
           'EXTERNAL ID NOT IN FORCE ON CUSTXID'.
       01  WS-XID-AMBIGUOUS-TEXT       PIC X(40)   VALUE
           'EXTERNAL ID IN FORCE FOR > 1 CUSTOMER'.
       01  WS-XID-NO-DD-TEXT           PIC X(40)   VALUE
           'EXTERNAL ID LOOKUP UNAVAILABLE'.
      *
      *      THIRD TP90 PARAMETER AREA FOR THE CINQLOG ACCESS-LOG
      *      JOURNAL, APPENDED TO FOR EVERY INQUIRY SO THE PRIVACY
      *      OFFICE CAN SEE WHO LOOKED AT WHICH CUSTOMER.
      *
       COPY GVBCAGRM.
      *
      *      SIXTH TP90 PARAMETER AREA FOR THE CUSTRELV RELATIONSHIP
      *      CHILDREN (SEE GVBCCHLD/GVBCRELT), BROWSED ONCE PER KEYED
      *      INQUIRY THAT FINDS ITS CUSTOMER.
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90E-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90E-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90E-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90E-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90E-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90E-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90E-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90E-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90E-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90E-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90E-ESDS==.
      *
       COPY GVBCCHLD.
       COPY GVBCRELT.
      *
      *      OLD-KEY ALIAS RESOLUTION (SEE GVBCALIA/MBRALIAS) - A KEY
      *      RETIRED BY A MBRREKEY MIGRATION IS TRANSLATED TO ITS NEW
      *      KEY FOR THE CUTOVER GRACE PERIOD BEFORE CUSTNAMV IS
           'ACCESS DENIED - NOT ENTITLED'.
       01  WS-GATE-KEY                 PIC X(10)   VALUE SPACES.
      *
      *      RESTRICTED CUSTOMERS (SEE GVBCRCUC/MBRRCUCK) - A KEY
      *      INQUIRY ON A REGISTERED CUSTOMER IS REFUSED, AND AN
      *      AGREEMENT OWNER LINE MASKED, UNLESS THE OPERATOR HOLDS
      *      THE RESTRICTED LEVEL.  MBRRCUCK JOURNALS EVERY ACCESS.
       COPY GVBCRCUC.
       01  WS-MBRRCUCK                 PIC X(08)   VALUE 'MBRRCUCK'.
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
      ******************************************************************
      *  COMMAREA - CARRIES THE "HAVE WE ALREADY PROMPTED" SWITCH      *
      *  ACROSS THE PSEUDO-CONVERSATIONAL RETURN TO CICS.              *
       01  WS-COMMAREA.
           05  WS-CA-STATE             PIC X(01).
               88  WS-CA-AWAITING-KEY      VALUE 'K'.
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
           ELSE
                MOVE DFHCOMMAREA           TO WS-COMMAREA
                PERFORM 2000-PROCESS-KEY   THRU 2000-EXIT
                PERFORM 2485-CLOSE-RESTRICTED THRU 2485-EXIT
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
           SET  WS-CA-AWAITING-KEY        TO TRUE
           MOVE WS-COMMAREA                TO DFHCOMMAREA
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCIQ')
                COMMAREA (DFHCOMMAREA)
       2000-PROCESS-KEY.
      *
           MOVE SPACES                    TO WS-INPUT-AREA
           MOVE +36                       TO WS-INPUT-LENGTH
      *
           EXEC CICS RECEIVE
                INTO      (WS-INPUT-AREA)
                  PERFORM 2900-NO-INPUT           THRU 2900-EXIT
             WHEN WS-INPUT-IS-AGREEMENT
                  PERFORM 3000-AGREEMENT-INQUIRY  THRU 3000-EXIT
             WHEN WS-INPUT-IS-EXTERNAL-ID
                  PERFORM 3500-EXTERNAL-ID-INQUIRY THRU 3500-EXIT
             WHEN OTHER
                  PERFORM 2500-LOCATE-RECORD      THRU 2500-EXIT
           END-EVALUATE
      *  THIS ONE LOCATE AND CLOSE IT AGAIN BEFORE RETURNING TO CICS.  *
      ******************************************************************
       2500-LOCATE-RECORD.
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
                GO TO 2500-EXIT
           END-IF
      *
      *      ENTITLEMENT GATE - THE OPERATOR MUST HOLD THIS
      *      TRANSACTION AND THE REQUESTED KEY RANGE BEFORE THE
           MOVE WS-INPUT-KEY              TO WS-GATE-KEY
           PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
           IF   ENTC-DENIED
                SET  TXUS-OUTCOME-DENIED   TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-DENIED-TEXT)
                     LENGTH   (LENGTH OF WS-DENIED-TEXT)
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  MOVE TP90-CUST-KEY-ID         TO RCUC-KEY-ID
                  SET  RCUC-ACCESS-VIEW         TO TRUE
                  PERFORM 2480-CHECK-RESTRICTED THRU 2480-EXIT
                  IF   RCUC-MAY-SHOW
                       MOVE 'F'                 TO WS-LOG-RESULT-CD
                       PERFORM 2600-SEND-RESULT THRU 2600-EXIT
                  ELSE
                       MOVE 'D'                 TO WS-LOG-RESULT-CD
                       SET  TXUS-OUTCOME-DENIED TO TRUE
                       EXEC CICS SEND TEXT
                            FROM     (WS-RESTRICTED-TEXT)
                            LENGTH   (LENGTH OF WS-RESTRICTED-TEXT)
                            ERASE
                       END-EXEC
                  END-IF
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE 'N'                      TO WS-LOG-RESULT-CD
                  PERFORM 2650-CHECK-FORWARDING THRU 2650-EXIT
             WHEN OTHER
                  MOVE 'E'                      TO WS-LOG-RESULT-CD
                  MOVE TP90-RETURN-CODE         TO WS-ERROR-RC
                  SET  TXUS-OUTCOME-ERROR  TO TRUE
                  EXEC CICS SEND TEXT
                       FROM     (WS-ERROR-TEXT)
                       LENGTH   (LENGTH OF WS-ERROR-TEXT)
       2470-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ASK MBRRCUCK WHETHER THE CUSTOMER IN RCUC-KEY-ID IS ON THE    *
      *  RESTRICT REGISTER AND MAY BE SHOWN TO THIS OPERATOR, AT THE   *
      *  RESTRICTED LEVEL MBRENTCK GAVE BACK IN 2470.  THE CALLER HAS  *
      *  SET THE KEY AND THE ACCESS TYPE.                              *
      ******************************************************************
       2480-CHECK-RESTRICTED.
      *
           SET  RCUC-FCN-CHECK            TO TRUE
           MOVE ENTC-OPERATOR             TO RCUC-OPERATOR
           MOVE EIBTRMID                  TO RCUC-TERMINAL
           MOVE 'MINQ'                    TO RCUC-TRAN-ID
           MOVE 'MBRCINQ '                TO RCUC-PROGRAM
           MOVE SPACES                    TO RCUC-REQUESTER
           MOVE ENTC-RESTRICT-LEVEL       TO RCUC-OPER-LEVEL
           CALL WS-MBRRCUCK USING RCUC-CHECK-PARMS
           .
       2480-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  RELEASE THE RESTRICT REGISTER BEFORE RETURNING TO CICS.       *
      ******************************************************************
       2485-CLOSE-RESTRICTED.
      *
           SET  RCUC-FCN-CLOSE            TO TRUE
           CALL WS-MBRRCUCK USING RCUC-CHECK-PARMS
           .
       2485-EXIT.
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
           .
       2550-EXIT.
           EXIT.
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 MFWD-RECORD,
                                 MFWD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90F-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-LOCATE    TO TP90F-FUNCTION-CODE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      MFWD-RECORD,
                                      MFWD-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                IF   TP90F-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     MOVE MFWD-SURVIVOR-KEY-ID TO WS-MERGED-SURV-KEY
                     MOVE MFWD-MERGE-DATE      TO WS-MERGED-DATE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      MFWD-RECORD,
                                      MFWD-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                SET  TP90F-ANCHOR         TO NULL
           ELSE
                EXEC CICS SEND TEXT
           ELSE
                MOVE TP90-CUST-AGRE-BUSN-ID    TO WS-RSLT-BUSN-ID
           END-IF
      *
           PERFORM 2620-LOAD-RELATIONSHIPS THRU 2620-EXIT
           PERFORM 2610-LOAD-RISK          THRU 2610-EXIT
      *
           EXEC CICS SEND TEXT
                FROM     (WS-RESULT-TEXT)
      *
      *
      ******************************************************************
      *  FILL THE RISK LINE OF THE RESULT FROM LAST NIGHT'S RISK       *
      *  INDICATOR.  RISKINDV IS CLOSED AGAIN BEFORE RETURNING TO      *
      *  CICS; NO RISKINDV DD IS SHOWN AS UNAVAILABLE RATHER THAN AS   *
      *  NO RISK.                                                      *
      ******************************************************************
       2610-LOAD-RISK.
      *
           SET  RSKL-FCN-LOOKUP           TO TRUE
           MOVE TP90-CUST-KEY-ID          TO RSKL-KEY-ID
           CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
      *
           IF   RSKL-RET-NO-RISK-DD
                MOVE 'UNAVAILABLE'        TO WS-RSLT-RISK-LEVEL
                MOVE SPACES               TO WS-RSLT-RISK-REASONS
           ELSE
                MOVE RSKL-LEVEL-NAME      TO WS-RSLT-RISK-LEVEL
                MOVE RSKL-REASON-TEXT     TO WS-RSLT-RISK-REASONS
           END-IF
      *
           SET  RSKL-FCN-CLOSE            TO TRUE
           CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
           .
       2610-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  FILL THE RELATIONSHIP LINES OF THE RESULT WITH THE PARTIES    *
      *  RELATED TO THIS CUSTOMER TODAY - EFFECTIVE ON OR BEFORE       *
      *  TODAY AND NOT YET ENDED - SO SERVICING SEES WHO MAY ACT ON    *
      *  THE ACCOUNT BEFORE TALKING TO THEM.  CUSTRELV IS OPENED AND   *
      *  CLOSED AROUND THE ONE BROWSE; NO CUSTRELV DD SIMPLY SHOWS NO  *
      *  RELATIONSHIPS.                                                *
      ******************************************************************
       2620-LOAD-RELATIONSHIPS.
      *
           MOVE SPACES                    TO WS-RESULT-REL-HDR
                                             WS-RESULT-REL-LINE (1)
                                             WS-RESULT-REL-LINE (2)
                                             WS-RESULT-REL-LINE (3)
                                             WS-RESULT-REL-LINE (4)
                                             WS-RESULT-REL-LINE (5)
           MOVE +0                        TO WS-REL-MATCH-CNT
           MOVE 'N'                       TO WS-REL-EOF-SW
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  TP90E-ANCHOR              TO NULL
           MOVE 'CUSTRELV'                TO TP90E-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90E-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90E-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90E-FILE-MODE
           MOVE SPACES                    TO TP90E-RETURN-CODE
           MOVE +0                        TO TP90E-VSAM-RETURN-CODE
           MOVE +0                        TO TP90E-RECORD-LENGTH
           MOVE SPACES                    TO TP90E-RECFM
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90E-ANCHOR         TO NULL
                GO TO 2620-EXIT
           END-IF
      *
           MOVE TP90-VALUE-START-BROWSE   TO TP90E-FUNCTION-CODE
           MOVE +96                       TO TP90E-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90E-RECFM
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE TP90-CUST-KEY-ID        TO CUST-CHILD-RECORD-KEY (1:10)
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-REL-EOF           TO TRUE
           END-IF
      *
           PERFORM 2630-READ-ONE-REL      THRU 2630-EXIT
                   UNTIL WS-REL-EOF
                      OR WS-REL-MATCH-CNT >= WS-REL-MATCH-MAX
      *
           IF   WS-REL-MATCH-CNT > ZERO
                MOVE 'RELATIONSHIPS IN FORCE:' TO WS-RESULT-REL-HDR
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90E-FUNCTION-CODE
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90E-ANCHOR              TO NULL
           .
       2620-EXIT.
           EXIT.
      *
      *
       2630-READ-ONE-REL.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90E-FUNCTION-CODE
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CUST-CHILD-KEY-ID NOT = TP90-CUST-KEY-ID
                SET  WS-REL-EOF            TO TRUE
                GO TO 2630-EXIT
           END-IF
      *
      *      ONLY RELATIONSHIPS IN FORCE TODAY ARE SHOWN.
           IF   NOT CUST-CHILD-RELATIONSHIP
           OR   CUST-REL-EFF-DATE > WS-TODAY-CCYYMMDD
                GO TO 2630-EXIT
           END-IF
           IF   NOT CUST-REL-OPEN-ENDED
           AND  CUST-REL-END-DATE < WS-TODAY-CCYYMMDD
                GO TO 2630-EXIT
           END-IF
      *
           MOVE CUST-REL-RELATED-KEY-ID   TO WS-REL-DTL-KEY-ID
           MOVE CUST-REL-TYPE-CD          TO WS-REL-DTL-DESC
           MOVE 'N'                       TO WS-REL-AUTH-SW
           PERFORM 2640-FIND-REL-TYPE     THRU 2640-EXIT
                   VARYING WS-RELT-IDX FROM +1 BY +1
                   UNTIL   WS-RELT-IDX > RELT-TYPE-COUNT
           IF   CUST-REL-OPEN-ENDED
                MOVE 'OPEN    '           TO WS-REL-DTL-END-DT
           ELSE
                MOVE CUST-REL-END-DATE    TO WS-REL-DTL-END-DT
           END-IF
           IF   WS-REL-AUTHORIZED
                MOVE 'AUTHORIZED TO ACT'  TO WS-REL-DTL-ACT
           ELSE
                MOVE SPACES               TO WS-REL-DTL-ACT
           END-IF
      *
           ADD  +1                        TO WS-REL-MATCH-CNT
           MOVE WS-REL-DETAIL-LINE
                TO WS-RESULT-REL-LINE (WS-REL-MATCH-CNT)
           .
       2630-EXIT.
           EXIT.
      *
      *
       2640-FIND-REL-TYPE.
      *
           IF   RELT-TYPE-CD (WS-RELT-IDX) = CUST-REL-TYPE-CD
                MOVE RELT-TYPE-DESC (WS-RELT-IDX) TO WS-REL-DTL-DESC
                MOVE RELT-TYPE-AUTH-SW (WS-RELT-IDX)
                                           TO WS-REL-AUTH-SW
                MOVE RELT-TYPE-COUNT       TO WS-RELT-IDX
           END-IF
           .
       2640-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  APPEND ONE ACCESS-LOG RECORD TO THE CINQLOG JOURNAL - WHO     *
      *  ASKED, FROM WHICH TERMINAL, FOR WHAT, AND WHAT CAME BACK.     *
      *  THE CALLING PARAGRAPH HAS ALREADY FILLED THE INQUIRY TYPE,    *
                NOHANDLE
           END-EXEC
           MOVE EIBTRMID                  TO ACCL-TERMINAL
           MOVE 'MINQ'                    TO ACCL-TRAN-ID
      *
           SET  TP90L-ANCHOR              TO NULL
           MOVE WS-CINQLOG-DDNAME         TO TP90L-DDNAME
                MOVE SPACES                    TO WS-GATE-KEY
                PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
                IF   ENTC-DENIED
                     SET  TXUS-OUTCOME-DENIED TO TRUE
                     EXEC CICS SEND TEXT
                          FROM     (WS-DENIED-TEXT)
                          LENGTH   (LENGTH OF WS-DENIED-TEXT)
                     PERFORM 2700-WRITE-ACCESS-LOG THRU 2700-EXIT
                     GO TO 3000-EXIT
                END-IF
                MOVE WS-INPUT-AGRE-NBR         TO WS-AGRE-KEYED-NBR
                PERFORM 2450-OPEN-CUSTNAMV     THRU 2450-EXIT
                PERFORM 3100-OPEN-CUSTAGRX     THRU 3100-EXIT
      *
                IF   WS-AGRX-IS-OPEN
                     PERFORM 3200-BROWSE-CUSTAGRX THRU 3200-EXIT
                     IF   WS-AGRE-MATCH-CNT = ZERO
                          PERFORM 3450-RESOLVE-AGRE-ALIAS
                                                  THRU 3450-EXIT
                     END-IF
                END-IF
      *
                IF   WS-AGRE-MATCH-CNT > ZERO
                END-IF
                MOVE 'A'                  TO ACCL-INQUIRY-TYPE
                MOVE SPACES               TO ACCL-KEY-ID
                MOVE WS-AGRE-KEYED-NBR    TO ACCL-AGRE-NBR
                PERFORM 2700-WRITE-ACCESS-LOG THRU 2700-EXIT
      *
                PERFORM 3300-CLOSE-CUSTAGRX    THRU 3300-EXIT
                                             WS-AGRE-RSLT-LINE (3)
                                             WS-AGRE-RSLT-LINE (4)
                                             WS-AGRE-RSLT-LINE (5)
                                             WS-AGRE-RSLT-ALIAS-LINE
      *
           SET  TP90X-ANCHOR              TO NULL
           MOVE WS-AGRX-DDNAME            TO TP90X-DDNAME
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90X-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-AGRX-IS-OPEN       TO TRUE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-AGRX-EOF           TO TRUE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   AGRX-AGRE-BUSN-ID NOT = WS-INPUT-AGRE-NBR
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      TP90-RECORD-AREA,
                                      TP90-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
      *
                IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     MOVE TP90-CUST-PLCY-TERM-EFF-DT
                ELSE
                     MOVE '*NOTFND*'        TO WS-AGRE-DTL-EFF-DT
                END-IF
      *
      *      A RESTRICTED OWNER IS LISTED BY KEY ONLY.
                MOVE AGRX-KEY-ID           TO RCUC-KEY-ID
                SET  RCUC-ACCESS-LIST      TO TRUE
                PERFORM 2480-CHECK-RESTRICTED THRU 2480-EXIT
                IF   NOT RCUC-MAY-SHOW
                     MOVE ALL '*'           TO WS-AGRE-DTL-EFF-DT
                END-IF
      *
                MOVE WS-AGRE-DETAIL-LINE
                     TO WS-AGRE-RSLT-LINE (WS-AGRE-MATCH-CNT)
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 AGRM-RECORD,
                                 AGRM-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           IF   TP90M-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-LOCATE    TO TP90M-FUNCTION-CODE
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      AGRM-RECORD,
                                      AGRM-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                IF   TP90M-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     MOVE AGRM-STATUS     TO WS-AGRE-RSLT-STATUS
                     MOVE AGRM-OPEN-DATE  TO WS-AGRE-RSLT-OPEN
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      AGRM-RECORD,
                                      AGRM-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                SET  TP90M-ANCHOR         TO NULL
           END-IF
           .
      *
      *
      ******************************************************************
      *  NOTHING ON CUSTAGRX FOR THE KEYED-IN NUMBER - IF AGRALIAS     *
      *  HAS IT AS A RETIRED NUMBER STILL IN ITS GRACE PERIOD, BROWSE  *
      *  AGAIN FOR THE NUMBER THAT REPLACED IT.  THE ALIAS STORE IS    *
      *  OPENED AND CLOSED AROUND THE ONE LOCATE, AS AGRMST IS; NO     *
      *  AGRALIAS DD (OR NO LIVE ALIAS) LEAVES THE NOT-FOUND ANSWER.   *
      ******************************************************************
       3450-RESOLVE-AGRE-ALIAS.
      *
           SET  TP90M-ANCHOR              TO NULL
           MOVE WS-AGRALIAS-DDNAME        TO TP90M-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90M-FILE-MODE
           MOVE SPACES                    TO TP90M-RETURN-CODE
           MOVE +0                        TO TP90M-VSAM-RETURN-CODE
           MOVE +0                        TO TP90M-RECORD-LENGTH
           MOVE SPACES                    TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 AGAL-RECORD,
                                 AGAL-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90M-ANCHOR         TO NULL
                GO TO 3450-EXIT
           END-IF
      *
           MOVE TP90-VALUE-LOCATE         TO TP90M-FUNCTION-CODE
           MOVE LENGTH OF AGAL-RECORD     TO TP90M-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90M-RECFM
           MOVE WS-AGRE-KEYED-NBR         TO AGAL-RECORD-KEY
           MOVE SPACES                    TO AGAL-RECORD
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 AGAL-RECORD,
                                 AGAL-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           IF   TP90M-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  AGAL-GRACE-END-DATE >= WS-TODAY-CCYYMMDD
                MOVE AGAL-NEW-AGRE-BUSN-ID TO WS-INPUT-AGRE-NBR
                MOVE WS-AGRE-KEYED-NBR    TO WS-AGRE-ALIAS-OLD-NBR
                MOVE WS-AGRE-ALIAS-DETAIL TO WS-AGRE-RSLT-ALIAS-LINE
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90M-FUNCTION-CODE
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 AGAL-RECORD,
                                 AGAL-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90M-ANCHOR              TO NULL
      *
           IF   WS-INPUT-AGRE-NBR NOT = WS-AGRE-KEYED-NBR
                MOVE 'N'                  TO WS-AGRX-EOF-SW
                PERFORM 3200-BROWSE-CUSTAGRX THRU 3200-EXIT
           END-IF
           .
       3450-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  CLOSE CUSTAGRX AGAIN BEFORE RETURNING TO CICS.                *
      ******************************************************************
       3300-CLOSE-CUSTAGRX.
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      AGRX-RECORD,
                                      AGRX-RECORD-KEY
                ADD  +1                    TO TXUS-VSAM-CALLS
                MOVE 'N'                  TO WS-AGRX-OPEN-SW
           END-IF
           .
      *
      *
      ******************************************************************
      *  X= INQUIRY - RESOLVE THE EXTERNAL SYSTEM'S ID TO OUR KEY      *
      *  THROUGH MBRXIDLK, THEN SERVE IT EXACTLY AS A KEYED INQUIRY    *
      *  (ENTITLEMENT GATE, ALIAS, ACCESS LOG AND ALL).  AN ID THAT    *
      *  DOES NOT RESOLVE TO ONE CUSTOMER IN FORCE TODAY IS ANSWERED   *
      *  AND LOGGED AS NOT FOUND.  THE PATH IS CLOSED AGAIN BEFORE     *
      *  RETURNING TO CICS, AS CUSTNAMV IS.                            *
      ******************************************************************
       3500-EXTERNAL-ID-INQUIRY.
      *
           SET  CXIL-FCN-FIND-KEY         TO TRUE
           MOVE WS-INPUT-XID-SYSTEM-CD    TO CXIL-SYSTEM-CD
           MOVE WS-INPUT-XID-EXTERNAL-ID  TO CXIL-EXTERNAL-ID
           MOVE ZEROES                    TO CXIL-AS-OF-DATE
           CALL WS-MBRXIDLK USING CXIL-LOOKUP-PARMS
      *
           IF   CXIL-RET-FOUND
                MOVE SPACES               TO WS-INPUT-AREA
                MOVE CXIL-KEY-ID          TO WS-INPUT-KEY
           END-IF
      *
           EVALUATE TRUE
             WHEN CXIL-RET-FOUND
                  CONTINUE
             WHEN CXIL-RET-AMBIGUOUS
                  EXEC CICS SEND TEXT
                       FROM     (WS-XID-AMBIGUOUS-TEXT)
                       LENGTH   (LENGTH OF WS-XID-AMBIGUOUS-TEXT)
                       ERASE
                  END-EXEC
             WHEN CXIL-RET-NO-XID-DD
                  SET  TXUS-OUTCOME-ERROR  TO TRUE
                  EXEC CICS SEND TEXT
                       FROM     (WS-XID-NO-DD-TEXT)
                       LENGTH   (LENGTH OF WS-XID-NO-DD-TEXT)
                       ERASE
                  END-EXEC
             WHEN OTHER
                  EXEC CICS SEND TEXT
                       FROM     (WS-XID-NOT-FOUND-TEXT)
                       LENGTH   (LENGTH OF WS-XID-NOT-FOUND-TEXT)
                       ERASE
                  END-EXEC
           END-EVALUATE
      *
           SET  CXIL-FCN-CLOSE            TO TRUE
           CALL WS-MBRXIDLK USING CXIL-LOOKUP-PARMS
      *
           IF   WS-INPUT-IS-EXTERNAL-ID
                MOVE 'N'                  TO WS-LOG-RESULT-CD
                MOVE 'K'                  TO ACCL-INQUIRY-TYPE
                MOVE SPACES               TO ACCL-KEY-ID
                MOVE SPACES               TO ACCL-AGRE-NBR
                PERFORM 2700-WRITE-ACCESS-LOG THRU 2700-EXIT
                GO TO 3500-EXIT
           END-IF
      *
           PERFORM 2500-LOCATE-RECORD     THRU 2500-EXIT
           .
       3500-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  NO INPUT WAS RECEIVED (OPERATOR PRESSED ENTER WITH A BLANK    *
      *  KEY, OR CLEAR).  RE-PROMPT RATHER THAN LOCATING ON SPACES.    *
      ******************************************************************
           .
       2900-EXIT.
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
           MOVE 'MCIQ'                    TO TXUS-TRAN-ID
           MOVE 'MBRCINQ '                TO TXUS-PROGRAM
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
