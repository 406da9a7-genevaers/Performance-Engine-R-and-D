      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 GVBUR70 - OPERATOR CONSOLE COMMANDS           *
      **                 MBRRULES - FIELD-EDIT INTERPRETER             *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                 MBRKEYAL - KEY CHECK-DIGIT VALIDATION         *
      **                 MBRSTTRN - STATUS TRANSITION CHECK            *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MQCONN/MQOPEN/MQGET/MQCLOSE/MQDISC            *
      **                                                               *
      ** INPUT FILES:   MQ CHANGE QUEUE (CTLCARD NAMES MANAGER/QUEUE)  *
      **                                                               *
      ** I-O FILES:     VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                REJECT SUSPENSE CLUSTER     (DDNAME=SUSPNSV)   *
      **                SCREENING QUEUE (OPTIONAL)  (DDNAME=SCRNQUE)   *
      **                                                               *
      ** OUTPUT FILES:  AUDIT TRAIL                 (DDNAME=CUSTNAUD)  *
      **                                                               *
       01  WS-ADDED-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-CHANGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-SUSPENDED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-QUEUED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-BATCH-IN-FLIGHT          PIC S9(04) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
           88  WS-BEFORE-FOUND                    VALUE 'Y'.
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
      *
      *      THE MESSAGE ARRIVES IN CLEAR; THE NAME AND ADDRESS ARE
      *      PROTECTED UNDER THE ACTIVE KEY BEFORE THE UPSERT (SEE
      *      GVBCPIIK).  ONE THAT CANNOT BE IS SUSPENDED WITH REASON
      *      PIIK, NEVER WRITTEN IN CLEAR.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *      THE LOAD'S VALID-STATE LIST, FOR THE BUILT-IN FALLBACK
      *      EDITS WHEN NO RULES DECK IS IN FORCE AND THE REFCODE
      *      TABLE (SEE GVBCREFL/MBRREFCD) DOES NOT CARRY THE STATE
      *      OR STATUS CODE TYPE.
       01  WS-VALID-STATE-CODES.
           05  FILLER                     PIC X(40)  VALUE
               'ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAME'.
       01  WS-STATE-IDX                PIC S9(04) COMP VALUE +1.
       01  WS-STATE-VALID-SW           PIC X(01)  VALUE 'N'.
           88  WS-STATE-VALID                     VALUE 'Y'.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
      *      A CONTROLLED KEY WITH A BAD CHECK DIGIT IS SUSPENDED
      *      WITH REASON CKDG (SEE GVBCKEYA/MBRKEYAL).
       COPY GVBCKEYA.
       01  WS-MBRKEYAL                 PIC X(08)  VALUE 'MBRKEYAL'.
      *
      *      A STATUS CHANGE THE LOAD PATH MAY NOT MAKE IS SUSPENDED
      *      WITH REASON STTR (SEE GVBCSTTR/MBRSTTRN).
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                 PIC X(08)  VALUE 'MBRSTTRN'.
      *
       COPY GVBCRULE.
       COPY GVBCAUDW.
                                ==TP90S-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90S-ESDS==.
      *
      *      SCRNQUE - AN ADDED CUSTOMER IS QUEUED FOR MBRSCRN'S
      *      SAME-DAY WATCH-LIST SCREENING (SEE GVBCSCRQ).
       COPY GVBCSCRQ.
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90Q-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90Q-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90Q-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90Q-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90Q-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90Q-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90Q-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90Q-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90Q-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90Q-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90Q-ESDS==.
      *
       COPY GVBCUR66 REPLACING ==UR66-PARAMETER-AREA== BY
                                ==ENQ-DEQ-PARMS-WRITE==
                        'FAILURES WILL ONLY BE DISPLAYED'
                SET  TP90S-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90Q-ANCHOR              TO NULL
           MOVE 'SCRNQUE '                TO TP90Q-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90Q-FILE-MODE
           MOVE SPACES                    TO TP90Q-RETURN-CODE
           MOVE +0                        TO TP90Q-VSAM-RETURN-CODE
           MOVE +0                        TO TP90Q-RECORD-LENGTH
           MOVE SPACES                    TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRMQAPL: NO SCRNQUE DD ALLOCATED, ADDED '
                        'CUSTOMERS WILL NOT BE QUEUED FOR SCREENING'
                SET  TP90Q-ANCHOR           TO NULL
           END-IF
           .
       100-EXIT.
           EXIT.
                MOVE 'N'                  TO WS-EDIT-PASSED-SW
                GO TO 520-EXIT
           END-IF
      *
           SET  KEYA-FCN-VALIDATE         TO TRUE
           MOVE MSG-CUST-KEY-ID           TO KEYA-KEY-ID
           CALL WS-MBRKEYAL USING KEYA-ALLOC-PARMS
           IF   KEYA-RET-CHECK-FAILED
                MOVE 'N'                  TO WS-EDIT-PASSED-SW
                MOVE 'CKDG'               TO WS-EDIT-REASON-CODE
                GO TO 520-EXIT
           END-IF
      *
           SET  RULE-FCN-EDIT             TO TRUE
           MOVE MSG-FB-RECORD-AREA        TO RULE-RECORD-IMAGE
                GO TO 520-EXIT
           END-IF
           MOVE 'N'                       TO WS-STATE-VALID-SW
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'STATE   '                TO REFL-CODE-TYPE
           MOVE MSG-CUST-STATE            TO REFL-CODE
           MOVE ZEROES                    TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           EVALUATE TRUE
             WHEN REFL-RET-VALID
                  SET  WS-STATE-VALID     TO TRUE
             WHEN REFL-RET-NOT-MAINTAINED
                  MOVE +1                 TO WS-STATE-IDX
                  PERFORM 530-CHECK-STATE-CODE THRU 530-EXIT
                          UNTIL WS-STATE-IDX > WS-STATE-CODES-LEN
                             OR WS-STATE-VALID
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           IF   NOT WS-STATE-VALID
                MOVE 'N'                  TO WS-EDIT-PASSED-SW
                GO TO 520-EXIT
           END-IF
           MOVE 'CUSTSTAT'                TO REFL-CODE-TYPE
           MOVE MSG-CUST-STATUS           TO REFL-CODE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           IF   REFL-RET-NOT-FOUND
           OR   REFL-RET-NOT-IN-FORCE
           OR  (REFL-RET-NOT-MAINTAINED AND NOT MSG-CUST-STATUS-VALID)
                MOVE 'N'                  TO WS-EDIT-PASSED-SW
           END-IF
           .
           ELSE
                MOVE SPACES                TO WS-BEFORE-IMAGE
           END-IF
      *
      *      AN INTRADAY CHANGE IS HELD TO THE SAME STATUS RULES AS
      *      THE NIGHTLY LOAD - A REFUSED ONE IS SUSPENDED AND THE
      *      STORED RECORD LEFT AS IT WAS.
           IF   WS-BEFORE-FOUND
                SET  STTR-FCN-CHECK        TO TRUE
                SET  STTR-PATH-LOAD        TO TRUE
                MOVE WS-BEFORE-IMAGE(80:1) TO STTR-FROM-STATUS
                MOVE MSG-CUST-STATUS       TO STTR-TO-STATUS
                MOVE ZEROES                TO STTR-AS-OF-DATE
                CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
                IF   STTR-RET-REFUSED
                     DISPLAY 'MBRMQAPL: *** ' STTR-REASON-TEXT
                             ', KEY ' MSG-CUST-KEY-ID ' ***'
                     MOVE 'STTR'           TO WS-EDIT-REASON-CODE
                     ADD  +1               TO WS-SUSPENDED-CNT
                     PERFORM 560-WRITE-SUSPENSE THRU 560-EXIT
                     GO TO 540-EXIT
                END-IF
           END-IF
      *
           MOVE MSG-FB-RECORD-AREA        TO TP90-FB-RECORD-AREA
      *
           MOVE 'MQAP'                    TO TP90-CUST-UPD-IDENT
           MOVE 1                         TO TP90-CUST-UPD-SEQ
           MOVE 'M'                       TO TP90-CUST-SRC-SYS-CODE
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRMQAPL: PERSONAL DATA KEY ERROR FOR KEY '
                        MSG-CUST-KEY-ID ' RC = ' PIIC-RETURN-CODE
                MOVE 'PIIK'               TO WS-EDIT-REASON-CODE
                ADD  +1                   TO WS-SUSPENDED-CNT
                PERFORM 560-WRITE-SUSPENSE THRU 560-EXIT
                GO TO 540-EXIT
           END-IF
      *
           MOVE MSG-CUST-KEY-ID           TO TP90-RECORD-KEY
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
                ELSE
                     SET  AUDW-TYPE-ADDED  TO TRUE
                     ADD  +1              TO WS-ADDED-CNT
                     PERFORM 570-QUEUE-FOR-SCREENING THRU 570-EXIT
                END-IF
                MOVE MSG-CUST-KEY-ID      TO AUDW-KEY-ID
                MOVE WS-BEFORE-IMAGE      TO AUDW-BEFORE-IMAGE
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  QUEUE AN ADDED CUSTOMER FOR SAME-DAY WATCH-LIST SCREENING.
      *  A KEY ALREADY QUEUED IS SIMPLY RE-DATED.
      ***************************************************************
       570-QUEUE-FOR-SCREENING.
      *
           IF   TP90Q-ANCHOR = NULL
                GO TO 570-EXIT
           END-IF
      *
           MOVE SPACES                    TO SCRQ-RECORD
           MOVE MSG-CUST-KEY-ID           TO SCRQ-KEY-ID
                                             SCRQ-RECORD-KEY
           MOVE 'MBRMQAPL'                TO SCRQ-SOURCE
           MOVE WS-TODAY-CCYYMMDD         TO SCRQ-QUEUED-DATE
      *
           MOVE 'SCRNQUE '                TO TP90Q-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90Q-FILE-MODE
           MOVE LENGTH OF SCRQ-RECORD     TO TP90Q-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE     TO TP90Q-FUNCTION-CODE
                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      SCRQ-RECORD,
                                      SCRQ-RECORD-KEY
           END-IF
           IF   TP90Q-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-QUEUED-CNT
           ELSE
                DISPLAY 'MBRMQAPL: SCREENING QUEUE WRITE FAILED FOR '
                        'KEY ' SCRQ-KEY-ID ' RC = ' TP90Q-RETURN-CODE
           END-IF
           .
       570-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
                                      SUSP-RECORD,
                                      SUSP-RECORD-KEY
           END-IF
           IF   TP90Q-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90Q-FUNCTION-CODE
                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      SCRQ-RECORD,
                                      SCRQ-RECORD-KEY
           END-IF
      *
           IF   WS-MQ-HOBJ NOT = +0
                MOVE +0 TO WS-MQ-BUFFER-LENGTH
           DISPLAY 'MBRMQAPL: ' WS-DISPLAY-MASK-1 ' CHANGED'
           MOVE WS-SUSPENDED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMQAPL: ' WS-DISPLAY-MASK-1 ' SUSPENDED'
           MOVE WS-QUEUED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMQAPL: ' WS-DISPLAY-MASK-1
                   ' QUEUED FOR SCREENING'
           .
       9900-EXIT.
           EXIT.
