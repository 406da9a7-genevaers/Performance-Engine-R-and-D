      ******************************************************************
      **                                                               *
      ** DESCRIPTION: CICS ONLINE MAINTENANCE FOR THE CUSTADRV,       *
      **              CUSTCTCV, CUSTLGNV, CUSTPRFV AND CUSTRELV CHILD  *
      **              RECORDS (SEE GVBCCHLD).  THE MAINTENANCE         *
      **              COMPANION MBRCUPD NEVER HAD FOR THE CHILDREN:    *
      **              AN OPERATOR KEYS A CUSTOMER, SEES THE            *
      **              CUSTOMER'S ADR, CTC, NAM, PRF AND REL CHILDREN   *
      **              LISTED, AND MAY ADD, CHANGE OR DELETE ONE -      *
      **              UNDER THE SAME GVBUR66 ENQUEUE AND MBRAUDWR      *
      **              AUDIT DISCIPLINE MBRCUPD USES - SO AN ADDRESS    *
      **              CORRECTION NO LONGER WAITS FOR THE NEXT BATCH    *
      **              CYCLE.                                           *
      **              A REL (RELATIONSHIP) CHILD IS APPLIED THROUGH    *
      **              MBRRELMT, WHICH KEEPS THE INVERSE RECORD ON THE  *
      **              RELATED CUSTOMER IN STEP AND JOURNALS BOTH       *
      **              SIDES; THE RELATED CUSTOMER MUST BE ON CUSTNAMV. *
      **              WHILE THE NIGHTLY CYCLE RUNS (THE CYCLSTAT       *
      **              SWITCH, SEE GVBCCYST) THE CLUSTERS ARE READ-     *
      **              ONLY: AN EDITED COMMAND IS QUEUED ON FRZQUEUE    *
      **              (SEE GVBCFRZQ) WITH THE CHILD AS IT STOOD, FOR   *
      **              MBRFRZAP TO APPLY AFTER THE CYCLE.               *
      **                                                               *
      ** TRANSACTION: MCHD                                             *
      **                                                               *
      ** COMMANDS (SECOND LEG, AFTER THE CHILD LIST):                  *
      **   A <TYP> <SEQ> <DATA>  - ADD A CHILD (ADR,CTC,NAM,PRF,REL)   *
      **   C <TYP> <SEQ> <DATA>  - REPLACE THE CHILD'S DATA            *
      **   D <TYP> <SEQ>         - DELETE THE CHILD                    *
      **   REL DATA IS <RELATED KEY><TYPE><EFF DATE><END DATE>,        *
      **   DATES CCYYMMDD (SEE GVBCRELT FOR THE TYPES), SEQ 01-49;     *
      **   A C COMMAND CHANGES THE DATES ONLY.                         *
      **   PRF DATA IS <LANGUAGE><FORMAT><DNC START><DNC END>, SEQ 01: *
      **   A REFCODE LANGUAGE, FORMAT S/L/B/A (STANDARD, LARGE PRINT,  *
      **   BRAILLE, AUDIO), DO-NOT-CALL TIMES HHMM OR BOTH BLANK.      *
      **   ADR DATA POSITION 65 IS THE PRIMARY-ADDRESS FLAG: P MARKS   *
      **   THE CUSTOMER'S PRIMARY ADDRESS, N REMOVES THE MARK, AND A   *
      **   C COMMAND THAT LEAVES IT BLANK KEEPS THE STORED FLAG.       *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                 MBRKEYAL - KEY CHECK-DIGIT VALIDATION         *
      **                 MBRRELMT - RELATIONSHIP SERVICE               *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRPNMMT - PARSED-NAME CHILD MAINTENANCE      *
      **                                                               *
      ** I-O FILES:     ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                CONTACT CHILD CLUSTER       (DDNAME=CUSTCTCV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                PREFERENCE CHILD CLUSTER    (DDNAME=CUSTPRFV)  *
      **                RELATIONSHIP CHILD CLUSTER  (DDNAME=CUSTRELV)  *
      **                PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                CYCLE-STATE RECORD          (DDNAME=CYCLSTAT)  *
      **                                                               *
      ** OUTPUT FILES:  BATCH-WINDOW CHANGE QUEUE   (DDNAME=FRZQUEUE)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0016 - ABEND                                     *
       WORKING-STORAGE SECTION.
      *
       01  WS-ABEND-CD                 PIC X(4)    VALUE '0016'.
      *
       01  GVBTP90                     PIC X(08)   VALUE 'GVBTP90 '.
      *
       01  WS-PROMPT-TEXT.
           05  FILLER                  PIC X(40)   VALUE
               10  FILLER              PIC X(13)   VALUE
                   'CHILDREN FOR '.
               10  WS-LIST-KEY-ID      PIC X(10).
               10  WS-LIST-FROZEN-NOTE PIC X(17)   VALUE SPACES.
           05  WS-LIST-ROW             OCCURS 10 TIMES.
               10  WS-LROW-REC-TYPE    PIC X(03).
               10  FILLER              PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-LROW-DATA        PIC X(60).
               10  FILLER              PIC X(13).
           05  WS-LIST-FOOT.
               10  FILLER              PIC X(28)   VALUE
                   'A/C/D <ADR!CTC!NAM!PRF!REL> '.
               10  FILLER              PIC X(36)   VALUE
                   '<SEQ> <DATA> MAINTAINS ONE CHILD'.
       01  WS-LIST-ROW-CNT             PIC S9(04)  COMP VALUE +0.
      *
       01  WS-ADDED-TEXT               PIC X(40)   VALUE
       01  WS-EXISTS-TEXT              PIC X(40)   VALUE
           'CHILD ALREADY EXISTS - USE C TO CHANGE'.
       01  WS-BAD-CMD-TEXT             PIC X(40)   VALUE
           'USE A/C/D + ADR/CTC/NAM/PRF/REL'.
       01  WS-DENIED-TEXT              PIC X(40)   VALUE
           'ACCESS DENIED - NOT ENTITLED'.
       01  WS-REL-INVALID-TEXT         PIC X(40)   VALUE
           'RELATIONSHIP REJECTED - CHECK THE DATA'.
       01  WS-REL-NO-PARTY-TEXT        PIC X(40)   VALUE
           'RELATED CUSTOMER NOT ON FILE'.
       01  WS-REL-NO-SEQ-TEXT          PIC X(40)   VALUE
           'NO FREE LINK SEQ ON RELATED CUSTOMER'.
      *
      *      A CONTROLLED ('C'-PREFIXED) KEY IS CHECKED FOR ITS MOD-10
      *      CHECK DIGIT (SEE GVBCKEYA/MBRKEYAL) BEFORE IT IS LOOKED
      *      UP - A MISTYPED KEY IS REFUSED, NOT REPORTED NOT FOUND.
       COPY GVBCKEYA.
       01  WS-MBRKEYAL                 PIC X(08)   VALUE 'MBRKEYAL'.
       01  WS-BAD-KEY-TEXT             PIC X(40)   VALUE
           'INVALID KEY - CHECK DIGIT DOES NOT MATCH'.
       01  WS-BAD-CODE-TEXT.
           05  FILLER                  PIC X(08)   VALUE 'INVALID '.
           05  WS-BAD-CODE-FIELD       PIC X(08)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE ' CODE '.
           05  WS-BAD-CODE-VALUE       PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE
               ' - NOT APPLIED'.
       01  WS-ERROR-TEXT.
           05  FILLER                  PIC X(20)   VALUE
               'GVBTP90 ERROR RC = '.
           05  WS-ERROR-RC             PIC X(01).
       01  WS-PII-ERROR-TEXT.
           05  FILLER                  PIC X(30)   VALUE
               'PERSONAL-DATA KEY ERROR RC = '.
           05  WS-PII-ERROR-RC         PIC X(01).
      *
       01  WS-BEFORE-IMAGE             PIC X(96)   VALUE SPACES.
       01  WS-BROWSE-EOF-SW            PIC X(01)   VALUE 'N'.
      *
       COPY GVBCENTL.
       01  WS-MBRENTCK                 PIC X(08)  VALUE 'MBRENTCK'.
      *
       COPY GVBCRELM.
       01  WS-MBRRELMT                 PIC X(08)  VALUE 'MBRRELMT'.
      *
      *      AN APPLIED LEGAL-NAME COMMAND IS CARRIED THROUGH TO THE
      *      PARSED-NAME CHILD (SEE GVBCPNMM/MBRPNMMT).
       COPY GVBCPNMM.
       01  WS-MBRPNMMT                 PIC X(08)  VALUE 'MBRPNMMT'.
       01  WS-CHILD-APPLIED-SW         PIC X(01)  VALUE 'N'.
           88  WS-CHILD-APPLIED                   VALUE 'Y'.
      *
      *      ADDRESS STATE, CONTACT TYPE AND PREFERRED LANGUAGE ARE
      *      EDITED AGAINST THE REFCODE TABLE (SEE GVBCREFL/MBRREFCD)
      *      WHEN IT CARRIES THE CODE TYPE.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
       01  WS-CODE-EDIT-SW             PIC X(01)  VALUE 'Y'.
           88  WS-CODES-VALID                     VALUE 'Y'.
       01  WS-PRF-HHMM                 PIC X(04)  VALUE SPACES.
      *
      *      A CONTACT'S NAME, PHONE AND E-MAIL AND A LEGAL NAME ARE
      *      HELD PROTECTED AT REST (SEE GVBCPIIK) - REVEALED FOR THE
      *      LIST, PROTECTED BEFORE AN ADD OR CHANGE IS WRITTEN.  A
      *      ROW THAT CANNOT BE REVEALED IS LISTED AS ASTERISKS.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
       01  WS-PII-MASK-FILL            PIC X(60)  VALUE ALL '*'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
      *****************************************************************
      *  BATCH-WINDOW FREEZE.  WHILE THE CYCLSTAT SWITCH READS 'B'
      *  (SEE GVBCCYST) THE LIST TITLE SAYS SO AND A COMMAND IS
      *  QUEUED ON FRZQUEUE (SEE GVBCFRZQ) INSTEAD OF APPLIED.  BOTH
      *  FILES GO THROUGH THIS SECOND PARAMETER AREA SO THE CHILD
      *  CLUSTER'S OWN AREA STAYS FREE FOR THE BEFORE-IMAGE READ.
      *****************************************************************
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
       COPY GVBCCYST.
       COPY GVBCFRZQ.
       01  WS-FROZEN-NOTE              PIC X(17)   VALUE
           ' - BATCH, QUEUED'.
       01  WS-FROZEN-QUEUED-TEXT       PIC X(40)   VALUE
           'BATCH WINDOW OPEN - COMMAND QUEUED'.
       01  WS-FROZEN-FAIL-TEXT         PIC X(40)   VALUE
           'FRZQUEUE STORE FAILED - CMD NOT SAVED'.
       01  WS-FRZQ-DATE                PIC 9(08)   VALUE ZEROES.
       01  WS-FRZQ-TIME-NOW.
           05  WS-FRZQ-TIME-HHMMSS     PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-FRZQ-SEQ-TRY             PIC 9(02)   VALUE ZEROES.
       01  WS-FRZQ-STORED-SW           PIC X(01)   VALUE 'N'.
           88  WS-FRZQ-STORED              VALUE 'Y'.
      *
       COPY GVBCUR66 REPLACING ==UR66-PARAMETER-AREA== BY
                                ==ENQ-DEQ-PARMS-WRITE==
               88  WS-CA-AWAITING-KEY      VALUE 'K'.
               88  WS-CA-AWAITING-CMD      VALUE 'C'.
           05  WS-CA-KEY-ID            PIC X(10).
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
           SET  WS-CA-AWAITING-KEY        TO TRUE
           MOVE SPACES                    TO WS-CA-KEY-ID
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCHD')
                COMMAREA (DFHCOMMAREA)
      *
      ******************************************************************
      *  STATE 'K' - RECEIVE THE CUSTOMER KEY AND LIST UP TO TEN OF    *
      *  ITS ADR, CTC, NAM, PRF AND REL CHILDREN.                      *
      ******************************************************************
       2000-LIST-CHILDREN.
      *
                PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
                GO TO 2000-EXIT
           END-IF
      *
           SET  KEYA-FCN-VALIDATE         TO TRUE
           MOVE WS-KEY-INPUT              TO KEYA-KEY-ID
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
           PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
           IF   ENTC-DENIED
                SET  TXUS-OUTCOME-DENIED   TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-DENIED-TEXT)
                     LENGTH   (LENGTH OF WS-DENIED-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
           PERFORM 3000-LIST-ONE-CLUSTER  THRU 3000-EXIT
           MOVE 'CUSTLGNV'                TO TP90-DDNAME
           PERFORM 3000-LIST-ONE-CLUSTER  THRU 3000-EXIT
           MOVE 'CUSTPRFV'                TO TP90-DDNAME
           PERFORM 3000-LIST-ONE-CLUSTER  THRU 3000-EXIT
           MOVE 'CUSTRELV'                TO TP90-DDNAME
           PERFORM 3000-LIST-ONE-CLUSTER  THRU 3000-EXIT
      *
           PERFORM 2600-CHECK-CYCLE-STATE THRU 2600-EXIT
           IF   CYST-BATCH-WINDOW
                MOVE WS-FROZEN-NOTE        TO WS-LIST-FROZEN-NOTE
           END-IF
      *
           EXEC CICS SEND TEXT
                FROM     (WS-LIST-TEXT)
      *
           SET  WS-CA-AWAITING-CMD        TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCHD')
                COMMAREA (DFHCOMMAREA)
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
           SET  TP90Q-ANCHOR              TO NULL
           MOVE 'CYCLSTAT'                TO TP90Q-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90Q-FILE-MODE
           MOVE SPACES                    TO TP90Q-RETURN-CODE
           MOVE +0                        TO TP90Q-VSAM-RETURN-CODE
           MOVE LENGTH OF CYST-RECORD     TO TP90Q-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90Q-ANCHOR         TO NULL
                GO TO 2600-EXIT
           END-IF
      *
           MOVE TP90-VALUE-READ           TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE SPACES               TO CYST-RECORD
                MOVE 'O'                  TO CYST-STATE
           END-IF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 CYST-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90Q-ANCHOR              TO NULL
           .
       2600-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  LIST ONE CLUSTER'S CHILDREN FOR THE CUSTOMER.  THE DDNAME     *
      *  IS ALREADY IN TP90-DDNAME; THE CLUSTER IS OPENED AND CLOSED   *
      *  AROUND THE BROWSE, THE USUAL PER-TASK CONVENTION.             *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90-ANCHOR           TO NULL
                GO TO 3000-EXIT
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE WS-CA-KEY-ID          TO CUST-CHILD-RECORD-KEY (1:10)
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       3000-EXIT.
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CUST-CHILD-KEY-ID NOT = WS-CA-KEY-ID
                SET  WS-BROWSE-EOF         TO TRUE
                  TO WS-LROW-REC-TYPE (WS-LIST-ROW-CNT)
                MOVE CUST-CHILD-SEQ-NBR
                  TO WS-LROW-SEQ-NBR (WS-LIST-ROW-CNT)
                SET  PIIC-FCN-REVEAL       TO TRUE
                SET  PIIC-IMAGE-CHILD      TO TRUE
                SET  PIIC-GEN-ACTIVE       TO TRUE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       CUST-CHILD-RECORD
                IF   PIIC-RET-USABLE
                     MOVE CUST-CHILD-DATA (1:60)
                       TO WS-LROW-DATA (WS-LIST-ROW-CNT)
                ELSE
                     MOVE WS-PII-MASK-FILL
                       TO WS-LROW-DATA (WS-LIST-ROW-CNT)
                END-IF
           END-IF
           .
       3100-EXIT.
           MOVE WS-CA-KEY-ID              TO WS-KEY-INPUT
           PERFORM 2470-CHECK-ENTITLEMENT THRU 2470-EXIT
           IF   ENTC-DENIED
                SET  TXUS-OUTCOME-DENIED   TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-DENIED-TEXT)
                     LENGTH   (LENGTH OF WS-DENIED-TEXT)
                     ERASE
                END-EXEC
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
      *
           EVALUATE TRUE
             WHEN (WS-CMD-ACTION = 'A' OR 'C' OR 'D')
              AND (WS-CMD-REC-TYPE = 'ADR' OR 'CTC' OR 'NAM' OR 'REL'
                                        OR 'PRF')
                  PERFORM 5000-APPLY-ONE-CMD THRU 5000-EXIT
             WHEN OTHER
                  EXEC CICS SEND TEXT
      *
           SET  WS-CA-AWAITING-CMD        TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MCHD')
                COMMAREA (DFHCOMMAREA)
      *
      *
       5000-APPLY-ONE-CMD.
      *
      *      IN THE BATCH WINDOW THE CLUSTERS ARE LEFT TO THE CYCLE.
           PERFORM 2600-CHECK-CYCLE-STATE THRU 2600-EXIT
           IF   CYST-BATCH-WINDOW
                PERFORM 5700-QUEUE-FROZEN-CMD THRU 5700-EXIT
                GO TO 5000-EXIT
           END-IF
      *
           IF   WS-CMD-REC-TYPE = 'REL'
                PERFORM 5500-APPLY-REL-CMD THRU 5500-EXIT
                GO TO 5000-EXIT
           END-IF
      *
           IF   WS-CMD-ACTION = 'A' OR 'C'
                PERFORM 5050-EDIT-CODES   THRU 5050-EXIT
                IF   NOT WS-CODES-VALID
                     EXEC CICS SEND TEXT
                          FROM     (WS-BAD-CODE-TEXT)
                          LENGTH   (LENGTH OF WS-BAD-CODE-TEXT)
                          ERASE
                     END-EXEC
                     GO TO 5000-EXIT
                END-IF
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           EVALUATE WS-CMD-REC-TYPE
                  MOVE 'CUSTADRV'         TO TP90-DDNAME
             WHEN 'NAM'
                  MOVE 'CUSTLGNV'         TO TP90-DDNAME
             WHEN 'PRF'
                  MOVE 'CUSTPRFV'         TO TP90-DDNAME
             WHEN OTHER
                  MOVE 'CUSTCTCV'         TO TP90-DDNAME
           END-EVALUATE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           MOVE WS-CA-KEY-ID          TO CUST-CHILD-RECORD-KEY (1:10)
           MOVE WS-CMD-REC-TYPE       TO CUST-CHILD-RECORD-KEY (11:3)
           MOVE WS-CMD-SEQ-NBR        TO CUST-CHILD-RECORD-KEY (14:2)
      *
           MOVE 'N'                       TO WS-CHILD-APPLIED-SW
           EVALUATE WS-CMD-ACTION
             WHEN 'A'
                  PERFORM 5100-ADD-CHILD     THRU 5100-EXIT
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           IF   WS-CHILD-APPLIED
           AND  WS-CMD-REC-TYPE = 'NAM'
           AND  WS-CMD-SEQ-NBR  = '01'
                PERFORM 5400-REPARSE-NAME THRU 5400-EXIT
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  EDIT THE CODED FIELDS OF AN ADDRESS, CONTACT OR PREFERENCE   *
      *  COMMAND - A NON-BLANK STATE, CONTACT TYPE OR LANGUAGE MUST BE *
      *  IN FORCE TODAY.  A PREFERENCE'S FORMAT AND DO-NOT-CALL TIMES  *
      *  ARE EDITED FIRST BY 5060.                                     *
      ******************************************************************
       5050-EDIT-CODES.
      *
           MOVE 'Y'                       TO WS-CODE-EDIT-SW
           MOVE SPACES                    TO CUST-CHILD-RECORD
           MOVE WS-CMD-DATA               TO CUST-CHILD-DATA
      *
           IF   WS-CMD-REC-TYPE = 'PRF'
                PERFORM 5060-EDIT-PREFERENCE THRU 5060-EXIT
                IF   NOT WS-CODES-VALID
                     GO TO 5050-EXIT
                END-IF
           END-IF
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE ZEROES                    TO REFL-AS-OF-DATE
           MOVE SPACES                    TO REFL-CODE
      *
           EVALUATE TRUE
             WHEN WS-CMD-REC-TYPE = 'ADR'
              AND CUST-ADDR-STATE NOT = SPACES
                  MOVE 'STATE   '         TO REFL-CODE-TYPE
                  MOVE CUST-ADDR-STATE    TO REFL-CODE
             WHEN WS-CMD-REC-TYPE = 'CTC'
              AND CUST-CTC-TYPE-CD NOT = SPACES
                  MOVE 'CTCTYPE '         TO REFL-CODE-TYPE
                  MOVE CUST-CTC-TYPE-CD   TO REFL-CODE
             WHEN WS-CMD-REC-TYPE = 'PRF'
              AND CUST-PRF-LANGUAGE-CD NOT = SPACES
                  MOVE 'LANGUAGE'         TO REFL-CODE-TYPE
                  MOVE CUST-PRF-LANGUAGE-CD TO REFL-CODE
             WHEN OTHER
                  GO TO 5050-EXIT
           END-EVALUATE
      *
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           IF   REFL-RET-NOT-FOUND
           OR   REFL-RET-NOT-IN-FORCE
                MOVE 'N'                  TO WS-CODE-EDIT-SW
                MOVE REFL-CODE-TYPE       TO WS-BAD-CODE-FIELD
                MOVE REFL-CODE            TO WS-BAD-CODE-VALUE
           END-IF
           .
       5050-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  A PREFERENCE MUST CARRY A KNOWN PRINT FORMAT AND EITHER NO    *
      *  DO-NOT-CALL WINDOW OR TWO VALID HHMM TIMES.  ONLY SEQ 01 IS   *
      *  USED - ONE PREFERENCE RECORD PER CUSTOMER.                    *
      ******************************************************************
       5060-EDIT-PREFERENCE.
      *
           IF   WS-CMD-SEQ-NBR NOT = '01'
                MOVE 'N'                  TO WS-CODE-EDIT-SW
                MOVE 'SEQ NBR '           TO WS-BAD-CODE-FIELD
                MOVE WS-CMD-SEQ-NBR       TO WS-BAD-CODE-VALUE
                GO TO 5060-EXIT
           END-IF
      *
           IF   NOT CUST-PRF-VALID-FORMAT
                MOVE 'N'                  TO WS-CODE-EDIT-SW
                MOVE 'FORMAT  '           TO WS-BAD-CODE-FIELD
                MOVE CUST-PRF-PRINT-FORMAT TO WS-BAD-CODE-VALUE
                GO TO 5060-EXIT
           END-IF
      *
           IF   CUST-PRF-DNC-START = SPACES
           AND  CUST-PRF-DNC-END   = SPACES
                GO TO 5060-EXIT
           END-IF
           MOVE CUST-PRF-DNC-START        TO WS-PRF-HHMM
           PERFORM 5070-EDIT-ONE-HHMM     THRU 5070-EXIT
           IF   WS-CODES-VALID
                MOVE CUST-PRF-DNC-END     TO WS-PRF-HHMM
                PERFORM 5070-EDIT-ONE-HHMM THRU 5070-EXIT
           END-IF
           .
       5060-EXIT.
           EXIT.
      *
      *
       5070-EDIT-ONE-HHMM.
      *
           IF   WS-PRF-HHMM NOT NUMERIC
           OR   WS-PRF-HHMM (1:2) > '23'
           OR   WS-PRF-HHMM (3:2) > '59'
                MOVE 'N'                  TO WS-CODE-EDIT-SW
                MOVE 'DNC TIME'           TO WS-BAD-CODE-FIELD
                MOVE WS-PRF-HHMM          TO WS-BAD-CODE-VALUE
           END-IF
           .
       5070-EXIT.
           EXIT.
      *
      *
       5100-ADD-CHILD.
      *
           MOVE WS-CMD-REC-TYPE           TO CUST-CHILD-REC-TYPE
           MOVE WS-CMD-SEQ-NBR            TO CUST-CHILD-SEQ-NBR
           MOVE WS-CMD-DATA               TO CUST-CHILD-DATA
           MOVE 'MCCH'                    TO CUST-CHILD-UPD-IDENT
      *
           PERFORM 5150-PROTECT-CHILD     THRU 5150-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 5100-EXIT
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  SET  WS-CHILD-APPLIED   TO TRUE
                  SET  AUDW-FCN-WRITE     TO TRUE
                  SET  AUDW-REC-CHILD     TO TRUE
                  SET  AUDW-TYPE-ADDED    TO TRUE
       5100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  PROTECT THE PERSONAL FIELDS OF THE CHILD ABOUT TO BE WRITTEN  *
      *  UNDER THE ACTIVE KEY (AN ADR OR PRF CHILD COMES BACK AS IT    *
      *  WENT IN).  A FAILURE IS SENT TO THE OPERATOR - NOTHING IS     *
      *  WRITTEN IN CLEAR.                                             *
      ******************************************************************
       5150-PROTECT-CHILD.
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
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
       5150-EXIT.
           EXIT.
      *
      *
       5200-CHANGE-CHILD.
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                EXEC CICS SEND TEXT
                     FROM     (WS-NOT-FOUND-TEXT)
      *
           MOVE CUST-CHILD-RECORD         TO WS-BEFORE-IMAGE
           MOVE WS-CMD-DATA               TO CUST-CHILD-DATA
           MOVE 'MCCH'                    TO CUST-CHILD-UPD-IDENT
      *
      *      A CORRECTION TO THE ADDRESS ITSELF MUST NOT QUIETLY DROP
      *      THE PRIMARY DESIGNATION (SEE GVBCCHLD NOTE 8).
           IF   CUST-CHILD-ADDRESS
           AND  CUST-ADDR-PRIMARY-FLAG = SPACE
                MOVE WS-BEFORE-IMAGE (80:1) TO CUST-ADDR-PRIMARY-FLAG
           END-IF
      *
           PERFORM 5150-PROTECT-CHILD     THRU 5150-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 5200-EXIT
           END-IF
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
                     ERASE
                END-EXEC
           ELSE
                SET  WS-CHILD-APPLIED      TO TRUE
                SET  AUDW-FCN-WRITE        TO TRUE
                SET  AUDW-REC-CHILD        TO TRUE
                SET  AUDW-TYPE-CHANGED     TO TRUE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                EXEC CICS SEND TEXT
                     FROM     (WS-NOT-FOUND-TEXT)
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
                     ERASE
                END-EXEC
           ELSE
                SET  WS-CHILD-APPLIED      TO TRUE
                SET  AUDW-FCN-WRITE        TO TRUE
                SET  AUDW-REC-CHILD        TO TRUE
                SET  AUDW-TYPE-DELETED     TO TRUE
           .
       5300-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  KEEP THE PARSED-NAME CHILD IN STEP WITH AN APPLIED LEGAL-NAME *
      *  COMMAND.  AN ADD OR CHANGE PARSES THE LEGAL NAME AS KEYED; A  *
      *  DELETE RE-DERIVES IT FROM THE CUSTOMER'S OWN NAME, LOCATED    *
      *  AND REVEALED FROM CUSTNAMV.  THE RECORD IS DERIVED, SO A      *
      *  FAILURE HERE IS LEFT FOR MBRPNMBL TO PUT RIGHT OVERNIGHT.     *
      ******************************************************************
       5400-REPARSE-NAME.
      *
           MOVE WS-CA-KEY-ID              TO PNMM-KEY-ID
           MOVE 'MCCH'                    TO PNMM-UPD-IDENT
           IF   WS-CMD-ACTION NOT = 'D'
                SET  PNMM-FCN-WRITE       TO TRUE
                MOVE WS-CMD-DATA (1:60)   TO PNMM-NAME
                SET  PNMM-SRC-LEGAL-NAME  TO TRUE
                GO TO 5400-CALL-SERVICE
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90-ANCHOR           TO NULL
                GO TO 5400-EXIT
           END-IF
      *
           MOVE WS-CA-KEY-ID              TO TP90-RECORD-KEY
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF TP90-RECORD-AREA TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           MOVE TP90-RETURN-CODE          TO WS-ERROR-RC
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           IF   WS-ERROR-RC NOT = TP90-VALUE-SUCCESSFUL
                GO TO 5400-EXIT
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                GO TO 5400-EXIT
           END-IF
           SET  PNMM-FCN-REPLACE          TO TRUE
           MOVE TP90-FB-RECORD-AREA (25:20) TO PNMM-NAME
           SET  PNMM-SRC-PARENT           TO TRUE
           .
       5400-CALL-SERVICE.
      *
           CALL WS-MBRPNMMT USING PNMM-PARMS
      *
           SET  PNMM-FCN-CLOSE            TO TRUE
           CALL WS-MBRPNMMT USING PNMM-PARMS
           .
       5400-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  APPLY ONE REL COMMAND THROUGH MBRRELMT UNDER THE SAME         *
      *  EXCLUSIVE ENQ.  THE SERVICE WRITES BOTH SIDES OF THE          *
      *  RELATIONSHIP AND JOURNALS EACH ONE, SO NO AUDIT PAIR IS       *
      *  WRITTEN HERE.  AN ADD MUST NAME A CUSTOMER ON CUSTNAMV.       *
      ******************************************************************
       5500-APPLY-REL-CMD.
      *
           MOVE SPACES                    TO RELM-RECORD
           MOVE WS-CA-KEY-ID              TO RELM-RECORD (1:10)
           MOVE 'REL'                     TO RELM-RECORD (11:3)
           MOVE WS-CMD-SEQ-NBR            TO RELM-RECORD (14:2)
           MOVE WS-CMD-DATA               TO RELM-RECORD (16:67)
      *
           IF   WS-CMD-ACTION = 'A'
                PERFORM 5600-CHECK-RELATED THRU 5600-EXIT
                IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     EXEC CICS SEND TEXT
                          FROM     (WS-REL-NO-PARTY-TEXT)
                          LENGTH   (LENGTH OF WS-REL-NO-PARTY-TEXT)
                          ERASE
                     END-EXEC
                     GO TO 5500-EXIT
                END-IF
           END-IF
      *
           EVALUATE WS-CMD-ACTION
             WHEN 'A'
                  SET  RELM-FCN-ADD       TO TRUE
             WHEN 'C'
                  SET  RELM-FCN-CHANGE    TO TRUE
             WHEN OTHER
                  SET  RELM-FCN-DELETE    TO TRUE
           END-EVALUATE
           MOVE 'Y'                       TO RELM-AUDIT-SW
           MOVE WS-CA-KEY-ID              TO RELM-KEY-ID
           MOVE SPACES                    TO RELM-TARGET-KEY-ID
      *
           MOVE 'ENQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
      *
           MOVE 'DEQ'                     TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           EVALUATE TRUE
             WHEN RELM-RET-OK AND RELM-FCN-ADD
                  EXEC CICS SEND TEXT
                       FROM     (WS-ADDED-TEXT)
                       LENGTH   (LENGTH OF WS-ADDED-TEXT)
                       ERASE
                  END-EXEC
             WHEN RELM-RET-OK AND RELM-FCN-CHANGE
                  EXEC CICS SEND TEXT
                       FROM     (WS-CHANGED-TEXT)
                       LENGTH   (LENGTH OF WS-CHANGED-TEXT)
                       ERASE
                  END-EXEC
             WHEN RELM-RET-OK
                  EXEC CICS SEND TEXT
                       FROM     (WS-DELETED-TEXT)
                       LENGTH   (LENGTH OF WS-DELETED-TEXT)
                       ERASE
                  END-EXEC
             WHEN RELM-RET-NOT-FOUND
                  EXEC CICS SEND TEXT
                       FROM     (WS-NOT-FOUND-TEXT)
                       LENGTH   (LENGTH OF WS-NOT-FOUND-TEXT)
                       ERASE
                  END-EXEC
             WHEN RELM-RET-EXISTS
                  EXEC CICS SEND TEXT
                       FROM     (WS-EXISTS-TEXT)
                       LENGTH   (LENGTH OF WS-EXISTS-TEXT)
                       ERASE
                  END-EXEC
             WHEN RELM-RET-INVALID
                  EXEC CICS SEND TEXT
                       FROM     (WS-REL-INVALID-TEXT)
                       LENGTH   (LENGTH OF WS-REL-INVALID-TEXT)
                       ERASE
                  END-EXEC
             WHEN RELM-RET-NO-FREE-SEQ
                  EXEC CICS SEND TEXT
                       FROM     (WS-REL-NO-SEQ-TEXT)
                       LENGTH   (LENGTH OF WS-REL-NO-SEQ-TEXT)
                       ERASE
                  END-EXEC
             WHEN OTHER
                  MOVE RELM-RETURN-CODE   TO WS-ERROR-RC
                  SET  TXUS-OUTCOME-ERROR  TO TRUE
                  EXEC CICS SEND TEXT
                       FROM     (WS-ERROR-TEXT)
                       LENGTH   (LENGTH OF WS-ERROR-TEXT)
                       ERASE
                  END-EXEC
           END-EVALUATE
      *
           SET  RELM-FCN-CLOSE            TO TRUE
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           .
       5500-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  LOCATE THE RELATED CUSTOMER ON CUSTNAMV.  THE ANSWER IS LEFT  *
      *  IN TP90-RETURN-CODE.                                          *
      ******************************************************************
       5600-CHECK-RELATED.
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90-ANCHOR           TO NULL
                GO TO 5600-EXIT
           END-IF
      *
           MOVE RELM-RECORD (16:10)       TO TP90-RECORD-KEY
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF TP90-RECORD-AREA TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   RELM-RECORD (16:10) = SPACES
                MOVE TP90-VALUE-NOT-FOUND TO TP90-RETURN-CODE
           END-IF
      *
           MOVE TP90-RETURN-CODE          TO WS-ERROR-RC
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           MOVE WS-ERROR-RC               TO TP90-RETURN-CODE
           .
       5600-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  BATCH WINDOW - EDIT THE COMMAND AS 5000/5500 WOULD, READ THE  *
      *  CHILD AS IT STANDS NOW AND QUEUE BOTH ON FRZQUEUE.  AN ADD    *
      *  OVER A CHILD ALREADY THERE, OR A CHANGE OR DELETE OF ONE      *
      *  THAT IS NOT, IS REFUSED NOW RATHER THAN QUEUED.  MBRFRZAP     *
      *  APPLIES THE COMMAND ONLY IF THE CHILD STILL MATCHES.          *
      ******************************************************************
       5700-QUEUE-FROZEN-CMD.
      *
           IF   WS-CMD-REC-TYPE NOT = 'REL'
           AND (WS-CMD-ACTION = 'A' OR 'C')
                PERFORM 5050-EDIT-CODES   THRU 5050-EXIT
                IF   NOT WS-CODES-VALID
                     EXEC CICS SEND TEXT
                          FROM     (WS-BAD-CODE-TEXT)
                          LENGTH   (LENGTH OF WS-BAD-CODE-TEXT)
                          ERASE
                     END-EXEC
                     GO TO 5700-EXIT
                END-IF
           END-IF
      *
           IF   WS-CMD-REC-TYPE = 'REL'
           AND  WS-CMD-ACTION = 'A'
                MOVE SPACES                TO RELM-RECORD
                MOVE WS-CMD-DATA           TO RELM-RECORD (16:67)
                PERFORM 5600-CHECK-RELATED THRU 5600-EXIT
                IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     EXEC CICS SEND TEXT
                          FROM     (WS-REL-NO-PARTY-TEXT)
                          LENGTH   (LENGTH OF WS-REL-NO-PARTY-TEXT)
                          ERASE
                     END-EXEC
                     GO TO 5700-EXIT
                END-IF
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           EVALUATE WS-CMD-REC-TYPE
             WHEN 'ADR'
                  MOVE 'CUSTADRV'         TO TP90-DDNAME
             WHEN 'NAM'
                  MOVE 'CUSTLGNV'         TO TP90-DDNAME
             WHEN 'PRF'
                  MOVE 'CUSTPRFV'         TO TP90-DDNAME
             WHEN 'REL'
                  MOVE 'CUSTRELV'         TO TP90-DDNAME
             WHEN OTHER
                  MOVE 'CUSTCTCV'         TO TP90-DDNAME
           END-EVALUATE
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
                     ERASE
                END-EXEC
                GO TO 5700-EXIT
           END-IF
      *
           MOVE WS-CA-KEY-ID          TO CUST-CHILD-RECORD-KEY (1:10)
           MOVE WS-CMD-REC-TYPE       TO CUST-CHILD-RECORD-KEY (11:3)
           MOVE WS-CMD-SEQ-NBR        TO CUST-CHILD-RECORD-KEY (14:2)
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                MOVE CUST-CHILD-RECORD     TO WS-BEFORE-IMAGE
           ELSE
                MOVE SPACES                TO WS-BEFORE-IMAGE
           END-IF
           MOVE TP90-RETURN-CODE          TO WS-ERROR-RC
      *
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
      *
           IF   WS-CMD-ACTION = 'A'
           AND  WS-ERROR-RC = TP90-VALUE-SUCCESSFUL
                EXEC CICS SEND TEXT
                     FROM     (WS-EXISTS-TEXT)
                     LENGTH   (LENGTH OF WS-EXISTS-TEXT)
                     ERASE
                END-EXEC
                GO TO 5700-EXIT
           END-IF
           IF   WS-CMD-ACTION NOT = 'A'
           AND  WS-ERROR-RC NOT = TP90-VALUE-SUCCESSFUL
                EXEC CICS SEND TEXT
                     FROM     (WS-NOT-FOUND-TEXT)
                     LENGTH   (LENGTH OF WS-NOT-FOUND-TEXT)
                     ERASE
                END-EXEC
                GO TO 5700-EXIT
           END-IF
      *
           PERFORM 5800-WRITE-QUEUE-ENTRY THRU 5800-EXIT
           .
       5700-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  WRITE THE QUEUE ENTRY UNDER THE FIRST FREE SEQUENCE NUMBER    *
      *  FOR THIS SECOND, OPENED AND CLOSED AROUND THE ONE WRITE.      *
      ******************************************************************
       5800-WRITE-QUEUE-ENTRY.
      *
           SET  TP90Q-ANCHOR              TO NULL
           MOVE 'FRZQUEUE'                TO TP90Q-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90Q-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90Q-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90Q-FILE-MODE
           MOVE SPACES                    TO TP90Q-RETURN-CODE
           MOVE +0                        TO TP90Q-VSAM-RETURN-CODE
           MOVE +0                        TO TP90Q-RECORD-LENGTH
           MOVE SPACES                    TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-FROZEN-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-FROZEN-FAIL-TEXT)
                     ERASE
                END-EXEC
                GO TO 5800-EXIT
           END-IF
      *
           ACCEPT WS-FRZQ-DATE            FROM DATE YYYYMMDD
           ACCEPT WS-FRZQ-TIME-NOW        FROM TIME
           MOVE 'N'                       TO WS-FRZQ-STORED-SW
           MOVE ZEROES                    TO WS-FRZQ-SEQ-TRY
           PERFORM 5850-TRY-ONE-FRZQ-SEQ  THRU 5850-EXIT
                   UNTIL WS-FRZQ-STORED
                      OR WS-FRZQ-SEQ-TRY >= 99
      *
           MOVE TP90-VALUE-CLOSE          TO TP90Q-FUNCTION-CODE
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90Q-ANCHOR              TO NULL
      *
           IF   WS-FRZQ-STORED
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
       5800-EXIT.
           EXIT.
      *
      *
       5850-TRY-ONE-FRZQ-SEQ.
      *
           ADD  1                         TO WS-FRZQ-SEQ-TRY
           MOVE SPACES                    TO FRZQ-RECORD
           MOVE WS-FRZQ-DATE              TO FRZQ-QUEUED-DATE
           MOVE WS-FRZQ-TIME-HHMMSS       TO FRZQ-QUEUED-TIME
           MOVE WS-FRZQ-SEQ-TRY           TO FRZQ-SEQ
           SET  FRZQ-STATUS-QUEUED        TO TRUE
           SET  FRZQ-SOURCE-CHILD         TO TRUE
           MOVE WS-CA-KEY-ID              TO FRZQ-KEY-ID
           MOVE CYST-CYCLE-DATE           TO FRZQ-CYCLE-DATE
           MOVE ENTC-OPERATOR             TO FRZQ-OPERATOR
           MOVE EIBTRMID                  TO FRZQ-TERMINAL
           MOVE 'MCHD'                    TO FRZQ-TRAN-ID
           MOVE WS-CMD-ACTION             TO FRZQ-CMD-ACTION
           MOVE WS-CMD-REC-TYPE           TO FRZQ-CMD-REC-TYPE
           MOVE WS-CMD-SEQ-NBR            TO FRZQ-CMD-SEQ-NBR
           MOVE WS-CMD-DATA               TO FRZQ-CMD-DATA
           MOVE WS-BEFORE-IMAGE           TO FRZQ-BEFORE-IMAGE
           MOVE ZEROES                    TO FRZQ-RESULT-DATE
                                             FRZQ-RESULT-TIME
      *
           MOVE FRZQ-QUEUED-DATE          TO FRZQ-KEY-QUEUED-DATE
           MOVE FRZQ-QUEUED-TIME          TO FRZQ-KEY-QUEUED-TIME
           MOVE FRZQ-SEQ                  TO FRZQ-KEY-SEQ
      *
           MOVE TP90-VALUE-WRITE          TO TP90Q-FUNCTION-CODE
           MOVE LENGTH OF FRZQ-RECORD     TO TP90Q-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90Q-RECFM
           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 FRZQ-RECORD,
                                 FRZQ-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90Q-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-FRZQ-STORED        TO TRUE
           END-IF
           .
       5850-EXIT.
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
           MOVE 'MCHD'                    TO TXUS-TRAN-ID
           MOVE 'MBRCCHLD'                TO TXUS-PROGRAM
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
