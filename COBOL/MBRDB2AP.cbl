      **              TABLE'S ROW COUNT IS RECONCILED AGAINST THE      *
      **              LIVE CLUSTER'S RECORD COUNT.                     *
      **                                                               *
      **              WHEN A CDCRPLY DD IS ALLOCATED THE RUN APPLIES   *
      **              AN MBRCDCRP REPLAY FILE INSTEAD OF CDCFEED.  THE *
      **              VERIFY PASS THEN ALSO REQUIRES THE FILE'S        *
      **              CONTROL TRAILER, AND ITS RECORD COUNT TO AGREE   *
      **              WITH THE DELTAS READ, BEFORE ANYTHING IS         *
      **              APPLIED.                                         *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR30 - DB2 SQL INTERFACE                   *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CDC DELTA FEED              (DDNAME=CDCFEED)   *
      **                CDC REPLAY FILE (OPTIONAL)  (DDNAME=CDCRPLY)   *
      **                VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                CTLCARD NAMES THE DBMS CONNECTION              *
      **                                                               *
       01  WS-TABLE-ROW-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-RECON-MISMATCH-SW        PIC X(01)  VALUE 'N'.
           88  WS-RECON-MISMATCH                  VALUE 'Y'.
      *
      *****************************************************************
      *  THE FEED BEING APPLIED - CDCFEED, OR AN MBRCDCRP REPLAY FILE
      *  WHOSE RECORDS CARRY THE SAME FEED RECORD AND END IN A
      *  CONTROL TRAILER.
      *****************************************************************
       01  WS-FEED-DDNAME              PIC X(08)  VALUE 'CDCFEED '.
       01  WS-REPLAY-MODE-SW           PIC X(01)  VALUE 'N'.
           88  WS-REPLAY-MODE                     VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN                    VALUE 'Y'.
       01  WS-TRAILER-RCRD-CNT         PIC S9(09) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
           05  WS-COUNT-ROW-NUM        PIC 9(10).
           05  FILLER                  PIC X(10).
      *
       COPY GVBCCDCH.
       COPY GVBCRUNC.
       COPY GVBCUR30.
      *
                        'THE DEFAULT DBMS CONNECTION'
           END-IF
           DISPLAY 'MBRDB2AP: CONNECTION = ' WS-CTL-CONNECTION
      *
      *      A REPLAY FILE, IF ONE IS ALLOCATED, TAKES THE PLACE OF
      *      THE DAY'S FEED.
           MOVE 'CDCRPLY '                TO WS-FEED-DDNAME
           SET  WS-REPLAY-MODE            TO TRUE
           PERFORM 150-OPEN-THE-FEED      THRU 150-EXIT
           IF   TP90F-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDB2AP: APPLYING A REPLAY'
                GO TO 100-EXIT
           END-IF
      *
           MOVE 'CDCFEED '                TO WS-FEED-DDNAME
           MOVE 'N'                       TO WS-REPLAY-MODE-SW
           PERFORM 150-OPEN-THE-FEED      THRU 150-EXIT
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDB2AP DD: CDCFEED, GVBTP90 FAILED, '
                        'RET CD = ' TP90F-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
       150-OPEN-THE-FEED.
      *
           SET  TP90F-ANCHOR              TO NULL
           MOVE WS-FEED-DDNAME            TO TP90F-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90F-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90F-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90F-FILE-MODE
           MOVE SPACES                    TO TP90F-RETURN-CODE
           MOVE +0                        TO TP90F-VSAM-RETURN-CODE
           IF   WS-REPLAY-MODE
                MOVE LENGTH OF CDCR-RECORD
                                          TO TP90F-RECORD-LENGTH
           ELSE
                MOVE LENGTH OF WS-CDC-FEED-RECORD
                                          TO TP90F-RECORD-LENGTH
           END-IF
           MOVE TP90-VALUE-FIXED-LEN      TO TP90F-RECFM
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 CDCR-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90F-ANCHOR         TO NULL
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90F-DDNAME
           END-IF
           .
       150-EXIT.
           EXIT.
      *
      *
           MOVE WS-FEED-BAD-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDB2AP: ' WS-DISPLAY-MASK-1
                   ' FEED RECORDS MALFORMED'
      *
           IF   WS-REPLAY-MODE
           AND  SEVERE-ERROR = ' '
                EVALUATE TRUE
                  WHEN NOT WS-TRAILER-SEEN
                       ADD  +1             TO WS-FEED-BAD-CNT
                       DISPLAY 'MBRDB2AP: *** CDCRPLY HAS NO CONTROL '
                               'TRAILER ***'
                  WHEN WS-TRAILER-RCRD-CNT NOT = WS-FEED-RCRDS-CNT
                       ADD  +1             TO WS-FEED-BAD-CNT
                       MOVE WS-TRAILER-RCRD-CNT TO WS-DISPLAY-MASK-1
                       DISPLAY 'MBRDB2AP: *** CDCRPLY TRAILER COUNT '
                               WS-DISPLAY-MASK-1
                               ' DISAGREES WITH DELTAS READ ***'
                END-EVALUATE
           END-IF
           .
       200-EXIT.
           EXIT.
      *
       210-VERIFY-ONE-DELTA.
      *
           PERFORM 250-READ-ONE-DELTA     THRU 250-EXIT
           EVALUATE TRUE
             WHEN EOF-FLAG = 'Y'
             WHEN SEVERE-ERROR NOT = ' '
                  CONTINUE
             WHEN OTHER
                  ADD  +1                  TO WS-FEED-RCRDS-CNT
                  IF   WS-FEED-REC-KEY = SPACES
      *
      *
      ***************************************************************
      *  READ THE NEXT DELTA FOR EITHER PASS.  FROM A REPLAY FILE
      *  THE FEED RECORD IS LIFTED OUT OF THE REPLAY RECORD, AND
      *  THE CONTROL TRAILER ENDS THE INPUT.
      ***************************************************************
       250-READ-ONE-DELTA.
      *
           MOVE TP90-VALUE-READ           TO TP90F-FUNCTION-CODE
           MOVE SPACES                    TO CDCR-RECORD
           IF   WS-REPLAY-MODE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      CDCR-RECORD,
                                      TP90-RECORD-KEY
           ELSE
                MOVE SPACES               TO WS-CDC-FEED-RECORD
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      WS-CDC-FEED-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           EVALUATE TRUE
             WHEN TP90F-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                 TO EOF-FLAG
             WHEN TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRDB2AP: ERROR READING ' WS-FEED-DDNAME
                          ' RC = ' TP90F-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN NOT WS-REPLAY-MODE
                  CONTINUE
             WHEN CDCR-CONTROL-TRAILER
                  MOVE 'Y'                 TO EOF-FLAG
                  SET  WS-TRAILER-SEEN     TO TRUE
                  MOVE CDCR-CTL-RECORD-CNT TO WS-TRAILER-RCRD-CNT
             WHEN OTHER
                  MOVE CDCR-FEED-RECORD    TO WS-CDC-FEED-RECORD
           END-EVALUATE
           .
       250-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 2 - REOPEN THE FEED AND APPLY EVERY DELTA AS DB2 DML
      *  THROUGH GVBUR30.  A DELETE ALWAYS PRECEDES AN INSERT, SO
      *  A RERUN CONVERGES.
      ***************************************************************
       300-APPLY-THE-FEED.
      *
           PERFORM 150-OPEN-THE-FEED      THRU 150-EXIT
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDB2AP: COULD NOT REOPEN ' WS-FEED-DDNAME
                        ', RC = ' TP90F-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 300-EXIT
           END-IF
      *
       310-APPLY-ONE-DELTA.
      *
           PERFORM 250-READ-ONE-DELTA     THRU 250-EXIT
           EVALUATE TRUE
             WHEN EOF-FLAG = 'Y'
             WHEN SEVERE-ERROR NOT = ' '
                  CONTINUE
             WHEN OTHER
                  PERFORM 330-DELETE-THE-ROW THRU 330-EXIT
                  IF   SEVERE-ERROR = ' '
