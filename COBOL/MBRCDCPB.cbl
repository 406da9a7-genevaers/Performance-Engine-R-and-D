      **              TOPIC THE SAME WAY MBRACKRC BALANCES THE FILE    *
      **              FEEDS.                                           *
      **                                                               *
      **              WHEN A CDCRPLY DD IS ALLOCATED THE JOB IS A      *
      **              REPLAY: THE MBRCDCRP FILE IS PUBLISHED IN PLACE  *
      **              OF CDCFEED, EACH MESSAGE KEEPING ITS ORIGINAL    *
      **              SEQUENCE NUMBER AND CARRYING THE REPLAY FLAG,    *
      **              AND THE CONTROL MESSAGE CARRIES FEED ID 'RP' +   *
      **              THE CONSUMER NAME.  THE FILE'S OWN TRAILER ENDS  *
      **              THE INPUT; A MISSING TRAILER OR A COUNT THAT     *
      **              DISAGREES WITH IT FAILS THE RUN.                 *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MQCONN/MQOPEN/MQPUT/MQCLOSE/MQDISC            *
      **                                                               *
      ** INPUT FILES:   CDC DELTA FEED              (DDNAME=CDCFEED)   *
      **                CDC REPLAY FILE (OPTIONAL)  (DDNAME=CDCRPLY)   *
      **                CTLCARD NAMES MANAGER/TOPIC (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  MQ TOPIC (DEFAULT CUSTNAME.CDC.EVENTS)         *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
      *
       01  WS-REPLAY-MODE-SW           PIC X(01)  VALUE 'N'.
           88  WS-REPLAY-MODE                     VALUE 'Y'.
       01  WS-REPLAY-CONSUMER          PIC X(08)  VALUE SPACES.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
      *
      *****************************************************************
      *  PUBLISHED MESSAGE BODIES - A SEQUENCE NUMBER AHEAD OF THE
      *  UNCHANGED FEED RECORD AND THE REPLAY FLAG (SPACE ON THE
      *  LIVE FEED, 'R' ON A REPLAY), AND THE FINAL CONTROL MESSAGE IN
      *  THE SAME GVBCACKR SHAPE MBRACKRC BALANCES FILE FEEDS WITH,
      *  LED BY SEQUENCE 999999999 SO SUBSCRIBERS CANNOT MISTAKE IT
      *  FOR DATA.
       01  WS-PUBLISH-MSG.
           05  WS-PUB-SEQ-NBR          PIC 9(09).
           05  WS-PUB-FEED-RECORD      PIC X(129).
           05  WS-PUB-REPLAY-FLAG      PIC X(01).
      *
       01  WS-CONTROL-MSG.
           05  WS-CTLMSG-SEQ-NBR       PIC 9(09)  VALUE 999999999.
           05  WS-CTLMSG-ACKR-RECORD   PIC X(80).
      *
       COPY GVBCACKR.
       COPY GVBCCDCH.
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                IF   WS-REPLAY-MODE
                     PERFORM 410-PUBLISH-ONE-REPLAY THRU 410-EXIT
                          UNTIL EOF-FLAG = 'Y'
                             OR SEVERE-ERROR NOT = ' '
                ELSE
                     PERFORM 400-PUBLISH-ONE-DELTA  THRU 400-EXIT
                          UNTIL EOF-FLAG = 'Y'
                             OR SEVERE-ERROR NOT = ' '
                END-IF
           END-IF
      *
           IF   SEVERE-ERROR = ' '
      *
      ***************************************************************
      *  READ THE QUEUE-MANAGER/TOPIC NAMES, CONNECT, OPEN THE
      *  TOPIC FOR OUTPUT, AND OPEN THE REPLAY FILE IF ONE IS
      *  ALLOCATED, OTHERWISE THE FEED FILE.
      ***************************************************************
       100-INIT.
      *
                     MOVE  'Y'             TO SEVERE-ERROR
                END-IF
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                SET  TP90-ANCHOR           TO NULL
                MOVE 'CDCRPLY '            TO TP90-DDNAME
                MOVE TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                MOVE TP90-VALUE-SEQUENTIAL TO TP90-FILE-TYPE
                MOVE TP90-VALUE-INPUT      TO TP90-FILE-MODE
                MOVE SPACES                TO TP90-RETURN-CODE
                MOVE +0                    TO TP90-VSAM-RETURN-CODE
                MOVE LENGTH OF CDCR-RECORD TO TP90-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN  TO TP90-RECFM

                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CDCR-RECORD,
                                      WS-TP90-RECORD-KEY

                IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     SET  WS-REPLAY-MODE    TO TRUE
                     DISPLAY 'DATASET OPENED: ' TP90-DDNAME
                     DISPLAY 'MBRCDCPB: PUBLISHING A REPLAY'
                     GO TO 100-EXIT
                END-IF
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                SET  TP90-ANCHOR           TO NULL
                  ADD  +1                  TO RECORD-CNT
                  MOVE RECORD-CNT          TO WS-PUB-SEQ-NBR
                  MOVE WS-CDC-FEED-RECORD  TO WS-PUB-FEED-RECORD
                  MOVE SPACE               TO WS-PUB-REPLAY-FLAG
                  MOVE LENGTH OF WS-PUBLISH-MSG
                                           TO WS-MQ-DATA-LENGTH
                  PERFORM 500-PUT-ONE-MESSAGE THRU 500-EXIT
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ ONE REPLAY RECORD AND PUBLISH IT UNDER ITS ORIGINAL
      *  SEQUENCE NUMBER.  THE CONTROL TRAILER ENDS THE INPUT AND
      *  MUST AGREE WITH THE COUNT PUBLISHED.
      ***************************************************************
       410-PUBLISH-ONE-REPLAY.
      *
           MOVE TP90-VALUE-READ           TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO CDCR-RECORD
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CDCR-RECORD,
                                 WS-TP90-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  DISPLAY 'MBRCDCPB: CDCRPLY HAS NO CONTROL TRAILER'
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCDCPB DD: CDCRPLY, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE  'Y'                TO SEVERE-ERROR
             WHEN CDCR-CONTROL-TRAILER
                  MOVE 'Y'                 TO EOF-FLAG
                  MOVE CDCR-CTL-CONSUMER   TO WS-REPLAY-CONSUMER
                  IF   CDCR-CTL-RECORD-CNT NOT = RECORD-CNT
                       MOVE CDCR-CTL-RECORD-CNT TO WS-DISPLAY-MASK-1
                       DISPLAY 'MBRCDCPB: CDCRPLY TRAILER COUNT '
                               WS-DISPLAY-MASK-1
                               ' DISAGREES WITH RECORDS READ'
                       MOVE  'Y'           TO SEVERE-ERROR
                  END-IF
             WHEN OTHER
                  ADD  +1                  TO RECORD-CNT
                  MOVE CDCR-SEQ-NBR        TO WS-PUB-SEQ-NBR
                  MOVE CDCR-FEED-RECORD    TO WS-PUB-FEED-RECORD
                  MOVE CDCR-REPLAY-FLAG    TO WS-PUB-REPLAY-FLAG
                  MOVE LENGTH OF WS-PUBLISH-MSG
                                           TO WS-MQ-DATA-LENGTH
                  PERFORM 500-PUT-ONE-MESSAGE THRU 500-EXIT
           END-EVALUATE
           .
       410-EXIT.
           EXIT.
      *
      *
       500-PUT-ONE-MESSAGE.
      *
      *
      ***************************************************************
      *  PUBLISH THE FINAL CONTROL MESSAGE - THE GVBCACKR SHAPE
      *  WITH THE TOPIC'S FEED ID (OR THE REPLAY'S, 'RP' + THE
      *  CONSUMER, AS MBRCDCRP RECORDED IT ON SENTLOG), THE RUN
      *  DATE, AND THE COUNT OF DATA MESSAGES JUST PUBLISHED.
      ***************************************************************
       700-PUBLISH-CONTROL.
      *
           MOVE SPACES                    TO ACKR-RECORD
           IF   WS-REPLAY-MODE
                STRING 'RP'               DELIMITED BY SIZE
                       WS-REPLAY-CONSUMER DELIMITED BY SIZE
                  INTO ACKR-FEED-ID
           ELSE
                MOVE 'CDCTOPIC'           TO ACKR-FEED-ID
           END-IF
           MOVE WS-RUN-DATE               TO ACKR-BUSN-DATE
           MOVE RECORD-CNT                TO ACKR-RECORD-CNT
           MOVE ACKR-RECORD               TO WS-CTLMSG-ACKR-RECORD
