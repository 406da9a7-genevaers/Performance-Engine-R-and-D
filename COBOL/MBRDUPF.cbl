      **              MODE=EXTRACT BROWSES CUSTNAMV AND WRITES ONE     *
      **              WORK RECORD (STATE, CITY, NAME, ADDRESS LINE,    *
      **              KEY, AGREEMENT ID) PER CUSTOMER TO DUPWORK FOR   *
      **              THE JCL SORT TO ORDER BY STATE/CITY/NAME.  WHEN  *
      **              THE OPTIONAL CUSTPNMV DD IS ALLOCATED, AN        *
      **              INDIVIDUAL'S PARSED SURNAME AND FIRST INITIAL    *
      **              (GVBCCHLD NOTE 9) RIDE ALONG AT THE END OF THE   *
      **              WORK RECORD.                                     *
      **                                                               *
      **              MODE=MATCH READS THE SORTED FILE BACK            *
      **              (DUPSRTD) AND SCORES EACH RECORD AGAINST A       *
      **              SLIDING WINDOW OF ITS NEIGHBORS INSIDE THE SAME  *
      **              STATE/CITY BLOCK: NAME SIMILARITY UP TO 60       *
      **              POINTS (OR, FOR TWO PARSED INDIVIDUALS, THE      *
      **              SAME SURNAME 45 PLUS THE SAME FIRST INITIAL 15,  *
      **              WHICHEVER IS HIGHER - SO 'DR JANE MACDONALD'     *
      **              STILL MEETS 'JANE MACDONALD'), MATCHING ADDRESS  *
      **              LINE 20, AGREEMENT IDS WITHIN 1000 OF EACH       *
      **              OTHER 20.  PAIRS AT OR ABOVE THE THRESHOLD GO    *
      **              TO THE MERGE-CANDIDATE FILE (SCORE FIRST, SO A   *
      **              JCL SORT CAN RANK IT) AND THE REVIEW REPORT FOR  *
      **              THE DATA STEWARDS.                               *
      **              EACH PAIR IS ALSO RAISED ON THE STEWARD WORK     *
      **              QUEUE (MBRWRKWR, TYPE 'D'), UNDER THE SURVIVOR   *
      **              KEY WITH THE DUPLICATE KEY AS ITS REFERENCE.     *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRWRKWR - STEWARD WORK-QUEUE WRITER          *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                SORTED WORK FILE            (DDNAME=DUPSRTD)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  FLAT WORK EXTRACT           (DDNAME=DUPWORK)   *
      **                MERGE-CANDIDATE FILE        (DDNAME=MRGCAND)   *
      **                REVIEW REPORT               (DDNAME=DUPFRPT)   *
      **                STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - MERGE CANDIDATES FOUND (MATCH MODE)       *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      THE NAME AND ADDRESS ARE HELD PROTECTED (SEE GVBCPIIK);
      *      THE MATCH NEEDS THEM IN CLEAR, SO EACH RECORD IS
      *      REVEALED UNDER THE ACTIVE KEY BEFORE IT GOES TO THE
      *      (TEMPORARY) DUPWORK FILE.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
           05  WS-WORK-KEY-ID          PIC X(10).
           05  WS-WORK-AGRE-BUSN-ID    PIC 9(11).
           05  FILLER                  PIC X(04).
           05  WS-WORK-PNM-LAST        PIC X(25).
           05  WS-WORK-PNM-FIRST-INIT  PIC X(01).
      *
      *****************************************************************
      *  SLIDING COMPARISON WINDOW - THE LAST 10 WORK RECORDS OF THE
               10  WS-WIN-ADDR-LINE    PIC X(20).
               10  WS-WIN-KEY-ID       PIC X(10).
               10  WS-WIN-AGRE-BUSN-ID PIC 9(11).
               10  WS-WIN-PNM-LAST     PIC X(25).
               10  WS-WIN-PNM-FIRST-INIT
                                       PIC X(01).
       01  WS-WINDOW-DEPTH             PIC S9(04) COMP VALUE +0.
       01  WS-WINDOW-MAX               PIC S9(04) COMP VALUE +10.
       01  WS-WINDOW-IDX               PIC S9(04) COMP VALUE +0.
      *  PAIR SCORING WORK FIELDS.  NAME SIMILARITY IS THREE POINTS
      *  PER MATCHING CHARACTER POSITION (MAX 60); A MATCHING
      *  ADDRESS LINE ADDS 20; AGREEMENT IDS WITHIN 1000 OF EACH
      *  OTHER ADD 20.  IDENTICAL KEYS NEVER PAIR.  WHEN BOTH SIDES
      *  CARRY A PARSED SURNAME, THE SAME SURNAME SCORES 45 AND THE
      *  SAME FIRST INITIAL A FURTHER 15 IN PLACE OF THE CHARACTER
      *  SCORE, IF THAT IS HIGHER.
      *****************************************************************
       01  WS-PAIR-SCORE               PIC S9(04) COMP VALUE +0.
       01  WS-PARTS-SCORE              PIC S9(04) COMP VALUE +0.
       01  WS-PNM-FOUND-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-NAME-MATCH-CNT           PIC S9(04) COMP VALUE +0.
       01  WS-CHAR-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-AGRE-DIFF                PIC S9(12) COMP-3 VALUE +0.
      *
       COPY GVBCRUNC.
       COPY GVBCKWRD.
      *
       COPY GVBCWRKW.
       01  WS-MBRWRKWR                 PIC X(08)  VALUE 'MBRWRKWR'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
       COPY GVBCCHLD.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90O-PARAMETER-AREA==
                                ==TP90R-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90R-ESDS==.
      *
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90N-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90N-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90N-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90N-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90N-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90N-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90N-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90N-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90N-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90N-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90N-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90-DDNAME
           END-IF
      *
      *      NO PARSED-NAME CLUSTER MEANS EVERY PAIR IS SCORED ON
      *      THE NAME CHARACTERS ALONE.
           SET  TP90N-ANCHOR              TO NULL
           MOVE 'CUSTPNMV'                TO TP90N-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90N-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90N-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90N-FILE-MODE
           MOVE SPACES                    TO TP90N-RETURN-CODE
           MOVE +0                        TO TP90N-VSAM-RETURN-CODE
           MOVE +0                        TO TP90N-RECORD-LENGTH
           MOVE SPACES                    TO TP90N-RECFM
           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90N-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDUPF: CUSTPNMV DD NOT ALLOCATED, '
                        'NAME CHARACTERS SCORED ONLY'
                SET  TP90N-ANCHOR           TO NULL
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90N-DDNAME
           END-IF
      *
           SET  TP90O-ANCHOR              TO NULL
           MOVE 'DUPWORK '                TO TP90O-DDNAME
      *
       120-OPEN-MATCH-DDS.
      *
           SET  TP90N-ANCHOR              TO NULL
           SET  TP90-ANCHOR               TO NULL
           MOVE 'DUPSRTD '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                    TO RECORD-CNT
                  SET  PIIC-FCN-REVEAL       TO TRUE
                  SET  PIIC-IMAGE-PARENT     TO TRUE
                  SET  PIIC-GEN-ACTIVE       TO TRUE
                  CALL WS-MBRPIICR USING PIIC-PARMS,
                                         TP90-FB-RECORD-AREA
                  IF   NOT PIIC-RET-USABLE
                       DISPLAY 'MBRDUPF: PERSONAL DATA KEY ERROR, '
                               'KEY ' TP90-CUST-KEY-ID
                               ' MBRPIICR RC = ' PIIC-RETURN-CODE
                       MOVE  'Y'             TO SEVERE-ERROR
                       GO TO 310-EXIT
                  END-IF
                  MOVE SPACES                TO WS-WORK-RECORD
                  MOVE TP90-CUST-STATE       TO WS-WORK-STATE
                  MOVE TP90-CUST-CITY        TO WS-WORK-CITY
                  MOVE TP90-CUST-KEY-ID      TO WS-WORK-KEY-ID
                  MOVE TP90-CUST-AGRE-BUSN-ID
                                             TO WS-WORK-AGRE-BUSN-ID
                  PERFORM 315-FETCH-NAME-PARTS THRU 315-EXIT
                  IF   SEVERE-ERROR NOT = ' '
                       GO TO 310-EXIT
                  END-IF
                  MOVE TP90-VALUE-WRITE      TO TP90O-FUNCTION-CODE
                  CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                        WS-WORK-RECORD,
      *
      *
      ***************************************************************
      *  CARRY AN INDIVIDUAL'S PARSED SURNAME AND FIRST INITIAL INTO
      *  THE WORK RECORD.  A BUSINESS, AN UNPARSEABLE NAME OR A
      *  CUSTOMER WITH NO PARSED-NAME CHILD LEAVES THEM BLANK.
      ***************************************************************
       315-FETCH-NAME-PARTS.
      *
           IF   TP90N-ANCHOR = NULL
                GO TO 315-EXIT
           END-IF
      *
           MOVE 'CUSTPNMV'                TO TP90N-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90N-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90N-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90N-FILE-MODE
           MOVE +96                       TO TP90N-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90N-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'PNM01'                   TO CUST-CHILD-RECORD-KEY(11:5)
           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90N-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 315-EXIT
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRDUPF: PERSONAL DATA KEY ERROR, '
                        'KEY ' TP90-CUST-KEY-ID
                        ' PNM MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 315-EXIT
           END-IF
      *
           IF   CUST-PNM-INDIVIDUAL
           AND  CUST-PNM-LAST NOT = SPACES
                MOVE CUST-PNM-LAST        TO WS-WORK-PNM-LAST
                MOVE CUST-PNM-FIRST (1:1) TO WS-WORK-PNM-FIRST-INIT
                ADD  +1                   TO WS-PNM-FOUND-CNT
           END-IF
           .
       315-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MATCH PHASE - SCORE EACH SORTED RECORD AGAINST ITS WINDOW
      *  OF NEIGHBORS, THEN PUSH IT INTO THE WINDOW.
      ***************************************************************
           MOVE WS-WORK-KEY-ID    TO WS-WIN-KEY-ID (WS-WINDOW-PUSH-IDX)
           MOVE WS-WORK-AGRE-BUSN-ID
                            TO WS-WIN-AGRE-BUSN-ID (WS-WINDOW-PUSH-IDX)
           MOVE WS-WORK-PNM-LAST
                                TO WS-WIN-PNM-LAST (WS-WINDOW-PUSH-IDX)
           MOVE WS-WORK-PNM-FIRST-INIT
                          TO WS-WIN-PNM-FIRST-INIT (WS-WINDOW-PUSH-IDX)
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 410-READ-SORTED-RCRD THRU 410-EXIT
           PERFORM 435-COMPARE-NAME-CHAR  THRU 435-EXIT
                   UNTIL WS-CHAR-IDX > +20
           COMPUTE WS-PAIR-SCORE = WS-NAME-MATCH-CNT * +3
      *
           IF   WS-WORK-PNM-LAST NOT = SPACES
           AND  WS-WIN-PNM-LAST (WS-WINDOW-IDX) = WS-WORK-PNM-LAST
                MOVE +45                  TO WS-PARTS-SCORE
                IF   WS-WORK-PNM-FIRST-INIT NOT = SPACE
                AND  WS-WIN-PNM-FIRST-INIT (WS-WINDOW-IDX)
                       = WS-WORK-PNM-FIRST-INIT
                     ADD  +15             TO WS-PARTS-SCORE
                END-IF
                IF   WS-PARTS-SCORE > WS-PAIR-SCORE
                     MOVE WS-PARTS-SCORE  TO WS-PAIR-SCORE
                END-IF
           END-IF
      *
           IF   WS-WIN-ADDR-LINE (WS-WINDOW-IDX) = WS-WORK-ADDR-LINE
                ADD  +20                  TO WS-PAIR-SCORE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-CANDIDATE-CNT
                PERFORM 445-QUEUE-FOR-STEWARD THRU 445-EXIT
           END-IF
      *
           MOVE WS-PAIR-SCORE             TO WS-RPT-DTL-SCORE
       440-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RAISE THE PAIR ON THE STEWARD WORK QUEUE.  A PAIR A STEWARD
      *  HAS ALREADY JUDGED STAYS CLOSED (SEE GVBCWORK).
      ***************************************************************
       445-QUEUE-FOR-STEWARD.
      *
           MOVE SPACES                    TO WRKW-WRITE-PARMS
           SET  WRKW-FCN-RAISE            TO TRUE
           MOVE 'D'                       TO WRKW-TYPE
           MOVE WS-CAND-SURVIVOR-KEY      TO WRKW-KEY-ID
           MOVE WS-CAND-DUPLICATE-KEY     TO WRKW-ITEM-REF
           MOVE 'MBRDUPF '                TO WRKW-SOURCE-PGM
           STRING 'SCORE '                DELIMITED BY SIZE
                  WS-CAND-SCORE           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-CAND-DUPLICATE-NAME  DELIMITED BY SIZE
                  INTO WRKW-DETAIL
           END-STRING
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
           .
       445-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-DETAIL-LINE,
                                      TP90-RECORD-KEY
                SET  WRKW-FCN-CLOSE       TO TRUE
                CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
           END-IF
      *
           IF   TP90N-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90N-FUNCTION-CODE
                CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDUPF: ' WS-DISPLAY-MASK-1 ' RECORDS READ'
           IF   WS-CTL-MODE-EXTRACT
                MOVE WS-PNM-FOUND-CNT     TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDUPF: ' WS-DISPLAY-MASK-1
                        ' PARSED SURNAMES CARRIED'
           END-IF
           IF   WS-CTL-MODE-MATCH
                MOVE WS-CANDIDATE-CNT     TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRDUPF: ' WS-DISPLAY-MASK-1
