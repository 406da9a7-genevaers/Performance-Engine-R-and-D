      **              OF AVERAGING THREE DAYS IN A FLAT FILE.          *
      **              RECYCOUT IS CONCATENATED (OR MERGED) AHEAD OF    *
      **              THE NEXT CYCLE'S CUSTNAMS.                       *
      **              EVERY RECORD STILL SUSPENDED IS RAISED ON THE    *
      **              STEWARD WORK QUEUE (MBRWRKWR, TYPE 'S'); ONE     *
      **              NO LONGER SUSPENDED HAS ITS WORK ITEM CLOSED.    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRWRKWR - STEWARD WORK-QUEUE WRITER          *
      **                                                               *
      ** INPUT FILES:   REJECT SUSPENSE CLUSTER      (DDNAME=SUSPNSV)  *
      **                                                               *
      ** OUTPUT FILES:  RECYCLE FEED                 (DDNAME=RECYCOUT) *
      **                STEWARD WORK QUEUE           (DDNAME=WORKQV)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0016 - ABEND                                     *
      *
       01  WS-BROWSED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-RECYCLED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-WORK-RAISED-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-WORK-CLOSED-CNT          PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       COPY GVBCSUSP.
      *
       COPY GVBCWRKW.
       01  WS-MBRWRKWR                 PIC X(08)  VALUE 'MBRWRKWR'.
      *
       01  WS-RECYCLE-RECORD           PIC X(96).
      *
             WHEN OTHER
                  ADD  +1                  TO WS-BROWSED-CNT
           END-EVALUATE
      *
           IF   WS-SUSP-EOF-SW NOT = 'Y'
           AND  SEVERE-ERROR = ' '
                PERFORM 650-QUEUE-FOR-STEWARD THRU 650-EXIT
           END-IF
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  KEEP THE STEWARD WORK QUEUE IN STEP WITH SUSPENSE: A RECORD
      *  STILL SUSPENDED IS A WORK ITEM, ANY OTHER STATUS CLOSES IT.
      ***************************************************************
       650-QUEUE-FOR-STEWARD.
      *
           MOVE SPACES                    TO WRKW-WRITE-PARMS
           MOVE 'S'                       TO WRKW-TYPE
           MOVE SUSP-KEY-ID               TO WRKW-KEY-ID
           MOVE SUSP-SUSP-DATE            TO WRKW-ITEM-REF
           MOVE 'MBRSUSPR'                TO WRKW-SOURCE-PGM
           IF   SUSP-STATUS-SUSPENDED
                SET  WRKW-FCN-RAISE       TO TRUE
                STRING 'SUSPENDED, REASON '  DELIMITED BY SIZE
                       SUSP-REASON-CODE      DELIMITED BY SIZE
                       ' SOURCE '            DELIMITED BY SIZE
                       SUSP-SOURCE-TAG       DELIMITED BY SIZE
                       INTO WRKW-DETAIL
                END-STRING
           ELSE
                SET  WRKW-FCN-RESOLVE     TO TRUE
           END-IF
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
      *
           EVALUATE TRUE
             WHEN WRKW-RESULT-NEW
             WHEN WRKW-RESULT-REOPENED
                  ADD  +1                 TO WS-WORK-RAISED-CNT
             WHEN WRKW-RESULT-CLOSED
                  ADD  +1                 TO WS-WORK-CLOSED-CNT
           END-EVALUATE
           .
       650-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           MOVE WS-RECYCLED-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSUSPR: ' WS-DISPLAY-MASK-1
                   ' CORRECTED RECORDS RECYCLED'
      *
           SET  WRKW-FCN-CLOSE            TO TRUE
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
           MOVE WS-WORK-RAISED-CNT        TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSUSPR: ' WS-DISPLAY-MASK-1
                   ' NEW STEWARD WORK ITEMS'
           MOVE WS-WORK-CLOSED-CNT        TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRSUSPR: ' WS-DISPLAY-MASK-1
                   ' STEWARD WORK ITEMS CLOSED'
           .
       9900-EXIT.
           EXIT.
