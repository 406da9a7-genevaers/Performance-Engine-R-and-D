      **                                                               *
      ** DESCRIPTION: CICS SEARCH-BY-NAME.  THE AGENT WHO ONLY HAS     *
      **              'KATHERINE MACDONALD, SOMEWHERE IN OHIO' TYPES   *
      **              THE NAME AND OPTIONALLY ',ST'; ITS SURNAME IS    *
      **              ENCODED THROUGH MBRPHONC AND THE PHONIDXV INDEX  *
      **              (SEE GVBCPHON, BUILT BY MBRPHONB) IS BROWSED ON  *
      **              THE CODE - AND STATE WHEN GIVEN - FOR UP TO TEN  *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRPHONC - PHONETIC ENCODER                   *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                 MBRRCUCK - RESTRICTED-CUSTOMER CHECK          *
      **                                                               *
      ** INPUT FILES:   PHONETIC INDEX CLUSTER      (DDNAME=PHONIDXV)  *
      **                RESTRICTED-CUSTOMER REGISTER (DDNAME=RESTRICT) *
      **                                                               *
      ** OUTPUT FILES:  INQUIRY ACCESS LOG          (DDNAME=CINQLOG)   *
      **                                                               *
      *      AS MBRCBRW.
       COPY GVBCENTL.
       01  WS-MBRENTCK                 PIC X(08)   VALUE 'MBRENTCK'.
      *
      *      RESTRICTED CUSTOMERS (SEE GVBCRCUC/MBRRCUCK) - WITHOUT
      *      THE RESTRICTED LEVEL A REGISTERED CANDIDATE IS LISTED
      *      BY KEY ONLY.  MBRRCUCK JOURNALS EVERY ACCESS.
       COPY GVBCRCUC.
       01  WS-MBRRCUCK                 PIC X(08)   VALUE 'MBRRCUCK'.
      *
       COPY GVBCACCL.
       01  WS-CINQLOG-DDNAME           PIC X(08)   VALUE 'CINQLOG '.
       01  WS-COMMAREA.
           05  WS-CA-STATE             PIC X(01).
               88  WS-CA-AWAITING-NAME     VALUE 'N'.
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
                PERFORM 2000-PROCESS-SEARCH THRU 2000-EXIT
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
      *
           PERFORM 2100-PARSE-NAME-STATE  THRU 2100-EXIT
      *
           SET  PHON-FCN-ENCODE-SURNAME   TO TRUE
           MOVE SPACES                    TO PHON-NAME-IN
           MOVE WS-SEARCH-NAME            TO PHON-NAME-IN
           CALL WS-MBRPHONC USING PHON-ENCODE-PARMS
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PHON-RECORD,
                                 PHON-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE     TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PHON-RECORD,
                                 PHON-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-SEARCH-EOF        TO TRUE
           END-IF
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PHON-RECORD,
                                 PHON-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       3000-EXIT.
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PHON-RECORD,
                                 PHON-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  SET  WS-SEARCH-EOF      TO TRUE
                  END-IF
                  MOVE PHON-KEY-ID
                    TO WS-ROW-KEY-ID (WS-CAND-ROW-CNT)
                  MOVE PHON-KEY-ID        TO RCUC-KEY-ID
                  PERFORM 2490-CHECK-RESTRICTED THRU 2490-EXIT
                  IF   ENTC-MASK-LEVEL = '2'
                  OR   NOT RCUC-MAY-SHOW
                       MOVE WS-MASK-FILL
                         TO WS-ROW-NAME (WS-CAND-ROW-CNT)
                  ELSE
                       MOVE PHON-NAME
                         TO WS-ROW-NAME (WS-CAND-ROW-CNT)
                  END-IF
                  IF   RCUC-MAY-SHOW
                       MOVE PHON-CITY
                         TO WS-ROW-CITY (WS-CAND-ROW-CNT)
                       MOVE PHON-STATE
                         TO WS-ROW-STATE (WS-CAND-ROW-CNT)
                  ELSE
                       MOVE WS-MASK-FILL
                         TO WS-ROW-CITY (WS-CAND-ROW-CNT)
                       MOVE WS-MASK-FILL
                         TO WS-ROW-STATE (WS-CAND-ROW-CNT)
                  END-IF
           END-EVALUATE
           .
       3100-EXIT.
      ******************************************************************
       2480-REFUSE-AND-LOG.
      *
           SET  TXUS-OUTCOME-DENIED       TO TRUE
           EXEC CICS SEND TEXT
                FROM     (WS-DENIED-TEXT)
                LENGTH   (LENGTH OF WS-DENIED-TEXT)
      *
      *
      ******************************************************************
      *  ASK MBRRCUCK WHETHER THE CANDIDATE IN RCUC-KEY-ID IS ON THE   *
      *  RESTRICT REGISTER AND MAY BE LISTED IN FULL FOR THIS          *
      *  OPERATOR, AT THE RESTRICTED LEVEL MBRENTCK GAVE BACK IN 2470. *
      ******************************************************************
       2490-CHECK-RESTRICTED.
      *
           SET  RCUC-FCN-CHECK            TO TRUE
           MOVE ENTC-OPERATOR             TO RCUC-OPERATOR
           MOVE EIBTRMID                  TO RCUC-TERMINAL
           MOVE 'MPHN'                    TO RCUC-TRAN-ID
           MOVE 'MBRCPHON'                TO RCUC-PROGRAM
           MOVE SPACES                    TO RCUC-REQUESTER
           SET  RCUC-ACCESS-LIST          TO TRUE
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
      ******************************************************************
      *  LOG ONE SEARCH - TYPE 'S', THE FIRST CANDIDATE KEY (OR        *
      *  BLANKS), RESULT F/N.                                          *
      ******************************************************************
           MOVE WS-LOG-TIME-HHMMSS        TO ACCL-LOG-TIME
           MOVE ENTC-OPERATOR             TO ACCL-OPERATOR
           MOVE EIBTRMID                  TO ACCL-TERMINAL
           MOVE 'MPHN'                    TO ACCL-TRAN-ID
           MOVE SPACES                    TO ACCL-AGRE-NBR
      *
           SET  TP90L-ANCHOR              TO NULL
      *
           MOVE WS-COMMAREA               TO DFHCOMMAREA
      *
           PERFORM 2495-CLOSE-RESTRICTED  THRU 2495-EXIT
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MPHN')
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
           MOVE 'MPHN'                    TO TXUS-TRAN-ID
           MOVE 'MBRCPHON'                TO TXUS-PROGRAM
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
