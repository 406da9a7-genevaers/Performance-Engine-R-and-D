      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRRULES - FIELD-EDIT INTERPRETER             *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                                                               *
      ** I-O FILES:     REJECT SUSPENSE CLUSTER     (DDNAME=SUSPNSV)   *
      **                                                               *
               10  FILLER              PIC X(08)   VALUE ' SOURCE '.
               10  WS-RVW-SOURCE       PIC X(01).
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-RVW-REASON-DESC  PIC X(30).
           05  WS-RVW-LINE-2.
               10  FILLER              PIC X(06)   VALUE 'NAME: '.
               10  WS-RVW-NAME         PIC X(20).
      *
       COPY GVBCENTL.
       01  WS-MBRENTCK                 PIC X(08)  VALUE 'MBRENTCK'.
      *
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
               88  WS-CA-AWAITING-KEY      VALUE 'K'.
               88  WS-CA-AWAITING-FIELDS   VALUE 'U'.
           05  WS-CA-SUSP-KEY          PIC X(18).
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
                END-IF
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
           SET  WS-CA-AWAITING-KEY        TO TRUE
           MOVE SPACES                    TO WS-CA-SUSP-KEY
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MSUS')
                COMMAREA (DFHCOMMAREA)
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
           MOVE SUSP-ORIGINAL-RECORD      TO SUS-FB-RECORD-AREA
           MOVE SUSP-SUSP-DATE            TO WS-RVW-SUSP-DATE
           MOVE SUSP-REASON-CODE          TO WS-RVW-REASON
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'SUSPRSN '                TO REFL-CODE-TYPE
           MOVE SUSP-REASON-CODE          TO REFL-CODE
           MOVE SUSP-SUSP-DATE            TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           MOVE REFL-DESC                 TO WS-RVW-REASON-DESC
           MOVE SUSP-SOURCE-TAG           TO WS-RVW-SOURCE
           MOVE SUS-CUST-NAME             TO WS-RVW-NAME
           MOVE SUS-CUST-ADDR-LINE        TO WS-RVW-ADDR
           SET  WS-CA-AWAITING-FIELDS     TO TRUE
           MOVE SUSP-RECORD-KEY           TO WS-CA-SUSP-KEY
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MSUS')
                COMMAREA (DFHCOMMAREA)
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SUSP-RECORD,
                                 SUSP-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90-ANCHOR           TO NULL
                GO TO 3000-EXIT
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SUSP-RECORD,
                                 SUSP-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SUSP-RECORD,
                                 SUSP-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       3000-EXIT.
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SUSP-RECORD,
                                 SUSP-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   SUSP-KEY-ID NOT = WS-KEY-INPUT
                SET  WS-BROWSE-EOF         TO TRUE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SUSP-RECORD,
                                 SUSP-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SUSP-RECORD,
                                 SUSP-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   NOT SUSP-STATUS-SUSPENDED
                EXEC CICS SEND TEXT
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SUSP-RECORD,
                                 SUSP-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-RETURN-CODE      TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SUSP-RECORD,
                                 SUSP-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       4000-RETURN.
           SET  WS-CA-AWAITING-KEY        TO TRUE
           MOVE SPACES                    TO WS-CA-SUSP-KEY
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MSUS')
                COMMAREA (DFHCOMMAREA)
           .
       4000-EXIT.
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
           MOVE 'MSUS'                    TO TXUS-TRAN-ID
           MOVE 'MBRCSUSP'                TO TXUS-PROGRAM
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
