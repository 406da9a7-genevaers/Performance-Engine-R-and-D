      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR40 - COMPRESS/EXPAND ENGINE              *
      **                 MBRENTCK - OPERATOR ENTITLEMENTS              *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   ARCHIVE DIRECTORY           (DDNAME=ARCHDIR)   *
      **                COMPRESSED ARCHIVE          (DDNAME=ARCHVHST)  *
           05  FILLER                  PIC X(20)   VALUE
               'GVBTP90 ERROR RC = '.
           05  WS-ERROR-RC             PIC X(01).
       01  WS-PII-ERROR-TEXT.
           05  FILLER                  PIC X(30)   VALUE
               'PERSONAL-DATA KEY ERROR RC = '.
           05  WS-PII-ERROR-RC         PIC X(01).
      *
       01  WS-DICTIONARY-NAME          PIC X(08)   VALUE 'CUSTDICT'.
       01  WS-BROWSE-EOF-SW            PIC X(01)   VALUE 'N'.
       01  ARC-RECORD-AREA.
           05  ARC-FB-RECORD-AREA      PIC X(96).
       COPY GVBCCUST REPLACING ==:XXX:== BY ==ARC==.
      *
      *      THE NAME AND ADDRESS ARE HELD PROTECTED (SEE GVBCPIIK),
      *      UNDER THE GENERATION IN FORCE ON THE ARCHIVE DATE.
       01  WS-MBRPIICR                 PIC X(08)   VALUE 'MBRPIICR'.
       01  WS-ARCH-STAMP-TIME          PIC 9(06)   VALUE 235959.
       COPY GVBCPIIK.
      *
       COPY GVBCADIR.
       COPY GVBCACCL.
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
                PERFORM 2000-VIEW-ARCHIVED THRU 2000-EXIT
                PERFORM 8900-RECORD-USAGE THRU 8900-EXIT
                EXEC CICS RETURN
                END-EXEC
           END-IF
      *
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           GOBACK
           .
       0000-EXIT.
      *
           SET  WS-CA-AWAITING-KEY        TO TRUE
           MOVE WS-COMMAREA               TO DFHCOMMAREA
           PERFORM 8900-RECORD-USAGE      THRU 8900-EXIT
           EXEC CICS RETURN
                TRANSID  ('MARC')
                COMMAREA (DFHCOMMAREA)
           MOVE WS-KEY-INPUT              TO ENTC-KEY-ID
           CALL WS-MBRENTCK USING ENTC-CHECK-PARMS
           IF   ENTC-DENIED
                SET  TXUS-OUTCOME-DENIED   TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-DENIED-TEXT)
                     LENGTH   (LENGTH OF WS-DENIED-TEXT)
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ADIR-RECORD,
                                 ADIR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  TP90-ANCHOR           TO NULL
                GO TO 3000-EXIT
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ADIR-RECORD,
                                 ADIR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ADIR-RECORD,
                                 ADIR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           SET  TP90-ANCHOR               TO NULL
           .
       3000-EXIT.
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ADIR-RECORD,
                                 ADIR-RECORD-KEY
           ADD  +1                        TO TXUS-VSAM-CALLS
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   ADIR-KEY-ID NOT = WS-KEY-INPUT
                SET  WS-BROWSE-EOF         TO TRUE
                                 ADIR-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90L-RETURN-CODE     TO WS-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-ERROR-TEXT)
           SET  TP90L-ANCHOR              TO NULL
      *
           IF   WS-BROWSE-EOF
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-EXPAND-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-EXPAND-FAIL-TEXT)
      *
           IF   UR40-RETURN-CODE NOT = +0
           OR   ARC-CUST-KEY-ID NOT = WS-KEY-INPUT
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-EXPAND-FAIL-TEXT)
                     LENGTH   (LENGTH OF WS-EXPAND-FAIL-TEXT)
                END-EXEC
                GO TO 4000-EXIT
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-AT-STAMP         TO TRUE
           MOVE WS-WANTED-ARCH-DATE       TO PIIC-STAMP-DATE
           MOVE WS-ARCH-STAMP-TIME        TO PIIC-STAMP-TIME
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  ARC-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                MOVE PIIC-RETURN-CODE      TO WS-PII-ERROR-RC
                SET  TXUS-OUTCOME-ERROR    TO TRUE
                EXEC CICS SEND TEXT
                     FROM     (WS-PII-ERROR-TEXT)
                     LENGTH   (LENGTH OF WS-PII-ERROR-TEXT)
                     ERASE
                END-EXEC
                GO TO 4000-EXIT
           END-IF
      *
           MOVE 'F'                       TO WS-LOG-RESULT-CD
           MOVE WS-WANTED-ARCH-DATE       TO WS-RSLT-ARCH-DATE
           MOVE WS-LOG-TIME-HHMMSS        TO ACCL-LOG-TIME
           MOVE ENTC-OPERATOR             TO ACCL-OPERATOR
           MOVE EIBTRMID                  TO ACCL-TERMINAL
           MOVE 'MARC'                    TO ACCL-TRAN-ID
           MOVE 'K'                       TO ACCL-INQUIRY-TYPE
           MOVE WS-KEY-INPUT              TO ACCL-KEY-ID
           MOVE SPACES                    TO ACCL-AGRE-NBR
           .
       2700-EXIT.
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
           MOVE 'MARC'                    TO TXUS-TRAN-ID
           MOVE 'MBRCARCH'                TO TXUS-PROGRAM
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
