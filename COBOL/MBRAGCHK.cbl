      **                - CLOSED: AGREEMENT CLOSED ON THE MASTER       *
      **                - DATECHK: EFF DATE OUTSIDE THE AGREEMENT'S    *
      **                  OPEN/CLOSE WINDOW                            *
      **              EACH EXCEPTION IS ALSO RAISED ON THE STEWARD     *
      **              WORK QUEUE (MBRWRKWR, TYPE 'O') UNDER THE OWNING *
      **              CUSTOMER WITH THE AGREEMENT AS ITS REFERENCE; AN *
      **              AGREEMENT THAT NOW CHECKS CLEAN CLOSES ITS ITEM. *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRWRKWR - STEWARD WORK-QUEUE WRITER          *
      **                                                               *
      ** INPUT FILES:   AGREEMENT CROSS-REFERENCE   (DDNAME=CUSTAGRX)  *
      **                SORTED AGREEMENTS MASTER    (DDNAME=AGREMAST)  *
      **                VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                                                               *
      ** OUTPUT FILES:  REFERENTIAL CHECK REPORT    (DDNAME=AGCHKRPT)  *
      **                STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY AGREEMENT RESOLVED CLEAN            *
      **              0004 - ORPHANS, CLOSED OR DATE-INCONSISTENT      *
           05  FILLER                  PIC X(52).
      *
       COPY GVBCAGRX.
      *
       COPY GVBCWRKW.
       01  WS-MBRWRKWR                 PIC X(08)  VALUE 'MBRWRKWR'.
      *
       01  WS-XREF-AGRE                PIC X(11)  VALUE LOW-VALUES.
      *
                  MOVE 'DATECHK '         TO WS-RPT-REASON
                  PERFORM 800-WRITE-RPT-DETAIL THRU 800-EXIT
             WHEN OTHER
                  PERFORM 830-RESOLVE-WORK-ITEM THRU 830-EXIT
           END-EVALUATE
           .
       720-EXIT.
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           PERFORM 820-RAISE-WORK-ITEM    THRU 820-EXIT
           .
       800-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RAISE THE EXCEPTION ON THE STEWARD WORK QUEUE, OWNING
      *  CUSTOMER AS THE KEY AND THE AGREEMENT AS THE REFERENCE.
      ***************************************************************
       820-RAISE-WORK-ITEM.
      *
           MOVE SPACES                    TO WRKW-WRITE-PARMS
           SET  WRKW-FCN-RAISE            TO TRUE
           MOVE 'O'                       TO WRKW-TYPE
           MOVE AGRX-KEY-ID               TO WRKW-KEY-ID
           MOVE WS-XREF-AGRE              TO WRKW-ITEM-REF
           MOVE 'MBRAGCHK'                TO WRKW-SOURCE-PGM
           STRING WS-RPT-REASON           DELIMITED BY SIZE
                  ' SRC '                 DELIMITED BY SIZE
                  WS-RPT-SRC-CODE         DELIMITED BY SIZE
                  ' EFF '                 DELIMITED BY SIZE
                  WS-RPT-EFF-DT           DELIMITED BY SIZE
                  INTO WRKW-DETAIL
           END-STRING
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
           .
       820-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE AGREEMENT CHECKS CLEAN - CLOSE ANY ITEM AN EARLIER RUN
      *  RAISED FOR IT.
      ***************************************************************
       830-RESOLVE-WORK-ITEM.
      *
           MOVE SPACES                    TO WRKW-WRITE-PARMS
           SET  WRKW-FCN-RESOLVE          TO TRUE
           MOVE 'O'                       TO WRKW-TYPE
           MOVE AGRX-KEY-ID               TO WRKW-KEY-ID
           MOVE WS-XREF-AGRE              TO WRKW-ITEM-REF
           MOVE 'MBRAGCHK'                TO WRKW-SOURCE-PGM
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
           .
       830-EXIT.
           EXIT.
      *
      *
       810-COUNT-ONE-SOURCE.
      *
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-DETAIL-LINE,
                                 AGRX-RECORD-KEY
      *
           SET  WRKW-FCN-CLOSE            TO TRUE
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
      *
           MOVE WS-XREF-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRAGCHK: ' WS-DISPLAY-MASK-1
