      **              THE AUDKDXV INDEX WHEN ALLOCATED) IN THE FIRST   *
      **              COLUMNS, SO A JCL SORT RANKS THE LIST BY         *
      **              ACTIVITY - BUSIEST CUSTOMERS GET FIXED FIRST.    *
      **              THE SAME ITEM IS RAISED ON THE STEWARD WORK      *
      **              QUEUE (MBRWRKWR, TYPE 'N') UNDER THE CUSTOMER    *
      **              KEY, THE ADDRESS SEQUENCE AS ITS REFERENCE.      *
      **              UNMATCHED RETURNS GO TO THE EXCEPTION REPORT.    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRWRKWR - STEWARD WORK-QUEUE WRITER          *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   RETURNED-MAIL FILE          (DDNAME=NIXIE)     *
      **                                                               *
      ** OUTPUT FILES:  STEWARD WORK LIST           (DDNAME=NIXWORK)   *
      **                EXCEPTION REPORT            (DDNAME=NIXRPT)    *
      **                STEWARD WORK QUEUE          (DDNAME=WORKQV)    *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - UNMATCHED RETURNS REPORTED                *
           05  WS-WRK-RETURN-DATE      PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-WRK-ADDR-LINE        PIC X(25).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-WRK-REASON-DESC      PIC X(17).
      *
       01  WS-RPT-LINE.
           05  WS-RPT-TEXT             PIC X(40).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-SEQ-NBR          PIC X(02).
           05  FILLER                  PIC X(27)  VALUE SPACES.
      *
      *
      *      RETURN REASONS ARE DESCRIBED FROM THE REFCODE TABLE
      *      (SEE GVBCREFL/MBRREFCD).  A REASON THE TABLE DOES NOT
      *      KNOW STILL MARKS THE ADDRESS - THE PIECE CAME BACK -
      *      BUT IS REPORTED SO THE TABLE CAN BE CORRECTED.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
       COPY GVBCCHLD.
       COPY GVBCAUDW.
       COPY GVBCAUDP.
      *
       COPY GVBCWRKW.
       01  WS-MBRWRKWR                 PIC X(08)  VALUE 'MBRWRKWR'.
      *
       COPY GVBCRUNC.
      *
       COPY GVBCTP90.
           MOVE WS-NIX-REASON-CD          TO WS-WRK-REASON-CD
           MOVE CUST-ADDR-RETURN-DATE     TO WS-WRK-RETURN-DATE
           MOVE CUST-ADDR-LINE            TO WS-WRK-ADDR-LINE
      *
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'NIXIERSN'                TO REFL-CODE-TYPE
           MOVE WS-NIX-REASON-CD          TO REFL-CODE
           MOVE CUST-ADDR-RETURN-DATE     TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           EVALUATE TRUE
             WHEN REFL-RET-VALID
                  MOVE REFL-DESC          TO WS-WRK-REASON-DESC
             WHEN REFL-RET-NOT-FOUND
             WHEN REFL-RET-NOT-IN-FORCE
                  MOVE '*UNKNOWN REASON*' TO WS-WRK-REASON-DESC
                  MOVE SPACES             TO WS-RPT-LINE
                  MOVE 'UNKNOWN RETURN REASON, MARKED ANYWAY: '
                                          TO WS-RPT-TEXT
                  MOVE WS-NIX-KEY-ID      TO WS-RPT-KEY-ID
                  MOVE WS-NIX-SEQ-NBR     TO WS-RPT-SEQ-NBR
                  PERFORM 600-WRITE-REPORT-LINE THRU 600-EXIT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
      *
           MOVE TP90-VALUE-WRITE          TO TP90W-FUNCTION-CODE
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                DISPLAY 'MBRNIXIE: ERROR WRITING NIXWORK RC = '
                        TP90W-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
      *
           MOVE SPACES                    TO WRKW-WRITE-PARMS
           SET  WRKW-FCN-RAISE            TO TRUE
           MOVE 'N'                       TO WRKW-TYPE
           MOVE WS-NIX-KEY-ID             TO WRKW-KEY-ID
           MOVE WS-NIX-SEQ-NBR            TO WRKW-ITEM-REF
           MOVE 'MBRNIXIE'                TO WRKW-SOURCE-PGM
           STRING WS-NIX-REASON-CD        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-WRK-REASON-DESC      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  CUST-ADDR-RETURN-DATE   DELIMITED BY SIZE
                  INTO WRKW-DETAIL
           END-STRING
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
           .
       500-EXIT.
           EXIT.
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           SET  WRKW-FCN-CLOSE            TO TRUE
           CALL WS-MBRWRKWR USING WRKW-WRITE-PARMS
      *
           MOVE WS-RETURNS-READ-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRNIXIE: ' WS-DISPLAY-MASK-1 ' RETURNS READ'
