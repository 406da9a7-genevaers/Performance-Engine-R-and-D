      **              EXECUTE RUNS UNDER THE EXCLUSIVE CUSTNAMV ENQ    *
      **              WITH A CUSTNAUD BEFORE/AFTER PAIR PER RECORD     *
      **              THROUGH MBRAUDWR AND A CHANGE REGISTER LINE      *
      **              PER RECORD TOUCHED.  EVERY RECORD CHANGED IS     *
      **              STAMPED 'MASS' IN ITS UPDATER IDENT (GVBCCUST    *
      **              CUST-UPD-IDENT, GVBCCHLD CUST-CHILD-UPD-IDENT)   *
      **              SO JOURNAL READERS CAN TELL A BULK RECODE FROM   *
      **              A CUSTOMER'S OWN CHANGE.                         *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRSTTRN - STATUS TRANSITION CHECK            *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** I-O FILES:     TARGET CLUSTER (CUSTNAMV/CUSTADRV/CUSTCTCV)    *
      **                                                               *
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-MATCHED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-CHANGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-REFUSED-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
           05  WS-TARGET-EXPANSION     PIC X(63).
       01  WS-TARGET-KEY               PIC X(15)  VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
      *
      *      THE PERSONAL FIELDS ARE HELD PROTECTED (SEE GVBCPIIK).
      *      EACH RECORD IS REVEALED AS IT IS READ SO SELECTION AND
      *      REPLACEMENT WORK ON CLEAR TEXT, AND PROTECTED AGAIN
      *      BEFORE THE REWRITE; THE JOURNAL BEFORE IMAGE IS THE
      *      RECORD AS IT WAS STORED.
       01  WS-STORED-IMAGE             PIC X(96)  VALUE SPACES.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)  VALUE 'KEY '.
       COPY GVBCRUNC.
       COPY GVBCKWRD.
       COPY GVBCAUDW.
      *
      *      A RECODE OF CUST-STATUS MUST BE A CHANGE THE MASS-CHANGE
      *      PATH IS ALLOWED TO MAKE (SEE GVBCSTTR/MBRSTTRN); A
      *      RECORD IT IS NOT IS LEFT ALONE AND REPORTED AS REFUSED.
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                 PIC X(08)  VALUE 'MBRSTTRN'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
           MOVE 'MBRMASSC'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-CHANGED-CNT            TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-REFUSED-CNT            TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                    TO RECORD-CNT
                  MOVE WS-TARGET-V1-IMAGE    TO WS-STORED-IMAGE
                  SET  PIIC-FCN-REVEAL       TO TRUE
                  PERFORM 610-TARGET-PII     THRU 610-EXIT
                  IF   SEVERE-ERROR NOT = ' '
                       GO TO 600-EXIT
                  END-IF
                  IF   WS-TARGET-RECORD
                         (WS-SEL-OFFSET:WS-CTL-SEL-LEN)
                       = WS-CTL-SEL-VALUE (1:WS-CTL-SEL-LEN)
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL OR PROTECT (AS THE CALLER SET PIIC-FUNCTION) THE
      *  TARGET RECORD'S PERSONAL FIELDS UNDER THE ACTIVE KEY.  AN
      *  ADR CHILD HAS NONE AND COMES BACK AS IT WENT IN.
      ***************************************************************
       610-TARGET-PII.
      *
           IF   WS-CTL-TARGET-PARENT
                SET  PIIC-IMAGE-PARENT    TO TRUE
           ELSE
                SET  PIIC-IMAGE-CHILD     TO TRUE
           END-IF
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-TARGET-V1-IMAGE
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRMASSC: PERSONAL DATA KEY ERROR, KEY '
                        WS-TARGET-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       610-EXIT.
           EXIT.
      *
      *
       650-APPLY-THE-RECODE.
      *
                                          TO WS-RPT-OLD-VALUE
           MOVE WS-CTL-NEW-VALUE (1:WS-REP-LENGTH)
                                          TO WS-RPT-NEW-VALUE
      *
           IF   WS-CTL-TARGET-PARENT
           AND  WS-REP-OFFSET = +80
                SET  STTR-FCN-CHECK       TO TRUE
                SET  STTR-PATH-MASSCHG    TO TRUE
                MOVE WS-BEFORE-IMAGE (80:1) TO STTR-FROM-STATUS
                MOVE WS-CTL-NEW-VALUE (1:1) TO STTR-TO-STATUS
                MOVE ZEROES               TO STTR-AS-OF-DATE
                CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
                IF   STTR-RET-REFUSED
                     ADD  +1              TO WS-REFUSED-CNT
                     DISPLAY 'MBRMASSC: *** ' STTR-REASON-TEXT
                             ', KEY ' WS-RPT-KEY ' ***'
                     MOVE 'STAT REFUSED'  TO WS-RPT-ACTION
                     PERFORM 800-WRITE-RPT-DETAIL THRU 800-EXIT
                     GO TO 650-EXIT
                END-IF
           END-IF
      *
           IF   WS-CTL-MODE-DRYRUN
                MOVE 'WOULD CHANGE'       TO WS-RPT-ACTION
                GO TO 650-EXIT
           END-IF
      *
      *      STAMP THE RECORD AS A MASS CHANGE - CUST-UPD-IDENT ON
      *      A PARENT, CUST-CHILD-UPD-IDENT ON A CHILD - SO READERS OF
      *      THE JOURNAL CAN TELL A BULK RECODE FROM A CUSTOMER'S OWN
      *      CHANGE.  A RECODE OF THE STAMP ITSELF STILL WINS.
           IF   WS-CTL-TARGET-PARENT
                MOVE 'MASS'               TO WS-TARGET-RECORD (90:4)
           ELSE
                MOVE 'MASS'               TO WS-TARGET-RECORD (93:4)
           END-IF
           MOVE WS-CTL-NEW-VALUE (1:WS-REP-LENGTH)
             TO WS-TARGET-RECORD (WS-REP-OFFSET:WS-REP-LENGTH)
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           PERFORM 610-TARGET-PII         THRU 610-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 650-EXIT
           END-IF
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
           END-IF
           SET  AUDW-TYPE-CHANGED         TO TRUE
           MOVE WS-TARGET-RECORD (1:10)   TO AUDW-KEY-ID
           MOVE WS-STORED-IMAGE           TO AUDW-BEFORE-IMAGE
           MOVE WS-TARGET-RECORD          TO AUDW-AFTER-IMAGE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
      *
           DISPLAY 'MBRMASSC: ' WS-DISPLAY-MASK-1 ' RECORDS READ'
           MOVE WS-MATCHED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMASSC: ' WS-DISPLAY-MASK-1 ' RECORDS MATCHED'
           MOVE WS-REFUSED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRMASSC: ' WS-DISPLAY-MASK-1
                   ' STATUS CHANGES REFUSED'
           MOVE WS-CHANGED-CNT            TO WS-DISPLAY-MASK-1
           IF   WS-CTL-MODE-DRYRUN
                DISPLAY 'MBRMASSC: DRY RUN - NOTHING CHANGED'
