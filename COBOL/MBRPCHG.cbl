      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRSTTRN - STATUS TRANSITION CHECK            *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   PENDING-CHANGE CARDS        (DDNAME=PENDCARD)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
           88  WS-SEQ-STORED                      VALUE 'Y'.
      *
       01  WS-BEFORE-IMAGE             PIC X(96)  VALUE SPACES.
      *
      *      THE NAME AND ADDRESS LINE ARE STORED PROTECTED (SEE
      *      GVBCPIIK).  THE CUSTOMER IS REVEALED FOR THE CHANGE AND
      *      PROTECTED AGAIN BEFORE IT GOES ANYWHERE - CUSTNAMV, THE
      *      JOURNAL OR THE PENDAPPR QUEUE ALL HOLD IMAGES AS STORED.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
       01  WS-AFTER-IMAGE              PIC X(96)  VALUE SPACES.
      *
      *****************************************************************
       COPY GVBCAUDW.
       COPY GVBCBDAY.
       COPY GVBCPEND.
      *
      *      A DUE STATUS CHANGE MUST STILL BE ONE AN OPERATOR IS
      *      ALLOWED TO MAKE FROM THE STATUS ON FILE WHEN IT FALLS
      *      DUE (SEE GVBCSTTR/MBRSTTRN); ONE THAT IS NOT IS MARKED
      *      IN ERROR, NOT APPLIED.
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                 PIC X(08)  VALUE 'MBRSTTRN'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
                MOVE 'CUSTOMER NOT FOUND     ' TO WS-RPT-RESULT
           ELSE
                MOVE TP90-FB-RECORD-AREA   TO WS-BEFORE-IMAGE
                SET  PIIC-FCN-REVEAL       TO TRUE
                PERFORM 425-PARENT-PII     THRU 425-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 420-EXIT
                END-IF
                IF   PEND-UPD-NAME NOT = SPACES
                     MOVE PEND-UPD-NAME    TO TP90-CUST-NAME
                END-IF
                IF   PEND-UPD-STATUS-CD NOT = SPACES
                     MOVE PEND-UPD-STATUS-CD TO TP90-CUST-STATUS
                END-IF
      *
                SET  STTR-FCN-CHECK        TO TRUE
                SET  STTR-PATH-ONLINE      TO TRUE
                MOVE WS-BEFORE-IMAGE (80:1) TO STTR-FROM-STATUS
                MOVE TP90-CUST-STATUS      TO STTR-TO-STATUS
                MOVE ZEROES                TO STTR-AS-OF-DATE
                CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
                IF   STTR-RET-REFUSED
                     DISPLAY 'MBRPCHG: *** ' STTR-REASON-TEXT
                             ', KEY ' PEND-KEY-ID ' ***'
                     ADD  +1               TO WS-ERROR-CNT
                     MOVE 'E'              TO PEND-STATUS
                     MOVE 'STATUS CHANGE REFUSED  ' TO WS-RPT-RESULT
                     GO TO 420-MARK-PENDING
                END-IF
      *
                SET  PIIC-FCN-PROTECT      TO TRUE
                PERFORM 425-PARENT-PII     THRU 425-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 420-EXIT
                END-IF
      *
      *      A CHANGE TOUCHING A SENSITIVE FIELD NEVER APPLIES
      *      HERE - IT PARKS ON PENDAPPR FOR A SECOND PAIR OF EYES,
      *
      *
      ***************************************************************
      *  REVEAL OR PROTECT (PER PIIC-FUNCTION) THE CUSTOMER IN THE
      *  RECORD AREA UNDER THE ACTIVE PERSONAL-DATA KEY.  A KEY THE
      *  RUN CANNOT USE STOPS IT, LEAVING THE CHANGE PENDING.
      ***************************************************************
       425-PARENT-PII.
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRPCHG: PERSONAL DATA NOT USABLE, KEY '
                        PEND-KEY-ID ' FUNCTION ' PIIC-FUNCTION
                        ' MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       425-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PARK THE SENSITIVE DUE CHANGE ON PENDAPPR - BEFORE IMAGE
      *  AS READ, AFTER IMAGE WITH THE REPLACEMENT FIELDS APPLIED
      *  (MBRCAPPR STAMPS THE MAINTENANCE METADATA ON APPROVAL).
