      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   BEFORE/AFTER AUDIT TRAIL    (DDNAME=CUSTNAUD)  *
      **                RUN SELECTION CARD          (DDNAME=CTLCARD)   *
       01  WS-ABEND-CD                 PIC X(4)   VALUE '0016'.
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
      *
      *      A JOURNALED BEFORE IMAGE IS PROTECTED UNDER THE KEY
      *      GENERATION IN FORCE WHEN THE PAIR WAS WRITTEN (SEE
      *      GVBCPIIK).  A KEY ROTATION MAY HAVE HAPPENED SINCE, SO IT
      *      IS REVEALED UNDER THAT GENERATION AND PROTECTED AGAIN
      *      UNDER THE ACTIVE ONE BEFORE IT GOES BACK ON CUSTNAMV.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
           05  WS-AUDIT-REC-KEY        PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE  PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ    PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH   PIC 9(15).
      *
      *****************************************************************
      *  BACKOUT REPORT LINE.
       520-BACKOUT-CHANGE.
      *
           MOVE WS-AUDIT-REC-BEFORE-IMAGE TO TP90-FB-RECORD-AREA
           PERFORM 525-REKEY-BEFORE-IMAGE THRU 525-EXIT
           IF   NOT PIIC-RET-USABLE
                MOVE WS-AUDIT-REC-KEY     TO WS-RPT-KEY-ID
                MOVE WS-AUDIT-REC-CHANGE-TYPE TO WS-RPT-CHANGE-TYPE
                ADD  +1                   TO WS-FAILED-CNT
                MOVE 'KEY NOT USABLE    ' TO WS-RPT-RESULT
                DISPLAY 'MBRBKOUT: PERSONAL DATA KEY ERROR, KEY '
                        WS-AUDIT-REC-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                PERFORM 800-WRITE-RPT-DETAIL THRU 800-EXIT
                GO TO 520-EXIT
           END-IF
           MOVE SPACES                    TO TP90-RECORD-KEY
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BRING THE BEFORE IMAGE FROM THE GENERATION IT WAS JOURNALED
      *  UNDER TO THE ACTIVE ONE.  THE SAME GENERATION BOTH WAYS
      *  GIVES BACK THE SAME BYTES.
      ***************************************************************
       525-REKEY-BEFORE-IMAGE.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-AT-STAMP         TO TRUE
           MOVE WS-AUDIT-REC-RUN-DATE     TO PIIC-STAMP-DATE
           MOVE WS-AUDIT-REC-RUN-TIME     TO PIIC-STAMP-TIME
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   PIIC-RET-USABLE
                SET  PIIC-FCN-PROTECT     TO TRUE
                SET  PIIC-GEN-ACTIVE      TO TRUE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       TP90-FB-RECORD-AREA
           END-IF
           .
       525-EXIT.
           EXIT.
      *
      *
       800-WRITE-RPT-DETAIL.
      *
