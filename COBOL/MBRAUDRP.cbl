      **              FILE.                                            *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   BEFORE/AFTER AUDIT TRAIL    (DDNAME=CUSTNAUD)  *
      **                OR MONTHLY SEGMENTS VIA     (DDNAME=AUDCATV)   *
       01  WS-ABEND-CD                 PIC X(4)   VALUE '0016'.
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
      *
      *      THE JOURNALED IMAGES ARE HELD AS STORED, PROTECTED UNDER
      *      THE KEY GENERATION IN FORCE AT THE PAIR'S RUN DATE/TIME
      *      (SEE GVBCPIIK), AND ARE REVEALED UNDER IT FOR THE REPORT.
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
       01  WS-BEFORE-FIELDS.
           05  WS-BEF-KEY-ID           PIC X(10).
      *
           MOVE WS-AUDIT-REC-BEFORE-IMAGE TO WS-BEFORE-FIELDS
           MOVE WS-AUDIT-REC-AFTER-IMAGE  TO WS-AFTER-FIELDS
      *
           PERFORM 710-REVEAL-THE-PAIR    THRU 710-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 700-EXIT
           END-IF
      *
           IF   WS-BEF-EFF-DT NOT = WS-AFT-EFF-DT
                MOVE 'EFF DATE    '       TO WS-RPT-FIELD-NAME
       700-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL BOTH IMAGES UNDER THE GENERATION IN FORCE WHEN THE
      *  PAIR WAS WRITTEN.  A CHILD IMAGE CARRIES NO NUMERIC TERM
      *  DATE WHERE THE PARENT'S IS.
      ***************************************************************
       710-REVEAL-THE-PAIR.
      *
           IF   WS-BEF-EFF-DT NUMERIC
           OR   WS-AFT-EFF-DT NUMERIC
                SET  PIIC-IMAGE-PARENT    TO TRUE
           ELSE
                SET  PIIC-IMAGE-CHILD     TO TRUE
           END-IF
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-GEN-AT-STAMP         TO TRUE
           MOVE WS-AUDIT-REC-RUN-DATE     TO PIIC-STAMP-DATE
           MOVE WS-AUDIT-REC-RUN-TIME     TO PIIC-STAMP-TIME
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-BEFORE-FIELDS
           IF   PIIC-RET-USABLE
                SET  PIIC-GEN-AT-STAMP    TO TRUE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       WS-AFTER-FIELDS
           END-IF
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRAUDRP: PERSONAL DATA KEY ERROR, KEY '
                        WS-AUDIT-REC-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       710-EXIT.
           EXIT.
      *
      *
       820-WRITE-FIELD-LINE.
      *
