      **              FAILING RECORDS BEFORE THE SWEEP, REPAIRS AND    *
      **              DELETES MADE, AND WHAT REMAINS TO FIX BY HAND.   *
      **                                                               *
      **              EACH CHILD IS REVEALED (SEE GVBCPIIK) FOR THE    *
      **              DEDUP AND THE EDIT, AND A REPAIRED ONE IS        *
      **              PROTECTED AGAIN BEFORE IT IS REWRITTEN; THE      *
      **              JOURNAL CARRIES THE IMAGES AS STORED.            *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRCTCED - CONTACT-POINT EDIT SERVICE         *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRCTCED                 PIC X(08)  VALUE 'MBRCTCED'.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
      *
           ADD  +1                        TO RECORD-CNT
           MOVE CUST-CHILD-RECORD         TO WS-BEFORE-IMAGE
           PERFORM 320-REVEAL-CONTACT     THRU 320-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
      *      THE WITHIN-CUSTOMER DEDUP COMES FIRST - A DUPLICATE IS
      *      DELETED WHATEVER ELSE IS WRONG WITH IT.
       310-EXIT.
           EXIT.
      *
      *
       320-REVEAL-CONTACT.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRCTCSW: CANNOT REVEAL KEY '
                        CUST-CHILD-RECORD-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
       350-COUNT-THE-REASON.
      *
      *
      *
       500-REWRITE-REPAIRED.
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRCTCSW: CANNOT PROTECT KEY '
                        CUST-CHILD-RECORD-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 500-EXIT
           END-IF
      *
           MOVE TP90-VALUE-UPDATE         TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
