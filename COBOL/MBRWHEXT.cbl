      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBDL96 - VALUE FORMAT CONVERSION             *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBDL96                  PIC X(08)  VALUE 'GVBDL96 '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *      SO THE WAREHOUSE STILL BALANCES THE TRANSMISSION.
       COPY GVBCCNST.
       01  WS-MBRCNSCK                 PIC X(08)  VALUE 'MBRCNSCK'.
      *
      *      THE NAME, ADDRESS AND LEGAL NAME ARE HELD PROTECTED (SEE
      *      GVBCPIIK) AND ARE REVEALED UNDER THE ACTIVE KEY FOR THE
      *      EXTRACT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  WS-EXTRACT-DATE             PIC 9(08)  VALUE ZEROES.
      *
      *
       COPY GVBCDL9C.
       COPY GVBCDL96.
       COPY GVBCRUNC.
      *
      *      GVBDL96 CONVERTS IN PLACE, THE SAME CONVENTION GVBXO6
      *      USES FOR ITS OWN AGRE-BUSN-ID CONVERSION: THE PACKED
       000-MAIN-LOGIC.
      *
           ACCEPT WS-EXTRACT-DATE         FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRWHEXT'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRWHEXT'                TO RUNC-REG-RUN-ID
           COMPUTE RUNC-REG-RCRDS-READ = RECORD-CNT + WS-SUPPRESSED-CNT
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-SUPPRESSED-CNT         TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
                MOVE WS-ABEND-CD             TO RETURN-CODE
                     GO TO 600-EXIT
                END-IF
      *
                SET  PIIC-IMAGE-PARENT     TO TRUE
                PERFORM 645-REVEAL-IMAGE   THRU 645-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 600-EXIT
                END-IF
                PERFORM 650-CONVERT-AGRE-ID THRU 650-EXIT
      *
                MOVE TP90-CUST-KEY-ID      TO WS-DTL-KEY-ID
                MOVE WS-DL96-AGRE-BUSN-ID-OUT
                                           TO WS-DTL-AGRE-BUSN-ID
                PERFORM 640-FETCH-LEGAL-NAME THRU 640-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 600-EXIT
                END-IF
                MOVE TP90-CUST-ADDR-LINE   TO WS-DTL-ADDR-LINE
                MOVE TP90-CUST-CITY        TO WS-DTL-CITY
                MOVE TP90-CUST-STATE       TO WS-DTL-STATE
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 640-EXIT
           END-IF
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 645-REVEAL-IMAGE       THRU 645-EXIT
           IF   SEVERE-ERROR = ' '
           AND  CUST-NAM-LEGAL-NAME NOT = SPACES
                MOVE CUST-NAM-LEGAL-NAME  TO WS-DTL-NAME
           END-IF
      *
      *
      ***************************************************************
      *  REVEAL THE PARENT OR THE LEGAL-NAME CHILD UNDER THE ACTIVE
      *  KEY; PIIC-IMAGE-TYPE IS SET BY THE CALLER.
      ***************************************************************
       645-REVEAL-IMAGE.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           IF   PIIC-IMAGE-PARENT
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       TP90-FB-RECORD-AREA
           ELSE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       CUST-CHILD-RECORD
           END-IF
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRWHEXT: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       645-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CONVERT AGRE-BUSN-ID FROM PACKED TO DISPLAY DIGITS VIA
      *  GVBDL96, THE SAME IN-PLACE CONVERSION GVBXO6 USES FOR THE
      *  OPEN-SYSTEMS FEED.
