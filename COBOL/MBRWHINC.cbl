      **                 GVBDL96 - VALUE FORMAT CONVERSION             *
      **                 MBRCNSCK - CONSENT SUPPRESSION                *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   CDC DELTA FEED              (DDNAME=CDCFEED)   *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      *      CONVENTION.
       COPY GVBCCHLD.
      *
      *      THE LEGAL NAME IS HELD PROTECTED ON CUSTLGNV (SEE
      *      GVBCPIIK) AND IS REVEALED UNDER THE ACTIVE KEY; THE
      *      CARRIED FEED IMAGE IS ALREADY CLEAR EXTRACT TEXT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *****************************************************************
      *  THE DELIMITED EXTRACT RECORDS - THE SAME H|/D|/T| SHAPE
      *  MBRWHEXT WRITES (160-BYTE LRECL, 60-BYTE NAME COLUMN SO
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 640-EXIT
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRWHINC: PERSONAL DATA KEY ERROR, KEY '
                        WS-FEED-REC-KEY ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 640-EXIT
           END-IF
      *
           IF   CUST-NAM-LEGAL-NAME NOT = SPACES
                MOVE CUST-NAM-LEGAL-NAME  TO WS-DTL-NAME
           END-IF
           .
