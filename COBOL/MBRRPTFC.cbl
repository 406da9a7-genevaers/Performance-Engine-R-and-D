      **                 MBRCNSCK - CONSENT SUPPRESSION                *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                PRIOR COMPOSITION           (DDNAME=SRCPRIOR)  *
           05  WS-SRC-RPT-NEWEST-DT    PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SRC-RPT-VERDICT      PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SRC-RPT-SRC-DESC     PIC X(30).
      *
      *      SOURCE SYSTEMS ARE DESCRIBED FROM THE REFCODE TABLE (SEE
      *      GVBCREFL/MBRREFCD), SRCSYS CODE TYPE.  THE '?' BUCKET
      *      GATHERS EVERY CODE NOT IN THE LIST ABOVE.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
      *      THE NAME, ADDRESS AND LEGAL NAME ARE HELD PROTECTED (SEE
      *      GVBCPIIK) AND ARE REVEALED UNDER THE ACTIVE KEY FOR THE
      *      WAREHOUSE DETAIL.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *****************************************************************
      *  PURGE-CANDIDATE FEED STATE - THE MBRPURGE REPORT LINE,
                GO TO 610-EXIT
           END-IF
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           PERFORM 618-REVEAL-IMAGE       THRU 618-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 610-EXIT
           END-IF
           PERFORM 650-CONVERT-AGRE-ID    THRU 650-EXIT
      *
           MOVE TP90-CUST-KEY-ID          TO WS-DTL-KEY-ID
           MOVE TP90-CUST-PLCY-TERM-EFF-DT(7:2) TO WS-DTL-ISO-DD
           MOVE WS-DL96-AGRE-BUSN-ID-OUT  TO WS-DTL-AGRE-BUSN-ID
           PERFORM 615-FETCH-LEGAL-NAME   THRU 615-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 610-EXIT
           END-IF
           MOVE TP90-CUST-ADDR-LINE       TO WS-DTL-ADDR-LINE
           MOVE TP90-CUST-CITY            TO WS-DTL-CITY
           MOVE TP90-CUST-STATE           TO WS-DTL-STATE
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 615-EXIT
           END-IF
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 618-REVEAL-IMAGE       THRU 618-EXIT
           IF   SEVERE-ERROR = ' '
           AND  CUST-NAM-LEGAL-NAME NOT = SPACES
                MOVE CUST-NAM-LEGAL-NAME  TO WS-DTL-NAME
           END-IF
       615-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE PARENT OR THE LEGAL-NAME CHILD UNDER THE ACTIVE
      *  KEY; PIIC-IMAGE-TYPE IS SET BY THE CALLER.
      ***************************************************************
       618-REVEAL-IMAGE.
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
                DISPLAY 'MBRRPTFC: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       618-EXIT.
           EXIT.
      *
      *
       620-FEED-SRCCOMP.
      *
           END-EVALUATE
      *
           MOVE WS-SRC-CODES(WS-SRC-IDX:1) TO WS-SRC-RPT-CODE
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'SRCSYS  '                TO REFL-CODE-TYPE
           MOVE WS-SRC-CODES (WS-SRC-IDX:1) TO REFL-CODE
           MOVE ZEROES                    TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           MOVE REFL-DESC                 TO WS-SRC-RPT-SRC-DESC
           IF   REFL-DESC = SPACES
           AND  WS-SRC-CODES (WS-SRC-IDX:1) = '?'
                MOVE 'ALL OTHER SOURCE CODES' TO WS-SRC-RPT-SRC-DESC
           END-IF
           MOVE WS-CC-COUNT (WS-SRC-IDX)  TO WS-SRC-RPT-COUNT
           MOVE WS-CURR-SHARE             TO WS-SRC-RPT-SHARE
           MOVE WS-PRIOR-SHARE            TO WS-SRC-RPT-PRIOR-SHARE
