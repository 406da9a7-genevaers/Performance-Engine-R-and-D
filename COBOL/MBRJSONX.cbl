      **              TEXT FIELDS ARE BLANKED SO EVERY DOCUMENT STAYS  *
      **              WELL-FORMED.                                     *
      **                                                               *
      **              A CUSTOMER WHOSE CONSOLIDATED RISK LEVEL (SEE    *
      **              GVBCRISK) IS ABOVE THE MAXRISK CARD (0-3,        *
      **              DEFAULT 3 - NONE EXCLUDED) IS LEFT OUT AND       *
      **              COUNTED AS REJECTED.                             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBDL96 - VALUE FORMAT CONVERSION             *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRRSKLK - CUSTOMER RISK INDICATOR LOOKUP     *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                CONTACT CHILD CLUSTER       (DDNAME=CUSTCTCV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                SORTED AGREEMENT LINKS      (DDNAME=AGRXSRTD)  *
      **                RISK INDICATOR KSDS         (DDNAME=RISKINDV)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  JSON DOCUMENT FILE          (DDNAME=JSONOUT)   *
      **                                                               *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBDL96                  PIC X(08)  VALUE 'GVBDL96 '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
       01  WS-MBRRSKLK                 PIC X(08)  VALUE 'MBRRSKLK'.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
      *
      *      THE NAME, LEGAL NAME AND CONTACT FIELDS ARE HELD PROTECTED
      *      (SEE GVBCPIIK) AND ARE REVEALED UNDER THE ACTIVE KEY.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  RECORD-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-DOCUMENT-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-RISK-CNT            PIC S9(08) COMP VALUE +0.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-MAX-RISK             PIC X(01)  VALUE '3'.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       COPY GVBCRUNC.
       COPY GVBCCHLD.
       COPY GVBCAGRX.
       COPY GVBCKWRD.
       COPY GVBCRSKL.
      *
       01  WS-DL96-CONVERT-AREA.
           05 WS-DL96-AGRE-BUSN-ID-IN   PIC S9(11) COMP-3.
           MOVE 'MBRJSONX'                TO RUNC-REG-RUN-ID
           MOVE RECORD-CNT                TO RUNC-REG-RCRDS-READ
           MOVE WS-DOCUMENT-CNT           TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-SUPP-RISK-CNT          TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
      *
      *
      ***************************************************************
      *  READ THE CTLCARD, THEN OPEN CUSTNAMV, THE TWO CHILD
      *  CLUSTERS, THE OPTIONAL SORTED AGREEMENT LINKS, AND THE
      *  JSON OUTPUT.  NO CTLCARD TAKES THE DEFAULT.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRJSONX'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'MAXRISK'              TO KWRD-NAME (1)
           MOVE '3'                    TO KWRD-VALUE (1)
           MOVE '0 1 2 3'              TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
      *      A BAD CARD STILL OPENS EVERYTHING, SO 9900 CLOSES
      *      CLEANLY; THE EXTRACT ITSELF IS NOT RUN.
           IF   KWRD-RET-INVALID
                MOVE  'Y'              TO SEVERE-ERROR
           ELSE
                MOVE KWRD-VALUE (1) (1:1) TO WS-CTL-MAX-RISK
                DISPLAY 'MBRJSONX: MAXRISK ' WS-CTL-MAX-RISK
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                    TO RECORD-CNT
      *      A CUSTOMER ABOVE MAXRISK GETS NO DOCUMENT; ITS
      *      AGREEMENT LINKS ARE PASSED BY WITH THE NEXT ONE'S.
                  SET  RSKL-FCN-LOOKUP       TO TRUE
                  MOVE TP90-CUST-KEY-ID      TO RSKL-KEY-ID
                  CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
                  IF   RSKL-LEVEL > WS-CTL-MAX-RISK
                       ADD  +1               TO WS-SUPP-RISK-CNT
                       GO TO 600-EXIT
                  END-IF
                  SET  PIIC-IMAGE-PARENT     TO TRUE
                  PERFORM 605-REVEAL-IMAGE   THRU 605-EXIT
                  IF   SEVERE-ERROR NOT = ' '
                       GO TO 600-EXIT
                  END-IF
                  PERFORM 610-EMIT-PARENT    THRU 610-EXIT
                  PERFORM 620-EMIT-ADDRESSES THRU 620-EXIT
                  PERFORM 630-EMIT-CONTACTS  THRU 630-EXIT
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE PARENT OR A CHILD UNDER THE ACTIVE KEY;
      *  PIIC-IMAGE-TYPE IS SET BY THE CALLER.
      ***************************************************************
       605-REVEAL-IMAGE.
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
                DISPLAY 'MBRJSONX: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       605-EXIT.
           EXIT.
      *
      *
       610-EMIT-PARENT.
      *
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 615-EXIT
           END-IF
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 605-REVEAL-IMAGE       THRU 605-EXIT
           IF   SEVERE-ERROR = ' '
           AND  CUST-NAM-LEGAL-NAME NOT = SPACES
                MOVE CUST-NAM-LEGAL-NAME  TO WS-TRIM-FIELD
           END-IF
           IF   NOT CUST-CHILD-CONTACT
                GO TO 635-EXIT
           END-IF
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 605-REVEAL-IMAGE       THRU 605-EXIT
           IF   SEVERE-ERROR NOT = ' '
                SET  WS-CHILD-EOF          TO TRUE
                GO TO 635-EXIT
           END-IF
      *
           IF   NOT WS-FIRST-ELEMENT
                MOVE '  ,'                TO WS-JSON-LINE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-JSON-LINE,
                                 TP90-RECORD-KEY
           SET  RSKL-FCN-CLOSE            TO TRUE
           CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRJSONX: ' WS-DISPLAY-MASK-1 ' CUSTOMERS READ'
           MOVE WS-DOCUMENT-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRJSONX: ' WS-DISPLAY-MASK-1
                   ' JSON DOCUMENTS WRITTEN TO JSONOUT'
           MOVE WS-SUPP-RISK-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRJSONX: ' WS-DISPLAY-MASK-1
                   ' CUSTOMERS LEFT OUT ABOVE MAXRISK'
           .
       9900-EXIT.
           EXIT.
