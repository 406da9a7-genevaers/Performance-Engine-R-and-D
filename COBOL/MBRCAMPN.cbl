      **                - ONE PER HOUSEHOLD (HHLDXREF MAILABLE FLAG)   *
      **                - CONSENT OPT-OUT, CHANNEL 'MAIL' (MBRCNSCK)   *
      **                - LEGAL HOLD ON THE HOLDLIST KSDS              *
      **                - CONSOLIDATED RISK LEVEL ABOVE THE MAXRISK    *
      **                  CARD (0-3, DEFAULT 3 - NONE EXCLUDED) ON     *
      **                  THE RISKINDV INDICATOR (MBRRSKLK)            *
      **                - NO DELIVERABLE CUSTADRV ADDRESS (EVERY ONE   *
      **                  MISSING OR MARKED UNDELIVERABLE BY MBRNIXIE) *
      **                - CONTACT-FREQUENCY CAP ON MARKETING PIECES    *
      **                  (MBRCFCAP, CHANNEL 'MAIL', THE CAMPAIGN ID   *
      **                  AS THE PIECE) - EVERY PIECE MAILED IS THEN   *
      **                  RECORDED ON THE CONTACT HISTORY              *
      **              THE MAILING NAME PREFERS THE 'NAM' LEGAL-NAME    *
      **              CHILD.  THE FILE IS BRACKETED WITH A GVBCHDRT    *
      **              HEADER AND COUNT-AND-HASH TRAILER SO THE MAIL    *
      **              HOUSE CAN BALANCE, AND SEED RECORDS FROM THE     *
      **              OPTIONAL SEEDFILE DD ARE COPIED IN (AND COUNTED  *
      **              IN THE TRAILER) SO THE MAILING CAN BE VERIFIED   *
      **              END TO END.  EACH CUSTOMER MAILED (NOT THE       *
      **              SEEDS) IS ALSO REGISTERED ON THE OPTIONAL        *
      **              CAMPREG KSDS FOR MBRCRESP'S RESPONSE MATCHING.   *
      **              A CUSTOMER WHOSE 'PRF' CHILD ASKS FOR LARGE      *
      **              PRINT, BRAILLE OR AUDIO GOES TO ACCSOUT FOR THE  *
      **              SPECIALIST VENDOR INSTEAD, WITH ITS OWN HEADER   *
      **              AND TRAILER; ACCSOUT MUST BE ALLOCATED WHENEVER  *
      **              CUSTPRFV IS.                                     *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRCNSCK - CONSENT SUPPRESSION                *
      **                 MBRCFCAP - CONTACT-FREQUENCY CAPPING          *
      **                 MBRRSKLK - CUSTOMER RISK INDICATOR LOOKUP     *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                HOUSEHOLD CROSS-REFERENCE   (DDNAME=HHLDXREF)  *
      **                LEGAL-HOLD LIST             (DDNAME=HOLDLIST)  *
      **                RISK INDICATOR KSDS         (DDNAME=RISKINDV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                PREFERENCE CHILD CLUSTER    (DDNAME=CUSTPRFV)  *
      **                SEED RECORDS                (DDNAME=SEEDFILE)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     CAMPAIGN MAILING REGISTER   (DDNAME=CAMPREG)   *
      **                                                               *
      ** OUTPUT FILES:  MAILING FILE                (DDNAME=MAILOUT)   *
      **                ACCESSIBLE-FORMAT MAILING   (DDNAME=ACCSOUT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0016 - ABEND                                     *
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRCNSCK                 PIC X(08)  VALUE 'MBRCNSCK'.
       01  WS-MBRCFCAP                 PIC X(08)  VALUE 'MBRCFCAP'.
       01  WS-MBRRSKLK                 PIC X(08)  VALUE 'MBRRSKLK'.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      THE NAME AND THE LEGAL NAME ARE HELD PROTECTED (SEE
      *      GVBCPIIK); A CUSTOMER IS REVEALED UNDER THE ACTIVE KEY
      *      ONLY ONCE IT HAS SURVIVED EVERY SUPPRESSION.  THE MAIL
      *      HOUSE GETS CLEAR TEXT, SO THE HEADER'S KEY GENERATION
      *      STAYS BLANK.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-SELECTED-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-MAILED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-SEED-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-REGISTERED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-HHLD-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-CONSENT-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-HOLD-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-RISK-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-ADDR-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-SUPP-CAP-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-MAIL-HASH-TOTAL          PIC S9(15) COMP-3 VALUE +0.
       01  WS-ACCS-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-ACCS-HASH-TOTAL          PIC S9(15) COMP-3 VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-CTL-STATE-LIST           PIC X(64)  VALUE SPACES.
       01  WS-CTL-FROM-DATE            PIC 9(08)  VALUE ZEROES.
       01  WS-CTL-TO-DATE              PIC 9(08)  VALUE 99999999.
       01  WS-CTL-MAX-RISK             PIC X(01)  VALUE '3'.
       01  WS-STATE-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-STATE-MATCH-SW           PIC X(01)  VALUE 'N'.
           88  WS-STATE-MATCH                     VALUE 'Y'.
      *
      *****************************************************************
      *  ONE MAILING RECORD.  THE 60-BYTE NAME CARRIES THE FULL
      *  LEGAL NAME WHEN THE CUSTOMER HAS ONE.  LANGUAGE AND FORMAT
      *  ARE THE CUSTOMER'S 'PRF' CHILD (BLANK = ENGLISH STANDARD).
      *****************************************************************
       01  WS-MAIL-RECORD.
           05  WS-ML-CAMPAIGN-ID       PIC X(08).
           05  WS-ML-STATE             PIC X(02).
           05  WS-ML-POSTAL-CD         PIC X(09).
           05  WS-ML-SEED-FLAG         PIC X(01).
           05  WS-ML-LANGUAGE-CD       PIC X(03).
           05  WS-ML-PRINT-FORMAT      PIC X(01).
               88  WS-ML-ACCESSIBLE-FORMAT        VALUE 'L' 'B' 'A'.
           05  FILLER                  PIC X(28).
      *
       COPY GVBCHDRT.
       COPY GVBCCHLD.
       COPY GVBCHHLD.
       COPY GVBCHOLD.
       COPY GVBCCNST.
       COPY GVBCCFCP.
       COPY GVBCRSKL.
       COPY GVBCKWRD.
       COPY GVBCRUNC.
       COPY GVBCCRSP.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
                                ==TP90L-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90L-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90F-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90F-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90F-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90F-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90F-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90F-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90F-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90F-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90F-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90F-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90F-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90A-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90A-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90A-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90A-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90A-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90A-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90A-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90A-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90A-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90A-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90A-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90S-PARAMETER-AREA==
                                ==TP90S-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90S-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90R-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90R-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90R-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90R-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90R-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90R-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90R-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90R-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90R-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90R-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90R-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
           MOVE WS-MAILED-CNT             TO RUNC-REG-RCRDS-WRITTEN
           COMPUTE RUNC-REG-RCRDS-REJECTED =
                   WS-SUPP-HHLD-CNT + WS-SUPP-CONSENT-CNT
                 + WS-SUPP-HOLD-CNT + WS-SUPP-RISK-CNT
                 + WS-SUPP-ADDR-CNT + WS-SUPP-CAP-CNT
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           IF   SEVERE-ERROR NOT = ' '
      *
           MOVE 'MBRCAMPN'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +6                     TO KWRD-ENTRY-COUNT
           MOVE 'CAMPAIGN'             TO KWRD-NAME (1)
           MOVE 'CAMP0000'             TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'TODT'                 TO KWRD-NAME (5)
           MOVE '99999999'             TO KWRD-VALUE (5)
           MOVE SPACES                 TO KWRD-ALLOWED (5)
           MOVE 'MAXRISK'              TO KWRD-NAME (6)
           MOVE '3'                    TO KWRD-VALUE (6)
           MOVE '0 1 2 3'              TO KWRD-ALLOWED (6)
           MOVE 'D'                    TO KWRD-SOURCE (1)
                                          KWRD-SOURCE (2)
                                          KWRD-SOURCE (3)
                                          KWRD-SOURCE (4)
                                          KWRD-SOURCE (5)
                                          KWRD-SOURCE (6)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE KWRD-VALUE (3)        TO WS-CTL-STATE-LIST
                  MOVE KWRD-VALUE (4) (1:8)  TO WS-CTL-FROM-DATE
                  MOVE KWRD-VALUE (5) (1:8)  TO WS-CTL-TO-DATE
                  MOVE KWRD-VALUE (6) (1:1)  TO WS-CTL-MAX-RISK
           END-EVALUATE
           DISPLAY 'MBRCAMPN: CAMPAIGN ' WS-CTL-CAMPAIGN-ID
                   ' STATUS ' WS-CTL-STATUS
                   ' MAXRISK ' WS-CTL-MAX-RISK
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
                        'TRUNCATED PARENT NAMES ONLY'
                SET  TP90L-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'CAMPREG '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE +0                        TO TP90R-RECORD-LENGTH
           MOVE SPACES                    TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 CREG-RECORD,
                                 CREG-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAMPN: NO CAMPREG DD ALLOCATED, MAILING '
                        'NOT REGISTERED FOR RESPONSE TRACKING'
                SET  TP90R-ANCHOR           TO NULL
           END-IF
      *
      *      NO PREFERENCE CLUSTER MEANS EVERY PIECE IS STANDARD
      *      PRINT.  WITH ONE, THE ACCESSIBLE-FORMAT FILE IS REQUIRED -
      *      THOSE PIECES MAY NOT FALL BACK TO THE ORDINARY MAIL HOUSE.
           SET  TP90F-ANCHOR              TO NULL
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'CUSTPRFV'                TO TP90F-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90F-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90F-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90F-FILE-MODE
           MOVE SPACES                    TO TP90F-RETURN-CODE
           MOVE +0                        TO TP90F-VSAM-RETURN-CODE
           MOVE +0                        TO TP90F-RECORD-LENGTH
           MOVE SPACES                    TO TP90F-RECFM
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAMPN: NO CUSTPRFV DD ALLOCATED, NO '
                        'ACCESSIBLE-FORMAT ROUTING'
                SET  TP90F-ANCHOR           TO NULL
                GO TO 100-EXIT
           END-IF
      *
           MOVE 'ACCSOUT '                TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-MAIL-RECORD  TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-MAIL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAMPN DD: ACCSOUT, GVBTP90 FAILED, '
                        'RET CD = ' TP90A-RETURN-CODE
                DISPLAY 'MBRCAMPN: ACCSOUT IS REQUIRED WHEN CUSTPRFV '
                        'IS ALLOCATED'
                SET  TP90A-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
                        TP90W-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           IF   TP90A-ANCHOR NOT = NULL
                MOVE TP90-VALUE-WRITE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      HDRT-HEADER-RECORD,
                                      TP90-RECORD-KEY
                IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     DISPLAY 'MBRCAMPN: ERROR WRITING ACCSOUT RC = '
                             TP90A-RETURN-CODE
                     MOVE  'Y'              TO SEVERE-ERROR
                END-IF
           END-IF
           .
       200-EXIT.
           EXIT.
                     GO TO 300-EXIT
                END-IF
           END-IF
      *
      *      A CUSTOMER WHOSE CONSOLIDATED RISK LEVEL IS ABOVE THE
      *      CAMPAIGN'S MAXRISK IS NOT MAILED.  NO RISKINDV DD
      *      ANSWERS LEVEL 0, SO NOTHING IS EXCLUDED.
           SET  RSKL-FCN-LOOKUP           TO TRUE
           MOVE TP90-CUST-KEY-ID          TO RSKL-KEY-ID
           CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
           IF   RSKL-LEVEL > WS-CTL-MAX-RISK
                ADD  +1                   TO WS-SUPP-RISK-CNT
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 400-FIND-DELIVERABLE-ADDR THRU 400-EXIT
           IF   NOT WS-ADDR-FOUND
                ADD  +1                   TO WS-SUPP-ADDR-CNT
                GO TO 300-EXIT
           END-IF
      *
      *      LAST, BECAUSE IT BROWSES THE CONTACT HISTORY.
           SET  CFCP-FCN-CHECK            TO TRUE
           PERFORM 560-CALL-CAPPING       THRU 560-EXIT
           IF   CFCP-SUPPRESS
                ADD  +1                   TO WS-SUPP-CAP-CNT
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 500-WRITE-MAIL-RECORD  THRU 500-EXIT
           .
      *
      *
       500-WRITE-MAIL-RECORD.
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           PERFORM 510-REVEAL-IMAGE       THRU 510-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 500-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-MAIL-RECORD
           MOVE WS-CTL-CAMPAIGN-ID        TO WS-ML-CAMPAIGN-ID
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                IF   TP90L-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     SET  PIIC-IMAGE-CHILD TO TRUE
                     PERFORM 510-REVEAL-IMAGE THRU 510-EXIT
                     IF   SEVERE-ERROR NOT = ' '
                          GO TO 500-EXIT
                     END-IF
                     IF   CUST-NAM-LEGAL-NAME NOT = SPACES
                          MOVE CUST-NAM-LEGAL-NAME TO WS-ML-NAME
                     END-IF
                END-IF
           END-IF
      *
      *      THE CUSTOMER'S LANGUAGE AND FORMAT FROM THE 'PRF' CHILD.
           IF   TP90F-ANCHOR NOT = NULL
                MOVE 'CUSTPRFV'           TO TP90F-DDNAME
                MOVE TP90-VALUE-LOCATE    TO TP90F-FUNCTION-CODE
                MOVE TP90-VALUE-VSAM      TO TP90F-FILE-TYPE
                MOVE TP90-VALUE-INPUT     TO TP90F-FILE-MODE
                MOVE +96                  TO TP90F-RECORD-LENGTH
                MOVE TP90-VALUE-FIXED-LEN TO TP90F-RECFM
                MOVE SPACES               TO CUST-CHILD-RECORD-KEY
                MOVE TP90-CUST-KEY-ID
                  TO CUST-CHILD-RECORD-KEY(1:10)
                MOVE 'PRF01'              TO CUST-CHILD-RECORD-KEY(11:5)
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                IF   TP90F-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     MOVE CUST-PRF-LANGUAGE-CD  TO WS-ML-LANGUAGE-CD
                     MOVE CUST-PRF-PRINT-FORMAT TO WS-ML-PRINT-FORMAT
                END-IF
           END-IF
      *
           IF   WS-ML-ACCESSIBLE-FORMAT
                PERFORM 520-WRITE-ACCS-RECORD THRU 520-EXIT
                GO TO 500-EXIT
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90W-FUNCTION-CODE
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
           ELSE
                ADD  +1                    TO WS-MAILED-CNT
                ADD  TP90-CUST-AGRE-BUSN-ID TO WS-MAIL-HASH-TOTAL
                SET  CFCP-FCN-RECORD       TO TRUE
                PERFORM 560-CALL-CAPPING   THRU 560-EXIT
                IF   TP90R-ANCHOR NOT = NULL
                     PERFORM 550-REGISTER-MAILING THRU 550-EXIT
                END-IF
           END-IF
           .
       500-EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE PARENT (TP90) OR LEGAL-NAME CHILD IMAGE IN PLACE,
      *  AS PIIC-IMAGE-TYPE SAYS.
      ***************************************************************
       510-REVEAL-IMAGE.
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
                DISPLAY 'MBRCAMPN: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A LARGE-PRINT, BRAILLE OR AUDIO PIECE GOES TO THE SPECIALIST
      *  VENDOR ON ACCSOUT, BALANCED BY ITS OWN TRAILER.  IT STILL
      *  COUNTS AS MAILED AND IS REGISTERED FOR RESPONSE TRACKING.
      ***************************************************************
       520-WRITE-ACCS-RECORD.
      *
           MOVE TP90-VALUE-WRITE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 WS-MAIL-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAMPN: ERROR WRITING ACCSOUT RC = '
                        TP90A-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-MAILED-CNT
                                              WS-ACCS-CNT
                ADD  TP90-CUST-AGRE-BUSN-ID TO WS-ACCS-HASH-TOTAL
                SET  CFCP-FCN-RECORD       TO TRUE
                PERFORM 560-CALL-CAPPING   THRU 560-EXIT
                IF   TP90R-ANCHOR NOT = NULL
                     PERFORM 550-REGISTER-MAILING THRU 550-EXIT
                END-IF
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REGISTER THE MAILED CUSTOMER ON CAMPREG SO A LATER RESPONSE
      *  CAN BE ATTRIBUTED TO THIS CAMPAIGN AND MAIL DATE.  A RERUN
      *  OF THE SAME CAMPAIGN REPLACES THE ROW, CLEARING ANY
      *  RESPONSE STAMPED AGAINST THE EARLIER MAILING.
      ***************************************************************
       550-REGISTER-MAILING.
      *
           MOVE SPACES                    TO CREG-RECORD
           MOVE WS-CTL-CAMPAIGN-ID        TO CREG-CAMPAIGN-ID
           MOVE TP90-CUST-KEY-ID          TO CREG-KEY-ID
           MOVE WS-RUN-DATE               TO CREG-MAIL-DATE
           MOVE TP90-CUST-STATE           TO CREG-STATE
           MOVE TP90-CUST-STATUS          TO CREG-CUST-STATUS
           SET  CREG-NOT-RESPONDED        TO TRUE
           MOVE ZEROES                    TO CREG-RESP-DATE
           MOVE CREG-CAMPAIGN-ID          TO CREG-KEY-CAMPAIGN-ID
           MOVE CREG-KEY-ID               TO CREG-KEY-KEY-ID
      *
           MOVE 'CAMPREG '                TO TP90R-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           MOVE LENGTH OF CREG-RECORD     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 CREG-RECORD,
                                 CREG-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      CREG-RECORD,
                                      CREG-RECORD-KEY
           END-IF
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCAMPN DD: CAMPREG, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                        ' KEY = ' CREG-KEY-ID
           ELSE
                ADD  +1                    TO WS-REGISTERED-CNT
           END-IF
           .
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ASK MBRCFCAP TO CHECK OR RECORD (AS CFCP-FUNCTION SAYS) THE
      *  CAMPAIGN PIECE FOR THE CUSTOMER IN HAND - A MARKETING PIECE
      *  UNLESS A CAPRULES CARD CLASSIFIES THE CAMPAIGN OTHERWISE.
      ***************************************************************
       560-CALL-CAPPING.
      *
           MOVE TP90-CUST-KEY-ID          TO CFCP-KEY-ID
           MOVE WS-RUN-DATE               TO CFCP-CONTACT-DATE
           MOVE 'MAIL'                    TO CFCP-CHANNEL
           MOVE WS-CTL-CAMPAIGN-ID        TO CFCP-PIECE-ID
           MOVE 'MBRCAMPN'                TO CFCP-SOURCE-PGM
           MOVE 'M'                       TO CFCP-DEFAULT-CLASS
           CALL WS-MBRCFCAP USING CFCP-CHECK-PARMS
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  COPY THE SEED RECORDS IN - ADDRESSES WE CONTROL, FLAGGED
      *  'S', SO SOMEONE CAN CONFIRM THE MAIL HOUSE ACTUALLY MAILS.
      *  NO SEEDFILE DD MEANS NO SEEDS.
           MOVE SPACES                    TO HDRT-TRAILER-RECORD
           MOVE 'TRL '                    TO HDRT-TRL-ID
           COMPUTE HDRT-TRL-RECORD-CNT =
                   WS-MAILED-CNT - WS-ACCS-CNT + WS-SEED-CNT
           MOVE WS-MAIL-HASH-TOTAL        TO HDRT-TRL-HASH-TOTAL
           MOVE TP90-VALUE-WRITE          TO TP90W-FUNCTION-CODE
           CALL GVBTP90    USING TP90W-PARAMETER-AREA,
                        TP90W-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           IF   TP90A-ANCHOR NOT = NULL
                MOVE SPACES               TO HDRT-TRAILER-RECORD
                MOVE 'TRL '               TO HDRT-TRL-ID
                MOVE WS-ACCS-CNT          TO HDRT-TRL-RECORD-CNT
                MOVE WS-ACCS-HASH-TOTAL   TO HDRT-TRL-HASH-TOTAL
                MOVE TP90-VALUE-WRITE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      HDRT-TRAILER-RECORD,
                                      TP90-RECORD-KEY
                IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     DISPLAY 'MBRCAMPN: ERROR WRITING ACCSOUT RC = '
                             TP90A-RETURN-CODE
                     MOVE  'Y'              TO SEVERE-ERROR
                END-IF
           END-IF
           .
       800-EXIT.
           EXIT.
      *
           SET  CNSC-FCN-CLOSE            TO TRUE
           CALL WS-MBRCNSCK USING CNSC-CHECK-PARMS
           SET  CFCP-FCN-CLOSE            TO TRUE
           CALL WS-MBRCFCAP USING CFCP-CHECK-PARMS
           SET  RSKL-FCN-CLOSE            TO TRUE
           CALL WS-MBRRSKLK USING RSKL-LOOKUP-PARMS
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE 'CUSTNAMV'           TO TP90-DDNAME
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      CREG-RECORD,
                                      CREG-RECORD-KEY
           END-IF
           IF   TP90F-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90F-FUNCTION-CODE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90A-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90A-FUNCTION-CODE
                CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                      WS-MAIL-RECORD,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' RECORDS READ'
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' SELECTED'
           MOVE WS-MAILED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' MAILED'
           MOVE WS-ACCS-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' OF THEM TO '
                   'ACCSOUT (ACCESSIBLE FORMAT)'
           MOVE WS-SEED-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' SEEDS'
           MOVE WS-REGISTERED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' REGISTERED ON '
                   'CAMPREG'
           MOVE WS-SUPP-HHLD-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' HOUSEHOLD '
                   'SUPPRESSIONS'
           MOVE WS-SUPP-HOLD-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' LEGAL-HOLD '
                   'SUPPRESSIONS'
           MOVE WS-SUPP-RISK-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' RISK-LEVEL '
                   'SUPPRESSIONS'
           MOVE WS-SUPP-ADDR-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' WITH NO '
                   'DELIVERABLE ADDRESS'
           MOVE WS-SUPP-CAP-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCAMPN: ' WS-DISPLAY-MASK-1 ' CONTACT-CAP '
                   'SUPPRESSIONS'
           .
       9900-EXIT.
           EXIT.
