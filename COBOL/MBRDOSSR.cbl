      **              FIELD CHANGES WITH THE OPERATOR IDENT FROM THE   *
      **              AFTER IMAGE'S MAINTENANCE STAMP), THE CUSTHIST   *
      **              EFFECTIVE-DATED VERSIONS, THE ARCHDIR ARCHIVE    *
      **              EVENTS, THE SUSPNSV SUSPENSE EVENTS AND THE      *
      **              CUSTRELV RELATIONSHIP START/END DATES - ALL      *
      **              COLLECTED, SORTED BY DATE AND TIME, AND PRINTED  *
      **              AS ONE REPORT.  WHAT USED TO COST A STEWARD      *
      **              MOST OF A DAY OF HAND-ASSEMBLY IS ONE JOB.       *
      **              THE CURRENT RELATIONSHIPS ARE ALSO LISTED UNDER  *
      **              THE LIVE RECORD, FLAGGING EACH PARTY AUTHORIZED  *
      **              TO ACT FOR THE CUSTOMER TODAY.                   *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                AUDIT TRAIL JOURNAL         (DDNAME=CUSTNAUD)  *
      **                EFFECTIVE-DATED HISTORY     (DDNAME=CUSTHIST)  *
      **                ARCHIVE DIRECTORY           (DDNAME=ARCHDIR)   *
      **                REJECT SUSPENSE CLUSTER     (DDNAME=SUSPNSV)   *
      **                RELATIONSHIP CHILD CLUSTER  (DDNAME=CUSTRELV)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  DOSSIER REPORT              (DDNAME=DOSSRPT)   *
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
      *
      *      THE LIVE RECORD'S NAME IS HELD PROTECTED (SEE GVBCPIIK)
      *      AND IS REVEALED UNDER THE ACTIVE KEY FOR THE HEADER.
      *      NO JOURNAL, HISTORY OR ARCHIVE EVENT SHOWS A PROTECTED
      *      FIELD.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-LIVE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-LIVE-FOUND                      VALUE 'Y'.
       01  WS-TODAY-CCYYMMDD           PIC X(08)  VALUE SPACES.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
           05  WS-AUDIT-REC-KEY            PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE    PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ      PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH     PIC 9(15).
      *
       01  AUD-RECORD-AREA.
           05  AUD-FB-RECORD-AREA          PIC X(96).
       COPY GVBCKWRD.
       COPY GVBCADIR.
       COPY GVBCSUSP.
       COPY GVBCCHLD.
       COPY GVBCRELT.
      *
      *****************************************************************
      *  CURRENT-RELATIONSHIP WORK AREAS.  A RELATIONSHIP IS IN FORCE
      *  FROM ITS EFFECTIVE DATE THROUGH ITS END DATE (OPEN-ENDED
      *  WHEN THE END DATE IS BLANK).
      *****************************************************************
       01  WS-REL-COUNT                PIC S9(04) COMP VALUE +0.
       01  WS-RELT-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-REL-DESC                 PIC X(18)  VALUE SPACES.
       01  WS-REL-END-DISPLAY          PIC X(08)  VALUE SPACES.
       01  WS-REL-AUTH-SW              PIC X(01)  VALUE 'N'.
           88  WS-REL-AUTHORIZED                  VALUE 'Y'.
       01  WS-REL-ACTIVE-SW            PIC X(01)  VALUE 'N'.
           88  WS-REL-ACTIVE                      VALUE 'Y'.
       01  WS-REL-ACT-TEXT             PIC X(20)  VALUE SPACES.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
                                ==TP90S-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90S-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90E-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90E-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90E-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90E-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90E-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90E-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90E-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90E-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90E-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90E-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90E-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90R-PARAMETER-AREA==
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-REPORT-LIVE-RECORD THRU 200-EXIT
                PERFORM 250-REPORT-RELATIONSHIPS THRU 250-EXIT
                PERFORM 300-COLLECT-AUDIT      THRU 300-EXIT
                PERFORM 400-COLLECT-HISTORY    THRU 400-EXIT
                PERFORM 500-COLLECT-ARCHIVE    THRU 500-EXIT
      *
      ***************************************************************
      *  PARSE THE SUBJECT KEY AND OPEN EVERY SOURCE AND THE
      *  REPORT.  CUSTHIST, ARCHDIR, SUSPNSV AND CUSTRELV ARE
      *  OPTIONAL DDS -
      *  AN UNALLOCATED SOURCE JUST CONTRIBUTES NO EVENTS.
      ***************************************************************
       100-INIT.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE 'MBRDOSSR'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
                        'SUSPENSE EVENTS'
                SET  TP90S-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90E-ANCHOR              TO NULL
           MOVE 'CUSTRELV'                TO TP90E-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90E-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90E-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90E-FILE-MODE
           MOVE SPACES                    TO TP90E-RETURN-CODE
           MOVE +0                        TO TP90E-VSAM-RETURN-CODE
           MOVE +0                        TO TP90E-RECORD-LENGTH
           MOVE SPACES                    TO TP90E-RECFM
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRDOSSR: NO CUSTRELV DD ALLOCATED, NO '
                        'RELATIONSHIPS'
                SET  TP90E-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'DOSSRPT '                TO TP90R-DDNAME
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-LIVE-FOUND         TO TRUE
                SET  PIIC-FCN-REVEAL       TO TRUE
                SET  PIIC-IMAGE-PARENT     TO TRUE
                SET  PIIC-GEN-ACTIVE       TO TRUE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       TP90-FB-RECORD-AREA
                IF   NOT PIIC-RET-USABLE
                     DISPLAY 'MBRDOSSR: PERSONAL DATA KEY ERROR, '
                             'MBRPIICR RC = ' PIIC-RETURN-CODE
                     MOVE  'Y'              TO SEVERE-ERROR
                     GO TO 200-EXIT
                END-IF
                MOVE SPACES                TO WS-RPT-LINE
                STRING 'LIVE RECORD: '     DELIMITED BY SIZE
                       TP90-CUST-NAME      DELIMITED BY SIZE
      *
      *
      ***************************************************************
      *  LIST THE SUBJECT'S CUSTRELV RELATIONSHIPS UNDER THE LIVE
      *  RECORD - WHO THE RELATED PARTY IS TO THE SUBJECT, FOR WHAT
      *  DATES, AND WHETHER THAT PARTY IS AUTHORIZED TO ACT ON THE
      *  SUBJECT'S ACCOUNTS TODAY - AND ADD EACH START AND END DATE
      *  TO THE EVENT TABLE.
      ***************************************************************
       250-REPORT-RELATIONSHIPS.
      *
           IF   TP90E-ANCHOR = NULL
                GO TO 250-EXIT
           END-IF
      *
           MOVE +0                        TO WS-REL-COUNT
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
           MOVE 'CUSTRELV'                TO TP90E-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90E-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90E-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90E-FILE-MODE
           MOVE +96                       TO TP90E-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90E-RECFM
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE WS-SUBJECT-KEY          TO CUST-CHILD-RECORD-KEY (1:10)
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
      *
           PERFORM 260-REPORT-ONE-REL     THRU 260-EXIT
                   UNTIL WS-BROWSE-EOF
      *
           IF   WS-REL-COUNT = ZERO
                MOVE 'RELATIONSHIPS: NONE ON CUSTRELV'
                                           TO WS-RPT-LINE
                PERFORM 800-WRITE-RPT-LINE THRU 800-EXIT
           END-IF
           .
       250-EXIT.
           EXIT.
      *
      *
       260-REPORT-ONE-REL.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90E-FUNCTION-CODE
           CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90E-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CUST-CHILD-KEY-ID NOT = WS-SUBJECT-KEY
                SET  WS-BROWSE-EOF         TO TRUE
                GO TO 260-EXIT
           END-IF
           IF   NOT CUST-CHILD-RELATIONSHIP
                GO TO 260-EXIT
           END-IF
      *
           ADD  +1                        TO WS-REL-COUNT
           MOVE CUST-REL-TYPE-CD          TO WS-REL-DESC
           MOVE 'N'                       TO WS-REL-AUTH-SW
           PERFORM 270-FIND-REL-TYPE      THRU 270-EXIT
                   VARYING WS-RELT-IDX FROM +1 BY +1
                   UNTIL   WS-RELT-IDX > RELT-TYPE-COUNT
      *
           MOVE 'N'                       TO WS-REL-ACTIVE-SW
           IF   CUST-REL-EFF-DATE NOT > WS-TODAY-CCYYMMDD
                IF   CUST-REL-OPEN-ENDED
                OR   CUST-REL-END-DATE NOT < WS-TODAY-CCYYMMDD
                     SET  WS-REL-ACTIVE    TO TRUE
                END-IF
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-REL-ACTIVE AND WS-REL-AUTHORIZED
                  MOVE ' AUTHORIZED TO ACT'  TO WS-REL-ACT-TEXT
             WHEN WS-REL-ACTIVE
                  MOVE SPACES                TO WS-REL-ACT-TEXT
             WHEN OTHER
                  MOVE ' NOT IN FORCE'       TO WS-REL-ACT-TEXT
           END-EVALUATE
           IF   CUST-REL-OPEN-ENDED
                MOVE 'OPEN    '           TO WS-REL-END-DISPLAY
           ELSE
                MOVE CUST-REL-END-DATE    TO WS-REL-END-DISPLAY
           END-IF
      *
           MOVE SPACES                    TO WS-RPT-LINE
           STRING 'RELATIONSHIP: '        DELIMITED BY SIZE
                  CUST-REL-RELATED-KEY-ID DELIMITED BY SIZE
                  ' IS '                  DELIMITED BY SIZE
                  WS-REL-DESC             DELIMITED BY SIZE
                  ' FROM '                DELIMITED BY SIZE
                  CUST-REL-EFF-DATE       DELIMITED BY SIZE
                  ' TO '                  DELIMITED BY SIZE
                  WS-REL-END-DISPLAY      DELIMITED BY SIZE
                  WS-REL-ACT-TEXT         DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
      *
           PERFORM 890-ADD-ONE-EVENT      THRU 890-EXIT
           IF   NOT WS-EVENTS-TRUNCATED
                IF   CUST-REL-EFF-DATE NUMERIC
                     MOVE CUST-REL-EFF-DATE
                       TO WS-EVT-DATE (WS-EVENT-COUNT)
                ELSE
                     MOVE ZEROES
                       TO WS-EVT-DATE (WS-EVENT-COUNT)
                END-IF
                MOVE ZEROES  TO WS-EVT-TIME (WS-EVENT-COUNT)
                MOVE 'CUSTRELV'
                  TO WS-EVT-SOURCE (WS-EVENT-COUNT)
                MOVE SPACES
                  TO WS-EVT-TEXT (WS-EVENT-COUNT)
                STRING 'RELATIONSHIP BEGINS: '  DELIMITED BY SIZE
                       CUST-REL-RELATED-KEY-ID  DELIMITED BY SIZE
                       ' '                      DELIMITED BY SIZE
                       WS-REL-DESC              DELIMITED BY SIZE
                       INTO WS-EVT-TEXT (WS-EVENT-COUNT)
           END-IF
      *
           IF   CUST-REL-OPEN-ENDED
           OR   CUST-REL-END-DATE NOT NUMERIC
                GO TO 260-EXIT
           END-IF
           PERFORM 890-ADD-ONE-EVENT      THRU 890-EXIT
           IF   NOT WS-EVENTS-TRUNCATED
                MOVE CUST-REL-END-DATE
                  TO WS-EVT-DATE (WS-EVENT-COUNT)
                MOVE ZEROES  TO WS-EVT-TIME (WS-EVENT-COUNT)
                MOVE 'CUSTRELV'
                  TO WS-EVT-SOURCE (WS-EVENT-COUNT)
                MOVE SPACES
                  TO WS-EVT-TEXT (WS-EVENT-COUNT)
                STRING 'RELATIONSHIP ENDS:   '  DELIMITED BY SIZE
                       CUST-REL-RELATED-KEY-ID  DELIMITED BY SIZE
                       ' '                      DELIMITED BY SIZE
                       WS-REL-DESC              DELIMITED BY SIZE
                       INTO WS-EVT-TEXT (WS-EVENT-COUNT)
           END-IF
           .
       260-EXIT.
           EXIT.
      *
      *
       270-FIND-REL-TYPE.
      *
           IF   RELT-TYPE-CD (WS-RELT-IDX) = CUST-REL-TYPE-CD
                MOVE RELT-TYPE-DESC (WS-RELT-IDX) TO WS-REL-DESC
                MOVE RELT-TYPE-AUTH-SW (WS-RELT-IDX)
                                           TO WS-REL-AUTH-SW
                MOVE RELT-TYPE-COUNT       TO WS-RELT-IDX
           END-IF
           .
       270-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  SCAN THE WHOLE CUSTNAUD JOURNAL FOR THE SUBJECT'S CHANGE
      *  EVENTS, LIFTING THE OPERATOR IDENT FROM THE AFTER IMAGE'S
      *  MAINTENANCE STAMP (THE BEFORE IMAGE'S FOR A DELETE).
                                      SUSP-RECORD,
                                      SUSP-RECORD-KEY
           END-IF
           IF   TP90E-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90E-FUNCTION-CODE
                CALL GVBTP90    USING TP90E-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
