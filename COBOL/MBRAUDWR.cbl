      **              THE FIRST WRITE TO THE CALLER'S CLOSE CALL; A    *
      **              MISSING CUSTNAUD DD FOLLOWS THE USUAL            *
      **              OPTIONAL-DD CONVENTION AND IS REPORTED ONCE.    *
      **              CUSTCASE PAIRS (RECORD TYPE 'K') ARE WRITTEN IN  *
      **              THE SAME SHAPE TO THEIR OWN CASEAUD JOURNAL.     *
      **              EVERY PAIR CARRIES THE NEXT LINK OF ITS          *
      **              JOURNAL'S TAMPER-EVIDENT CHAIN FROM MBRAUDCH     *
      **              (SEE GVBCAUDH), SO MBRAUDCV CAN PROVE THE        *
      **              JOURNAL COMPLETE AND UNALTERED.                  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRAUDCH - AUDIT CHAIN-LINK SERVICE           *
      **                                                               *
      ** INPUT FILES:   NONE                                           *
      **                                                               *
      ** OUTPUT FILES:  AUDIT TRAIL                 (DDNAME=CUSTNAUD)  *
      **                CASE AUDIT TRAIL            (DDNAME=CASEAUD)   *
      **                                                               *
      ******************************************************************
      *
           88  WS-AUDIT-UNTRIED                   VALUE ' '.
           88  WS-AUDIT-IS-OPEN                   VALUE 'O'.
           88  WS-AUDIT-UNAVAILABLE               VALUE 'N'.
      *
       01  WS-CASE-DDNAME              PIC X(08)  VALUE 'CASEAUD '.
       01  WS-CASE-STATE-SW            PIC X(01)  VALUE ' '.
           88  WS-CASE-UNTRIED                    VALUE ' '.
           88  WS-CASE-IS-OPEN                    VALUE 'O'.
           88  WS-CASE-UNAVAILABLE                VALUE 'N'.
      *
      *****************************************************************
      *  THE CUSTNAUD RECORD - THE SAME SHAPE MLOADVS WRITES.
           05  WS-AUDIT-REC-KEY            PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE    PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ      PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH     PIC 9(15).
      *
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS              PIC 9(06).
           88  WS-CKSM-UNTRIED                    VALUE ' '.
           88  WS-CKSM-IS-OPEN                    VALUE 'O'.
           88  WS-CKSM-UNAVAILABLE                VALUE 'N'.
      *
      *****************************************************************
      *  THE CHAIN LINK (SEE GVBCAUDH) - ONE CHAIN PER JOURNAL, KEYED
      *  BY THE JOURNAL'S DD NAME.
      *****************************************************************
       COPY GVBCAUDH.
       01  WS-MBRAUDCH                 PIC X(08)  VALUE 'MBRAUDCH'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
                                ==TP90C-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90C-ESDS==.
      *
      *
      *      CASEAUD, THE CUSTCASE JOURNAL - SAME RECORD SHAPE.
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90K-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90K-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90K-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90K-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90K-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90K-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90K-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90K-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90K-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90K-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90K-ESDS==.
      *
       01  WS-TP90-RECORD-KEY          PIC X(16)  VALUE SPACES.
      *
           MOVE '0'                       TO AUDW-RETURN-CODE
      *
           EVALUATE TRUE
             WHEN AUDW-FCN-OPEN AND AUDW-REC-CASE
                  PERFORM 150-ENSURE-CASE-OPEN THRU 150-EXIT
             WHEN AUDW-FCN-WRITE AND AUDW-REC-CASE
                  PERFORM 150-ENSURE-CASE-OPEN THRU 150-EXIT
                  IF   WS-CASE-IS-OPEN
                       PERFORM 260-WRITE-CASE-RECORD THRU 260-EXIT
                  END-IF
             WHEN AUDW-FCN-OPEN
                  PERFORM 100-ENSURE-OPEN THRU 100-EXIT
             WHEN AUDW-FCN-WRITE
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN THE CASEAUD DD ON FIRST USE, UNDER THE SAME REPORT-
      *  ONCE CONVENTION AS CUSTNAUD.
      ***************************************************************
       150-ENSURE-CASE-OPEN.
      *
           EVALUATE TRUE
             WHEN WS-CASE-IS-OPEN
                  CONTINUE
             WHEN WS-CASE-UNAVAILABLE
                  MOVE '4'                TO AUDW-RETURN-CODE
             WHEN OTHER
                  SET   TP90K-ANCHOR          TO NULL
                  MOVE  WS-CASE-DDNAME        TO TP90K-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90K-FUNCTION-CODE
                  MOVE  TP90-VALUE-SEQUENTIAL TO TP90K-FILE-TYPE
                  MOVE  TP90-VALUE-EXTEND     TO TP90K-FILE-MODE
                  MOVE  SPACES                TO TP90K-RETURN-CODE
                  MOVE  +0                    TO TP90K-VSAM-RETURN-CODE
                  MOVE  LENGTH OF WS-AUDIT-RECORD
                                              TO TP90K-RECORD-LENGTH
                  MOVE  TP90-VALUE-FIXED-LEN  TO TP90K-RECFM

                  CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                        WS-AUDIT-RECORD,
                                        WS-TP90-RECORD-KEY

                  IF   TP90K-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-CASE-IS-OPEN   TO TRUE
                  ELSE
                       SET  WS-CASE-UNAVAILABLE TO TRUE
                       MOVE '4'               TO AUDW-RETURN-CODE
                       DISPLAY 'MBRAUDWR: NO CASEAUD DD ALLOCATED, '
                               'NO CASE AUDIT TRAIL FOR THIS RUN'
                  END-IF
           END-EVALUATE
           .
       150-EXIT.
           EXIT.
      *
      *
       200-WRITE-ONE-RECORD.
      *
           MOVE AUDW-KEY-ID               TO WS-AUDIT-REC-KEY
           MOVE AUDW-BEFORE-IMAGE         TO WS-AUDIT-REC-BEFORE-IMAGE
           MOVE AUDW-AFTER-IMAGE          TO WS-AUDIT-REC-AFTER-IMAGE
           MOVE WS-AUDIT-DDNAME           TO AUDH-CHAIN-ID
           PERFORM 220-LINK-THE-PAIR      THRU 220-EXIT
      *
           MOVE TP90-VALUE-WRITE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
      *
      *
      ***************************************************************
      *  TAKE THE PAIR'S CHAIN LINK.  WITHOUT AN AUDCHNV DD THE
      *  LINK COMES BACK ZERO AND THE PAIR GOES OUT UNCHAINED, FOR
      *  MBRAUDCV TO REPORT.
      ***************************************************************
       220-LINK-THE-PAIR.
      *
           SET  AUDH-FCN-LINK             TO TRUE
           MOVE WS-AUDIT-RECORD (1:223)   TO AUDH-PAIR-IMAGE
           CALL WS-MBRAUDCH USING AUDH-LINK-PARMS
           MOVE AUDH-CHAIN-SEQ            TO WS-AUDIT-REC-CHAIN-SEQ
           MOVE AUDH-CHAIN-HASH           TO WS-AUDIT-REC-CHAIN-HASH
           .
       220-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  KEEP THE CHKSUMV SIDE CLUSTER CURRENT WITH THE CHANGE
      *  JUST JOURNALED - A NEW HASH OF THE AFTER IMAGE, OR NO ROW
      *  AT ALL FOR A DELETE.  ONLY A CUSTNAMV PARENT PAIR
       250-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  APPEND ONE CUSTCASE PAIR TO CASEAUD.  NO CHECKSUM - THE
      *  CHKSUMV ROWS BELONG TO CUSTNAMV PARENT RECORDS ONLY.
      ***************************************************************
       260-WRITE-CASE-RECORD.
      *
           ACCEPT WS-AUDIT-REC-RUN-DATE   FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW             FROM TIME
           MOVE WS-TIME-HHMMSS            TO WS-AUDIT-REC-RUN-TIME
           MOVE AUDW-CHANGE-TYPE          TO WS-AUDIT-REC-CHANGE-TYPE
           MOVE AUDW-KEY-ID               TO WS-AUDIT-REC-KEY
           MOVE AUDW-BEFORE-IMAGE         TO WS-AUDIT-REC-BEFORE-IMAGE
           MOVE AUDW-AFTER-IMAGE          TO WS-AUDIT-REC-AFTER-IMAGE
           MOVE WS-CASE-DDNAME            TO AUDH-CHAIN-ID
           PERFORM 220-LINK-THE-PAIR      THRU 220-EXIT
      *
           MOVE TP90-VALUE-WRITE          TO TP90K-FUNCTION-CODE
           CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                 WS-AUDIT-RECORD,
                                 WS-TP90-RECORD-KEY
      *
           IF   TP90K-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRAUDWR: CASE AUDIT WRITE FAILED FOR KEY '
                        AUDW-KEY-ID ' RET CD = ' TP90K-RETURN-CODE
                MOVE '8'                  TO AUDW-RETURN-CODE
           END-IF
           .
       260-EXIT.
           EXIT.
      *
      *
       300-CLOSE-AUDIT.
      *
           SET  AUDH-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDCH USING AUDH-LINK-PARMS
      *
           IF   WS-CKSM-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90C-FUNCTION-CODE
                SET  TP90C-ANCHOR         TO NULL
                SET  WS-CKSM-UNTRIED      TO TRUE
           END-IF
      *
           IF   WS-CASE-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90K-FUNCTION-CODE
                CALL GVBTP90    USING TP90K-PARAMETER-AREA,
                                      WS-AUDIT-RECORD,
                                      WS-TP90-RECORD-KEY
                SET  TP90K-ANCHOR         TO NULL
                SET  WS-CASE-UNTRIED      TO TRUE
           END-IF
      *
           IF   WS-AUDIT-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
