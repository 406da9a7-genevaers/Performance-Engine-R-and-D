      **              OPTIONALLY THE STEP'S CHECKPOINT DDNAME IN       *
      **              10-17 AND ITS CONSUMING STEP'S RUN-ID IN 19-26.  *
      **                                                               *
      **              THE WARNINGS AND ERRORS JOURNALED ON ALERTLOG    *
      **              FOR THE CYCLE ARE LISTED AFTER THE STEP ADVICE,  *
      **              EACH WITH THE OPERATOR ACTION, RERUN ADVICE AND  *
      **              ESCALATION CONTACT FROM THE MESSAGE CATALOG      *
      **              (GVBCMCAT).  NO ALERTLOG DD SKIPS THE SECTION.   *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRMCTLK - MESSAGE CATALOG LOOKUP             *
      **                                                               *
      ** INPUT FILES:   RUN-CONTROL CLUSTER         (DDNAME=RUNCTL)    *
      **                DEPENDENCY CHAIN CARDS      (DDNAME=DEPCARDS)  *
      **                CHECKPOINT POSITIONS        (DDNAMES PER CARD) *
      **                FEED GENERATION STATUS      (DDNAME=LOADGEN)   *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                ALERT JOURNAL               (DDNAME=ALERTLOG)  *
      **                OPERATOR MESSAGE CATALOG    (DDNAME=MSGCAT)    *
      **                                                               *
      ** OUTPUT FILES:  RESTART ADVICE REPORT       (DDNAME=RSTARPT)   *
      **                                                               *
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRMCTLK                 PIC X(08)  VALUE 'MBRMCTLK'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
           88  WS-ADVICE-ISSUED                   VALUE 'Y'.
      *
       01  WS-RPT-LINE                 PIC X(100) VALUE SPACES.
      *
      *****************************************************************
      *  THE CYCLE'S WARNING AND ERROR ALERTS FROM ALERTLOG - ONE
      *  ENTRY PER DISTINCT MESSAGE ID, WITH THE FIRST PROGRAM THAT
      *  RAISED IT, ITS OCCURRENCE COUNT AND A SAMPLE TEXT.
      *****************************************************************
       01  WS-ALERTLOG-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-ALERTLOG-EOF                    VALUE 'Y'.
       01  WS-ALERT-TBL-MAX            PIC S9(04) COMP VALUE +50.
       01  WS-ALERT-COUNT              PIC S9(04) COMP VALUE +0.
       01  WS-ALERT-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-ALERT-FOUND-SW           PIC X(01)  VALUE 'N'.
           88  WS-ALERT-FOUND                     VALUE 'Y'.
       01  WS-ALERT-TBL.
           05  WS-ALERT-ENTRY          OCCURS 50 TIMES.
               10  WS-ALT-MSG-ID       PIC X(08).
               10  WS-ALT-SEVERITY     PIC X(01).
               10  WS-ALT-PROGRAM      PIC X(08).
               10  WS-ALT-OCCURS       PIC S9(08) COMP.
               10  WS-ALT-TEXT         PIC X(50).
       01  WS-SEVERITY-PASS            PIC X(01)  VALUE SPACE.
       01  WS-ACTION-IDX               PIC S9(04) COMP VALUE +0.
      *
       01  WS-RPT-ALERT-LINE.
           05  WS-RPT-ALT-SEVERITY     PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ALT-MSG-ID       PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ALT-PROGRAM      PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ALT-OCCURS       PIC ZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ALT-TEXT         PIC X(50).
           05  FILLER                  PIC X(24)  VALUE SPACES.
      *
      *      THE CATALOG'S ADVICE UNDER EACH ALERT, THE TEXT ALIGNED
      *      WITH THE ALERT TEXT ABOVE IT.
       01  WS-RPT-ACTION-LINE.
           05  FILLER                  PIC X(12)  VALUE SPACES.
           05  WS-RPT-ACT-LABEL        PIC X(14).
           05  WS-RPT-ACT-TEXT         PIC X(50).
           05  FILLER                  PIC X(24)  VALUE SPACES.
      *
       COPY GVBCKWRD.
       COPY GVBCRUNC.
       COPY GVBCALOG.
       COPY GVBCMCTL.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
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
                                ==TP90K-PARAMETER-AREA==
                PERFORM 300-GATHER-STEP-STATES THRU 300-EXIT
                PERFORM 400-READ-FEED-STATUS   THRU 400-EXIT
                PERFORM 500-ADVISE             THRU 500-EXIT
                PERFORM 600-ADVISE-ALERTS      THRU 600-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
       550-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LIST THE CYCLE'S JOURNALED WARNINGS AND ERRORS, ERRORS
      *  FIRST, EACH WITH THE MESSAGE CATALOG'S ADVICE, SO THE
      *  OPERATOR HAS THE ACTION FOR EVERY ALERT BEHIND THE FAILURE
      *  ON THE SAME PAGE AS THE RESTART POINT.
      ***************************************************************
       600-ADVISE-ALERTS.
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'ALERTLOG'                TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE LENGTH OF ALOG-RECORD     TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 ALOG-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRRSTAD: NO ALERTLOG DD ALLOCATED, NO '
                        'ALERT ADVICE THIS RUN'
                GO TO 600-EXIT
           END-IF
      *
           PERFORM 610-READ-ONE-ALERT     THRU 610-EXIT
                   UNTIL WS-ALERTLOG-EOF
      *
           MOVE TP90-VALUE-CLOSE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 ALOG-RECORD,
                                 RUNC-RECORD-KEY
      *
           MOVE SPACES                    TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
           IF   WS-ALERT-COUNT = +0
                MOVE 'NO WARNING OR ERROR ALERTS JOURNALED THIS CYCLE'
                                          TO WS-RPT-LINE
                PERFORM 800-WRITE-RPT-LINE THRU 800-EXIT
                GO TO 600-EXIT
           END-IF
           MOVE 'ALERTS RAISED THIS CYCLE, WITH THE CATALOG ADVICE:'
                                          TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
      *
           MOVE 'E'                       TO WS-SEVERITY-PASS
           MOVE +0                        TO WS-ALERT-IDX
           PERFORM 630-ADVISE-ONE-ALERT   THRU 630-EXIT
                   UNTIL WS-ALERT-IDX >= WS-ALERT-COUNT
                      OR SEVERE-ERROR NOT = ' '
           MOVE 'W'                       TO WS-SEVERITY-PASS
           MOVE +0                        TO WS-ALERT-IDX
           PERFORM 630-ADVISE-ONE-ALERT   THRU 630-EXIT
                   UNTIL WS-ALERT-IDX >= WS-ALERT-COUNT
                      OR SEVERE-ERROR NOT = ' '
           .
       600-EXIT.
           EXIT.
      *
      *
       610-READ-ONE-ALERT.
      *
           MOVE TP90-VALUE-READ           TO TP90A-FUNCTION-CODE
           MOVE SPACES                    TO ALOG-RECORD
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 ALOG-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-ALERTLOG-EOF      TO TRUE
                GO TO 610-EXIT
           END-IF
           IF   ALOG-DATE NOT = WS-CTL-CYCLE-DATE
                GO TO 610-EXIT
           END-IF
           IF   ALOG-SEVERITY NOT = 'E'
           AND  ALOG-SEVERITY NOT = 'W'
                GO TO 610-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-ALERT-FOUND-SW
           MOVE +0                        TO WS-ALERT-IDX
           PERFORM 615-MATCH-ONE-ALERT    THRU 615-EXIT
                   UNTIL WS-ALERT-FOUND
                      OR WS-ALERT-IDX >= WS-ALERT-COUNT
           IF   WS-ALERT-FOUND
                ADD  +1          TO WS-ALT-OCCURS (WS-ALERT-IDX)
                GO TO 610-EXIT
           END-IF
           IF   WS-ALERT-COUNT < WS-ALERT-TBL-MAX
                ADD  +1                   TO WS-ALERT-COUNT
                MOVE ALOG-MSG-ID   TO WS-ALT-MSG-ID (WS-ALERT-COUNT)
                MOVE ALOG-SEVERITY TO WS-ALT-SEVERITY (WS-ALERT-COUNT)
                MOVE ALOG-PROGRAM  TO WS-ALT-PROGRAM (WS-ALERT-COUNT)
                MOVE +1            TO WS-ALT-OCCURS (WS-ALERT-COUNT)
                MOVE ALOG-MSG-TEXT TO WS-ALT-TEXT (WS-ALERT-COUNT)
           END-IF
           .
       610-EXIT.
           EXIT.
      *
      *
       615-MATCH-ONE-ALERT.
      *
           ADD  +1                        TO WS-ALERT-IDX
           IF   WS-ALT-MSG-ID (WS-ALERT-IDX) = ALOG-MSG-ID
                SET  WS-ALERT-FOUND       TO TRUE
           END-IF
           .
       615-EXIT.
           EXIT.
      *
      *
       630-ADVISE-ONE-ALERT.
      *
           ADD  +1                        TO WS-ALERT-IDX
           IF   WS-ALT-SEVERITY (WS-ALERT-IDX) NOT = WS-SEVERITY-PASS
                GO TO 630-EXIT
           END-IF
      *
           MOVE WS-ALT-SEVERITY (WS-ALERT-IDX) TO WS-RPT-ALT-SEVERITY
           MOVE WS-ALT-MSG-ID (WS-ALERT-IDX)   TO WS-RPT-ALT-MSG-ID
           MOVE WS-ALT-PROGRAM (WS-ALERT-IDX)  TO WS-RPT-ALT-PROGRAM
           MOVE WS-ALT-OCCURS (WS-ALERT-IDX)   TO WS-RPT-ALT-OCCURS
           MOVE WS-ALT-TEXT (WS-ALERT-IDX)     TO WS-RPT-ALT-TEXT
           MOVE WS-RPT-ALERT-LINE         TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
      *
           SET  MCTL-FCN-LOOKUP           TO TRUE
           MOVE WS-ALT-MSG-ID (WS-ALERT-IDX) TO MCTL-MSG-ID
           CALL WS-MBRMCTLK USING MCTL-LOOKUP-PARMS
      *
           IF   MCTL-RET-NO-CATALOG-DD
                GO TO 630-EXIT
           END-IF
           IF   MCTL-RET-NOT-FOUND
                MOVE 'ACTION:'            TO WS-RPT-ACT-LABEL
                MOVE 'NO MESSAGE CATALOG ENTRY FOR THIS ID'
                                          TO WS-RPT-ACT-TEXT
                PERFORM 640-WRITE-ACTION-LINE THRU 640-EXIT
                GO TO 630-EXIT
           END-IF
      *
           MOVE 'ACTION:'                 TO WS-RPT-ACT-LABEL
           PERFORM 635-WRITE-ONE-ACTION   THRU 635-EXIT
                   VARYING WS-ACTION-IDX FROM +1 BY +1
                   UNTIL   WS-ACTION-IDX > +3
      *
           MOVE 'RERUN:'                  TO WS-RPT-ACT-LABEL
           IF   MCTL-RERUN-ALLOWED
                MOVE 'YES, ONCE THE CAUSE IS FIXED'
                                          TO WS-RPT-ACT-TEXT
           ELSE
                MOVE 'NO - ESCALATE'      TO WS-RPT-ACT-TEXT
           END-IF
           PERFORM 640-WRITE-ACTION-LINE  THRU 640-EXIT
      *
           IF   MCTL-CONTACT NOT = SPACES
                MOVE 'ESCALATE TO:'       TO WS-RPT-ACT-LABEL
                MOVE MCTL-CONTACT         TO WS-RPT-ACT-TEXT
                PERFORM 640-WRITE-ACTION-LINE THRU 640-EXIT
           END-IF
           .
       630-EXIT.
           EXIT.
      *
      *
      *      ONE NON-BLANK ACTION LINE; THE LABEL ON THE FIRST ONLY.
       635-WRITE-ONE-ACTION.
      *
           IF   MCTL-ACTION-LINE (WS-ACTION-IDX) NOT = SPACES
                MOVE MCTL-ACTION-LINE (WS-ACTION-IDX)
                                          TO WS-RPT-ACT-TEXT
                PERFORM 640-WRITE-ACTION-LINE THRU 640-EXIT
                MOVE SPACES               TO WS-RPT-ACT-LABEL
           END-IF
           .
       635-EXIT.
           EXIT.
      *
      *
       640-WRITE-ACTION-LINE.
      *
           MOVE WS-RPT-ACTION-LINE        TO WS-RPT-LINE
           PERFORM 800-WRITE-RPT-LINE     THRU 800-EXIT
           .
       640-EXIT.
           EXIT.
      *
      *
       800-WRITE-RPT-LINE.
      *
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 RUNC-RECORD-KEY
           SET  MCTL-FCN-CLOSE            TO TRUE
           CALL WS-MBRMCTLK USING MCTL-LOOKUP-PARMS
      *
           MOVE WS-STEP-COUNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRRSTAD: ' WS-DISPLAY-MASK-1 ' STEPS ADVISED'
