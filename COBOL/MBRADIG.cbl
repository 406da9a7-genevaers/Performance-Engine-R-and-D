      **              ERROR - SO A WARNING THAT HAS FIRED QUIETLY FOR  *
      **              TWO WEEKS FINALLY BECOMES VISIBLE.  MESSAGE IDS  *
      **              THAT WENT QUIET HAVE THEIR STREAKS CLEARED.      *
      **              EACH ESCALATION IS ALSO JOURNALED BACK TO        *
      **              ALERTLOG AS AN ERROR, SO MBRINCFW RAISES AN      *
      **              INCIDENT TICKET FOR IT; THOSE ENTRIES ARE LEFT   *
      **              OUT OF THE NEXT DIGEST'S GROUPING.               *
      **              UNDER EACH MESSAGE ID THE DIGEST PRINTS THE      *
      **              OPERATOR ACTION, RERUN ADVICE AND ESCALATION     *
      **              CONTACT FROM THE MESSAGE CATALOG (GVBCMCAT).     *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRALRTW - ALERT JOURNAL WRITER             *
      **                 MBRMCTLK - MESSAGE CATALOG LOOKUP             *
      **                                                               *
      ** INPUT FILES:   ALERT JOURNAL               (DDNAME=ALERTLOG)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                OPERATOR MESSAGE CATALOG    (DDNAME=MSGCAT)    *
      **                                                               *
      ** I-O FILES:     ESCALATION STREAKS          (DDNAME=ALERTESC)  *
      **                                                               *
      ** OUTPUT FILES:  DIGEST REPORT               (DDNAME=ALRTDIG)   *
      **                ALERT JOURNAL, ESCALATIONS  (DDNAME=ALERTLOG)  *
      **                                                               *
      ** RETURN CDS:  0000 - NO ALERTS, OR INFORMATION ONLY            *
      **              0004 - WARNINGS PRESENT                          *
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRALRTW                 PIC X(08)  VALUE 'MBRALRTW'.
       01  WS-MBRMCTLK                 PIC X(08)  VALUE 'MBRMCTLK'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-ESCALATED        PIC X(11).
           05  FILLER                  PIC X(01)  VALUE SPACE.
      *
      *      THE CATALOG'S ADVICE UNDER EACH DETAIL LINE, THE TEXT
      *      ALIGNED WITH THE SAMPLE TEXT ABOVE IT.
       01  WS-RPT-ACTION-LINE.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-RPT-ACT-LABEL        PIC X(14).
           05  WS-RPT-ACT-TEXT         PIC X(50).
           05  FILLER                  PIC X(13)  VALUE SPACES.
       01  WS-ACTION-IDX               PIC S9(04) COMP VALUE +0.
      *
       COPY GVBCKWRD.
       COPY GVBCALRT.
       COPY GVBCALOG.
       COPY GVBCMCTL.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
           PERFORM 310-READ-ONE-ENTRY     THRU 310-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
      *
      *    THE JOURNAL IS RELEASED HERE SO THE ESCALATIONS BELOW CAN
      *    BE APPENDED TO IT THROUGH MBRALRTW.
           MOVE TP90-VALUE-CLOSE          TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ALOG-RECORD,
                                 ESC-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           .
       300-EXIT.
           EXIT.
             WHEN OTHER
                  ADD  +1                  TO RECORD-CNT
                  IF   ALOG-DATE = WS-CTL-CYCLE-DATE
                   AND ALOG-PROGRAM NOT = 'MBRADIG '
                       ADD  +1             TO WS-SELECTED-CNT
                       PERFORM 320-GROUP-ONE-ENTRY THRU 320-EXIT
                  END-IF
                                         TO ALRT-MSG-TEXT
                MOVE ESC-STREAK-CYCLES   TO ALRT-MSG-COUNT
                DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
                SET  ALOG-FCN-WRITE      TO TRUE
                MOVE 'MBRADIG '          TO ALOG-PARM-PROGRAM
                MOVE ALRT-MESSAGE-LINE   TO ALOG-PARM-MSG-LINE
                CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
           END-IF
           .
       410-EXIT.
                     DISPLAY 'MBRADIG: ERROR WRITING ALRTDIG RC = '
                             TP90R-RETURN-CODE
                     MOVE  'Y'              TO SEVERE-ERROR
                ELSE
                     PERFORM 530-WRITE-ACTION-LINES THRU 530-EXIT
                END-IF
           END-IF
           .
           EXIT.
      *
      *
      ***************************************************************
      *  THE MESSAGE CATALOG'S ADVICE FOR THE GROUP JUST WRITTEN -
      *  THE OPERATOR ACTION, WHETHER TO RERUN, AND WHOM TO CALL.
      *  NO MSGCAT DD LEAVES THE DIGEST AS IT WAS; AN UNCATALOGED
      *  ID IS CALLED OUT SO SOMEONE WRITES ITS ENTRY.
      ***************************************************************
       530-WRITE-ACTION-LINES.
      *
           SET  MCTL-FCN-LOOKUP           TO TRUE
           MOVE WS-GRP-MSG-ID (WS-GROUP-IDX) TO MCTL-MSG-ID
           CALL WS-MBRMCTLK USING MCTL-LOOKUP-PARMS
      *
           IF   MCTL-RET-NO-CATALOG-DD
                GO TO 530-EXIT
           END-IF
           IF   MCTL-RET-NOT-FOUND
                MOVE 'ACTION:'            TO WS-RPT-ACT-LABEL
                MOVE 'NO MESSAGE CATALOG ENTRY FOR THIS ID'
                                          TO WS-RPT-ACT-TEXT
                PERFORM 540-WRITE-ACTION-LINE THRU 540-EXIT
                GO TO 530-EXIT
           END-IF
      *
           MOVE 'ACTION:'                 TO WS-RPT-ACT-LABEL
           PERFORM 535-WRITE-ONE-ACTION   THRU 535-EXIT
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
           PERFORM 540-WRITE-ACTION-LINE  THRU 540-EXIT
      *
           IF   MCTL-CONTACT NOT = SPACES
                MOVE 'ESCALATE TO:'       TO WS-RPT-ACT-LABEL
                MOVE MCTL-CONTACT         TO WS-RPT-ACT-TEXT
                PERFORM 540-WRITE-ACTION-LINE THRU 540-EXIT
           END-IF
           .
       530-EXIT.
           EXIT.
      *
      *
      *      ONE NON-BLANK ACTION LINE; THE LABEL ON THE FIRST ONLY.
       535-WRITE-ONE-ACTION.
      *
           IF   MCTL-ACTION-LINE (WS-ACTION-IDX) NOT = SPACES
                MOVE MCTL-ACTION-LINE (WS-ACTION-IDX)
                                          TO WS-RPT-ACT-TEXT
                PERFORM 540-WRITE-ACTION-LINE THRU 540-EXIT
                MOVE SPACES               TO WS-RPT-ACT-LABEL
           END-IF
           .
       535-EXIT.
           EXIT.
      *
      *
       540-WRITE-ACTION-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-ACTION-LINE,
                                 ESC-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRADIG: ERROR WRITING ALRTDIG RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       540-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      ALOG-RECORD,
                                      ESC-RECORD-KEY
           END-IF
           SET  ALOG-FCN-CLOSE            TO TRUE
           CALL WS-MBRALRTW USING ALOG-WRITE-PARMS
           SET  MCTL-FCN-CLOSE            TO TRUE
           CALL WS-MBRMCTLK USING MCTL-LOOKUP-PARMS
           IF   TP90E-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90E-FUNCTION-CODE
                CALL GVBTP90    USING TP90E-PARAMETER-AREA,
