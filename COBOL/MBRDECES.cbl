      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRPHONC - PHONETIC ENCODER                   *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRSTTRN - STATUS TRANSITION CHECK            *
      **                                                               *
      ** INPUT FILES:   DECEASED NOTIFICATIONS      (DDNAME=DECFEED)   *
      **                PHONETIC INDEX CLUSTER      (DDNAME=PHONIDXV)  *
       01  WS-NOTICES-READ-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-FLAGGED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-ALREADY-FLAGGED-CNT      PIC S9(08) COMP VALUE +0.
       01  WS-REFUSED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-REVIEW-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-NO-MATCH-CNT             PIC S9(08) COMP VALUE +0.
      *
       COPY GVBCPHON.
       COPY GVBCAUDW.
       COPY GVBCRUNC.
      *
      *      THE DECEASED FLIP IS HELD TO THE SHARED STATUS RULES
      *      (SEE GVBCSTTR/MBRSTTRN) LIKE EVERY OTHER PATH'S.
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                 PIC X(08)  VALUE 'MBRSTTRN'.
      *
       COPY GVBCUR66 REPLACING ==UR66-PARAMETER-AREA== BY
                                ==ENQ-DEQ-PARMS-WRITE==
                GO TO 500-EXIT
           END-IF
      *
           SET  PHON-FCN-ENCODE-SURNAME   TO TRUE
           MOVE SPACES                    TO PHON-NAME-IN
           MOVE WS-DEC-NAME               TO PHON-NAME-IN
           CALL WS-MBRPHONC USING PHON-ENCODE-PARMS
                ADD  +1                   TO WS-ALREADY-FLAGGED-CNT
                GO TO 700-EXIT
           END-IF
      *
           SET  STTR-FCN-CHECK            TO TRUE
           SET  STTR-PATH-DECEASED        TO TRUE
           MOVE TP90-CUST-STATUS          TO STTR-FROM-STATUS
           MOVE 'D'                       TO STTR-TO-STATUS
           MOVE ZEROES                    TO STTR-AS-OF-DATE
           CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
           IF   STTR-RET-REFUSED
                ADD  +1                   TO WS-REFUSED-CNT
                DISPLAY 'MBRDECES: *** ' STTR-REASON-TEXT
                        ', KEY ' TP90-CUST-KEY-ID ' ***'
                GO TO 700-EXIT
           END-IF
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-BEFORE-IMAGE
      *
                   'FLAGGED DECEASED'
           MOVE WS-ALREADY-FLAGGED-CNT    TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDECES: ' WS-DISPLAY-MASK-1 ' ALREADY FLAGGED'
           MOVE WS-REFUSED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDECES: ' WS-DISPLAY-MASK-1 ' REFUSED BY THE '
                   'STATUS RULES'
           MOVE WS-REVIEW-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDECES: ' WS-DISPLAY-MASK-1 ' TO STEWARD '
                   'REVIEW'
