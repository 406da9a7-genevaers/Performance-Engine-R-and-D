      **              ERASES OR ANONYMIZES EACH CUSTOMER IN EVERY      *
      **              PLACE A COPY SURVIVES:                           *
      **                CUSTNAMV - RECORD DELETED                      *
      **                CUSTRELV - RELATIONSHIP ROWS DELETED, BOTH     *
      **                           SIDES, THROUGH MBRRELMT             *
      **                CDCSNAP  - SNAPSHOT RECORD DELETED             *
      **                CUSTXID  - EXTERNAL-ID CROSS-REFERENCE ROWS    *
      **                           DELETED                             *
      **                CUSTNAUD - COPIED TO AUDOUT WITH THE PERSONAL  *
      **                           CONTENT OF BEFORE/AFTER IMAGES      *
      **                           OVERWRITTEN WITH ASTERISKS          *
      **                           ENTRY EXPANDED, ANONYMIZED, AND     *
      **                           RECOMPRESSED; ARCHDIR ENTRIES FOR   *
      **                           THE KEY ARE DELETED                 *
      **              THE AUDOUT COPY IS RESEALED (SEE GVBCAUDH NOTE   *
      **              4): EVERY LINK FROM THE FIRST SCRUBBED PAIR ON   *
      **              IS RE-FOLDED AND THE AUDCHNV HEAD IS MOVED TO    *
      **              THE NEW LAST HASH, UNLESS A LINK WAS ALREADY     *
      **              BROKEN - THAT IS LEFT FOR MBRAUDCV TO REPORT.    *
      **                                                               *
      **              A COMPLETION CERTIFICATE IS PRINTED PER KEY SO   *
      **              THE PRIVACY OFFICE CAN PROVE COMPLETENESS.       *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR40 - COMPRESS/EXPAND ENGINE              *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRRELMT - RELATIONSHIP CHILD SERVICE         *
      **                 MBRAUDCH - AUDIT CHAIN-LINK SERVICE           *
      **                                                               *
      ** INPUT FILES:   ERASURE REQUEST KEYS         (DDNAME=KEYCARD)  *
      **                LEGAL-HOLD CLUSTER           (DDNAME=HOLDLIST) *
      **                COMPRESSED ARCHIVE IN        (DDNAME=ARCHIN)   *
      **                                                               *
      ** OUTPUT FILES:  VSAM CUSTNAME FILE           (DDNAME=CUSTNAMV) *
      **                RELATIONSHIP CHILD CLUSTER   (DDNAME=CUSTRELV) *
      **                CDC SNAPSHOT CLUSTER         (DDNAME=CDCSNAP)  *
      **                EXTERNAL-ID CROSS-REFERENCE  (DDNAME=CUSTXID)  *
      **                ARCHIVE DIRECTORY            (DDNAME=ARCHDIR)  *
      **                AUDIT CHAIN HEADS            (DDNAME=AUDCHNV)  *
      **                SCRUBBED AUDIT TRAIL OUT     (DDNAME=AUDOUT)   *
      **                SCRUBBED ARCHIVE OUT         (DDNAME=ARCHOUT)  *
      **                SCRUB CERTIFICATE REPORT     (DDNAME=SCRUBRPT) *
      **                                                               *
      ** RETURN CDS:  0000 - ALL REQUESTED KEYS SCRUBBED               *
      **              0004 - ONE OR MORE KEYS ON LEGAL HOLD            *
      **              0008 - AUDIT CHAIN COULD NOT BE RESEALED         *
      **              0016 - ABEND                                     *
      **                                                               *
      ******************************************************************
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBUR40                  PIC X(08)  VALUE 'GVBUR40 '.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-MBRRELMT                 PIC X(08)  VALUE 'MBRRELMT'.
       01  WS-MBRAUDCH                 PIC X(08)  VALUE 'MBRAUDCH'.
      *
       01  WS-DICTIONARY-NAME          PIC X(08)  VALUE 'CUSTDICT'.
      *
               10  WS-REQ-SNAP-RESULT  PIC X(08).
               10  WS-REQ-AUD-COUNT    PIC S9(04) COMP.
               10  WS-REQ-ARCH-COUNT   PIC S9(04) COMP.
               10  WS-REQ-REL-COUNT    PIC S9(04) COMP.
               10  WS-REQ-XID-COUNT    PIC S9(04) COMP.
       01  WS-REQ-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-REQ-MATCH-IDX            PIC S9(04) COMP VALUE +0.
       01  WS-REQ-MATCH-SW             PIC X(01)  VALUE 'N'.
           05  WS-AUDIT-REC-KEY        PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE  PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ    PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH   PIC 9(15).
      *
      *****************************************************************
      *  CHAIN RESEAL STATE FOR THE AUDOUT COPY.  OLD-PRIOR IS THE
      *  HASH THE PREVIOUS PAIR CARRIED ON AUDIN, NEW-PRIOR THE ONE
      *  IT CARRIES ON AUDOUT; THEY PART AT THE FIRST SCRUBBED PAIR.
      *****************************************************************
       COPY GVBCAUDH.
      *
       01  WS-CHAIN-ID                 PIC X(08)  VALUE 'CUSTNAUD'.
       01  WS-CHAIN-OLD-PRIOR          PIC 9(15)  VALUE ZEROES.
       01  WS-CHAIN-NEW-PRIOR          PIC 9(15)  VALUE ZEROES.
       01  WS-CHAIN-READ-HASH          PIC 9(15)  VALUE ZEROES.
       01  WS-CHAIN-LAST-SEQ           PIC 9(09)  VALUE ZEROES.
       01  WS-CHAIN-BREAK-SEQ          PIC 9(09)  VALUE ZEROES.
       01  WS-CHAIN-RESEAL-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-CHAIN-STATE-SW           PIC X(01)  VALUE ' '.
           88  WS-CHAIN-UNTOUCHED                 VALUE ' '.
           88  WS-CHAIN-RESEALING                 VALUE 'R'.
           88  WS-CHAIN-WAS-BROKEN                VALUE 'X'.
       01  WS-CHAIN-RESEAL-FAIL-SW     PIC X(01)  VALUE 'N'.
           88  WS-CHAIN-RESEAL-FAILED             VALUE 'Y'.
      *
       01  WS-SNAP-RECORD.
           05  WS-SNAP-REC-KEY         PIC X(10).
       COPY GVBCUR40.
      *
       COPY GVBCADIR.
       COPY GVBCRELM.
      *
       01  WS-ADIR-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-ADIR-EOF                        VALUE 'Y'.
      *
       COPY GVBCCXID.
      *
       01  WS-XID-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-XID-EOF                         VALUE 'Y'.
      *
      *****************************************************************
      *  SCRUB CERTIFICATE LINE.
           05  WS-RPT-AUD              PIC -(4)9.
           05  FILLER                  PIC X(07) VALUE '  ARCH='.
           05  WS-RPT-ARCH             PIC -(4)9.
           05  FILLER                  PIC X(06) VALUE ' REL ='.
           05  WS-RPT-REL              PIC -(4)9.
           05  FILLER                  PIC X(06) VALUE ' XID ='.
           05  WS-RPT-XID              PIC -(4)9.
      *
      *      EXCLUSIVE WRITER LOCK ON CUSTNAMV AROUND THE LIVE AND
      *      SNAPSHOT DELETES, THE SAME CONVENTION MBRCDEL USES.
                        ENQ-DEQ-ELAPSED-WAIT-MS ' MS, CUSTNAMV'
      *
                PERFORM 300-SCRUB-CUSTNAMV    THRU 300-EXIT
                PERFORM 350-SCRUB-CUSTRELV    THRU 350-EXIT
                PERFORM 400-SCRUB-CDCSNAP     THRU 400-EXIT
                PERFORM 450-SCRUB-CUSTXID     THRU 450-EXIT
                PERFORM 500-SCRUB-CUSTNAUD    THRU 500-EXIT
                PERFORM 600-SCRUB-ARCHIVE     THRU 600-EXIT
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-CHAIN-RESEAL-FAILED
                  MOVE 8                     TO RETURN-CODE
             WHEN WS-HELD-CNT > ZERO
                  MOVE 4                     TO RETURN-CODE
             WHEN OTHER
                       TO WS-REQ-AUD-COUNT(WS-REQ-COUNT)
                  MOVE +0
                       TO WS-REQ-ARCH-COUNT(WS-REQ-COUNT)
                  MOVE +0
                       TO WS-REQ-REL-COUNT(WS-REQ-COUNT)
                  MOVE +0
                       TO WS-REQ-XID-COUNT(WS-REQ-COUNT)
           END-EVALUATE
           .
       120-EXIT.
      *
      *
      ***************************************************************
      *  PASS 1A - PURGE EACH REQUESTED KEY'S RELATIONSHIP ('REL')
      *  CHILDREN THROUGH MBRRELMT, WHICH ALSO REMOVES THE INVERSE
      *  ROWS THAT NAME THE KEY ON EVERY RELATED CUSTOMER.  A SITE
      *  WITHOUT CUSTRELV HAS NO RELATIONSHIPS TO SCRUB.
      ***************************************************************
       350-SCRUB-CUSTRELV.
      *
           MOVE +0                        TO WS-REQ-IDX
           PERFORM 360-PURGE-ONE-REL      THRU 360-EXIT
                   UNTIL WS-REQ-IDX >= WS-REQ-COUNT
      *
           SET  RELM-FCN-CLOSE            TO TRUE
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
           .
       350-EXIT.
           EXIT.
      *
      *
       360-PURGE-ONE-REL.
      *
           ADD  +1                        TO WS-REQ-IDX
      *
           IF   WS-REQ-HELD-SW(WS-REQ-IDX) = 'Y'
                GO TO 360-EXIT
           END-IF
      *
           SET  RELM-FCN-PURGE            TO TRUE
           MOVE 'N'                       TO RELM-AUDIT-SW
           MOVE WS-REQ-KEY-ID(WS-REQ-IDX) TO RELM-KEY-ID
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
      *
           EVALUATE TRUE
             WHEN RELM-RET-OK
                  MOVE RELM-RECORD-CNT
                       TO WS-REQ-REL-COUNT(WS-REQ-IDX)
             WHEN RELM-RET-NO-CLUSTER
                  DISPLAY 'MBRSCRUB: CUSTRELV DD NOT ALLOCATED, '
                          'RELATIONSHIP PASS SKIPPED'
                  MOVE WS-REQ-COUNT       TO WS-REQ-IDX
             WHEN OTHER
                  MOVE RELM-RECORD-CNT
                       TO WS-REQ-REL-COUNT(WS-REQ-IDX)
                  DISPLAY 'MBRSCRUB: ERROR PURGING RELATIONSHIPS '
                          WS-REQ-KEY-ID(WS-REQ-IDX)
                          ' RC = ' RELM-RETURN-CODE
           END-EVALUATE
           .
       360-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 2 - DELETE EACH REQUESTED KEY FROM THE CDCSNAP
      *  SNAPSHOT CLUSTER.  THE DD IS OPTIONAL - AN INSTALLATION NOT
      *  RUNNING THE CDC EXIT SIMPLY HAS NO SNAPSHOT TO SCRUB.
      *
      *
      ***************************************************************
      *  PASS 2A - DELETE EVERY CUSTXID EXTERNAL-ID ROW FOR EACH
      *  REQUESTED KEY, THE SAME BROWSE-THEN-DELETE SWEEP THE
      *  ARCHDIR PASS USES.  AN ERASED CUSTOMER MUST NOT STAY
      *  FINDABLE BY ANOTHER SYSTEM'S ID.  THE DD IS OPTIONAL.
      ***************************************************************
       450-SCRUB-CUSTXID.
      *
           SET   TP90-ANCHOR           TO NULL
           MOVE  'CUSTXID '            TO TP90-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
           MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
           MOVE  SPACES                TO TP90-RETURN-CODE
           MOVE  +0                    TO TP90-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90-RECORD-LENGTH
           MOVE  SPACES                TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRSCRUB: CUSTXID DD NOT ALLOCATED, '
                        'EXTERNAL-ID PASS SKIPPED'
           ELSE
                MOVE +0                    TO WS-REQ-IDX
                PERFORM 460-SCRUB-ONE-XID-KEY THRU 460-EXIT
                        UNTIL WS-REQ-IDX >= WS-REQ-COUNT

                MOVE  TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
                SET   TP90-ANCHOR          TO NULL
           END-IF
           .
       450-EXIT.
           EXIT.
      *
      *
       460-SCRUB-ONE-XID-KEY.
      *
           ADD  +1                     TO WS-REQ-IDX
           IF   WS-REQ-HELD-SW(WS-REQ-IDX) NOT = 'Y'
                MOVE LOW-VALUES                TO CXID-RECORD-KEY
                MOVE WS-REQ-KEY-ID(WS-REQ-IDX) TO CXID-KEY-KEY-ID

                MOVE  TP90-VALUE-START-BROWSE TO TP90-FUNCTION-CODE
                MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
                MOVE  LENGTH OF CXID-RECORD TO TP90-RECORD-LENGTH
                MOVE  TP90-VALUE-FIXED-LEN  TO TP90-RECFM

                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY

                IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE 'Y'               TO WS-XID-EOF-SW
                ELSE
                     MOVE 'N'               TO WS-XID-EOF-SW
                END-IF

                PERFORM 470-DELETE-ONE-XID-ROW THRU 470-EXIT
                        UNTIL WS-XID-EOF
           END-IF
           .
       460-EXIT.
           EXIT.
      *
      *
       470-DELETE-ONE-XID-ROW.
      *
           MOVE  TP90-VALUE-READNEXT   TO TP90-FUNCTION-CODE

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CXID-KEY-ID NOT = WS-REQ-KEY-ID(WS-REQ-IDX)
                MOVE 'Y'                TO WS-XID-EOF-SW
           ELSE
                MOVE CXID-RECORD (1:52) TO CXID-RECORD-KEY
                MOVE  TP90-VALUE-DELETE TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
                IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     DISPLAY 'MBRSCRUB: ERROR DELETING CUSTXID '
                             'ROW, RC = ' TP90-RETURN-CODE
                     MOVE 'Y'           TO WS-XID-EOF-SW
                ELSE
                     ADD  +1  TO WS-REQ-XID-COUNT(WS-REQ-IDX)
                END-IF
           END-IF
           .
       470-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PASS 3 - COPY THE CUSTNAUD TRAIL FROM AUDIN TO AUDOUT,
      *  OVERWRITING THE PERSONAL CONTENT (EVERYTHING PAST THE
      *  AGREEMENT ID, BYTES 25-95) OF BEFORE/AFTER IMAGES BELONGING
      *  TO A SCRUBBED KEY WITH ASTERISKS.  THE AUDIT RECORD ITSELF
      *  IS KEPT SO THE CHANGE HISTORY STAYS COMPLETE, AND THE
      *  CHAIN IS RESEALED OVER THE COPY (520).
      ***************************************************************
       500-SCRUB-CUSTNAUD.
      *
                                           WS-AUDIT-RECORD,
                                           TP90-RECORD-KEY
                     SET   TP90O-ANCHOR     TO NULL
                     IF   SEVERE-ERROR = ' '
                          PERFORM 530-RESEAL-CHAIN-HEAD THRU 530-EXIT
                     END-IF
                END-IF

                MOVE  TP90-VALUE-CLOSE      TO TP90I-FUNCTION-CODE
                          TP90I-RETURN-CODE
                  MOVE  'Y'               TO SEVERE-ERROR
             WHEN OTHER
                  MOVE  WS-AUDIT-REC-CHAIN-HASH TO WS-CHAIN-READ-HASH
                  IF   WS-AUDIT-REC-CHAIN-SEQ > ZERO
                  AND  NOT WS-CHAIN-WAS-BROKEN
                       PERFORM 520-CHECK-READ-LINK THRU 520-EXIT
                  END-IF
                  PERFORM 515-FIND-REQUEST-KEY THRU 515-EXIT
                  IF   WS-REQ-MATCH
                       MOVE ALL '*'
                         TO WS-AUDIT-REC-AFTER-IMAGE(25:71)
                       ADD  +1
                         TO WS-REQ-AUD-COUNT(WS-REQ-MATCH-IDX)
                       IF   WS-CHAIN-UNTOUCHED
                            SET  WS-CHAIN-RESEALING TO TRUE
                       END-IF
                  END-IF
                  IF   WS-AUDIT-REC-CHAIN-SEQ > ZERO
                       PERFORM 525-RESEAL-ONE-LINK THRU 525-EXIT
                  END-IF
                  MOVE  TP90-VALUE-WRITE  TO TP90O-FUNCTION-CODE
                  CALL GVBTP90    USING TP90O-PARAMETER-AREA,
      *
      *
      ***************************************************************
      *  CHECK THE LINK AS READ, BEFORE ANY SCRUB, AGAINST THE HASH
      *  THE PREVIOUS PAIR CARRIED.  A LINK ALREADY BROKEN ON AUDIN
      *  STOPS THE RESEAL THERE - RE-FOLDING PAST IT WOULD HIDE
      *  WHATEVER BROKE IT.
      ***************************************************************
       520-CHECK-READ-LINK.
      *
           SET   AUDH-FCN-HASH          TO TRUE
           MOVE  WS-CHAIN-ID            TO AUDH-CHAIN-ID
           MOVE  WS-AUDIT-RECORD (1:223) TO AUDH-PAIR-IMAGE
           MOVE  WS-CHAIN-OLD-PRIOR     TO AUDH-PRIOR-HASH
           MOVE  WS-AUDIT-REC-CHAIN-SEQ TO AUDH-CHAIN-SEQ
           CALL  WS-MBRAUDCH USING AUDH-LINK-PARMS
      *
           IF   AUDH-CHAIN-HASH NOT = WS-CHAIN-READ-HASH
                SET  WS-CHAIN-WAS-BROKEN TO TRUE
                MOVE WS-AUDIT-REC-CHAIN-SEQ TO WS-CHAIN-BREAK-SEQ
                DISPLAY 'MBRSCRUB: AUDIN CHAIN ALREADY BROKEN AT '
                        'SEQUENCE ' WS-CHAIN-BREAK-SEQ
                        ', RESEAL STOPPED'
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONCE A PAIR HAS BEEN SCRUBBED, RE-FOLD EVERY CHAINED PAIR
      *  FROM THE NEW PRIOR HASH; BEFORE THAT THE STORED HASH STANDS.
      *  THE OLD/NEW PRIOR HASHES MOVE ON WITH EVERY CHAINED PAIR.
      ***************************************************************
       525-RESEAL-ONE-LINK.
      *
           IF   WS-CHAIN-RESEALING
                SET   AUDH-FCN-HASH          TO TRUE
                MOVE  WS-CHAIN-ID            TO AUDH-CHAIN-ID
                MOVE  WS-AUDIT-RECORD (1:223) TO AUDH-PAIR-IMAGE
                MOVE  WS-CHAIN-NEW-PRIOR     TO AUDH-PRIOR-HASH
                MOVE  WS-AUDIT-REC-CHAIN-SEQ TO AUDH-CHAIN-SEQ
                CALL  WS-MBRAUDCH USING AUDH-LINK-PARMS
                MOVE  AUDH-CHAIN-HASH        TO WS-AUDIT-REC-CHAIN-HASH
                ADD   +1                     TO WS-CHAIN-RESEAL-CNT
           END-IF
      *
           MOVE  WS-CHAIN-READ-HASH          TO WS-CHAIN-OLD-PRIOR
           MOVE  WS-AUDIT-REC-CHAIN-HASH     TO WS-CHAIN-NEW-PRIOR
           MOVE  WS-AUDIT-REC-CHAIN-SEQ      TO WS-CHAIN-LAST-SEQ
           .
       525-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOVE THE AUDCHNV HEAD TO THE RESEALED LAST HASH.  NOTHING
      *  TO DO IF NO PAIR WAS SCRUBBED; A CHAIN ALREADY BROKEN, OR A
      *  HEAD THAT DOES NOT SIT ON THE LAST PAIR COPIED, IS LEFT FOR
      *  MBRAUDCV TO REPORT AND THE RUN ENDS RC 8.
      ***************************************************************
       530-RESEAL-CHAIN-HEAD.
      *
           IF   WS-CHAIN-RESEAL-CNT = ZERO
                GO TO 530-EXIT
           END-IF
      *
           IF   WS-CHAIN-WAS-BROKEN
                SET  WS-CHAIN-RESEAL-FAILED TO TRUE
                GO TO 530-EXIT
           END-IF
      *
           SET   AUDH-FCN-RESEAL        TO TRUE
           MOVE  WS-CHAIN-ID            TO AUDH-CHAIN-ID
           MOVE  WS-CHAIN-LAST-SEQ      TO AUDH-CHAIN-SEQ
           MOVE  WS-CHAIN-OLD-PRIOR     TO AUDH-PRIOR-HASH
           MOVE  WS-CHAIN-NEW-PRIOR     TO AUDH-CHAIN-HASH
           CALL  WS-MBRAUDCH USING AUDH-LINK-PARMS
      *
           IF   AUDH-RET-OK
                MOVE WS-CHAIN-RESEAL-CNT TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRSCRUB: AUDIT CHAIN RESEALED, PAIRS '
                        'RE-FOLDED = ' WS-DISPLAY-MASK-1
           ELSE
                SET  WS-CHAIN-RESEAL-FAILED TO TRUE
                DISPLAY 'MBRSCRUB: AUDCHNV HEAD FOR ' WS-CHAIN-ID
                        ' NOT RESEALED, RET CD = ' AUDH-RETURN-CODE
           END-IF
      *
           SET   AUDH-FCN-CLOSE         TO TRUE
           CALL  WS-MBRAUDCH USING AUDH-LINK-PARMS
           .
       530-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOOK THE AUDIT RECORD'S KEY UP IN THE REQUEST LIST.  A
      *  HELD REQUEST NEVER MATCHES, SO ITS AUDIT ROWS PASS THROUGH
      *  UNTOUCHED.
                                             WS-RPT-SNAP
                MOVE +0                   TO WS-RPT-AUD
                                             WS-RPT-ARCH
                                             WS-RPT-REL
                                             WS-RPT-XID
           ELSE
                MOVE WS-REQ-LIVE-RESULT(WS-REQ-IDX) TO WS-RPT-LIVE
                MOVE WS-REQ-SNAP-RESULT(WS-REQ-IDX) TO WS-RPT-SNAP
                MOVE WS-REQ-AUD-COUNT(WS-REQ-IDX)   TO WS-RPT-AUD
                MOVE WS-REQ-ARCH-COUNT(WS-REQ-IDX)  TO WS-RPT-ARCH
                MOVE WS-REQ-REL-COUNT(WS-REQ-IDX)   TO WS-RPT-REL
                MOVE WS-REQ-XID-COUNT(WS-REQ-IDX)   TO WS-RPT-XID
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
