      **              EVERYWHERE: THE CUSTADRV AND CUSTCTCV CHILDREN   *
      **              AND THE CUSTHIST VERSIONS ARE RE-KEYED TO THE    *
      **              SURVIVOR, THE CUSTAGRX CROSS-REFERENCE ROWS ARE  *
      **              REPOINTED, THE CUSTXID EXTERNAL IDS FOLLOW THE   *
      **              SURVIVOR, THE DUPLICATE IS DELETED FROM          *
      **              CUSTNAMV WITH A PROPER 'DELETED' FINAL IMAGE     *
      **              THROUGH MBRAUDWR, AND A FORWARDING STUB (SEE     *
      **              GVBCMFWD) IS LEFT ON MERGEFWD SO MBRCINQ ON THE  *
      **              RETIRED KEY TELLS THE OPERATOR WHERE THE         *
      **              CUSTOMER WENT.  RELATIONSHIP ('REL') CHILDREN    *
      **              ARE MOVED THROUGH MBRRELMT SO THE INVERSE ROWS   *
      **              ON THE RELATED CUSTOMERS FOLLOW THE SURVIVOR.    *
      **              THE ONE-PER-CUSTOMER LEGAL-NAME, PREFERENCE AND  *
      **              PARSED-NAME CHILDREN MOVE ONLY WHERE THE         *
      **              SURVIVOR HAS NONE OF ITS OWN.                    *
      **              THE WHOLE PASS RUNS UNDER THE SAME EXCLUSIVE     *
      **              CUSTNAMV ENQ MBRCDEL TAKES.                      *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRRELMT - RELATIONSHIP CHILD SERVICE         *
      **                                                               *
      ** INPUT FILES:   SURVIVOR/DUPLICATE KEY PAIRS (DDNAME=KEYCARD)  *
      **                                                               *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                CONTACT CHILD CLUSTER       (DDNAME=CUSTCTCV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                PREFERENCE CHILD CLUSTER    (DDNAME=CUSTPRFV)  *
      **                PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                RELATIONSHIP CHILD CLUSTER  (DDNAME=CUSTRELV)  *
      **                AGREEMENT CROSS-REFERENCE   (DDNAME=CUSTAGRX)  *
      **                EXTERNAL-ID CROSS-REFERENCE (DDNAME=CUSTXID)   *
      **                EFFECTIVE-DATED HISTORY     (DDNAME=CUSTHIST)  *
      **                MERGE FORWARDING STUBS      (DDNAME=MERGEFWD)  *
      **                                                               *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
       01  WS-MBRRELMT                 PIC X(08)  VALUE 'MBRRELMT'.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  WS-CHILDREN-MOVED-CNT       PIC S9(08) COMP VALUE +0.
       01  WS-AGRX-MOVED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-HIST-MOVED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-XID-MOVED-CNT            PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-RPT-AGRX-CNT         PIC 9(03).
           05  FILLER                  PIC X(04)  VALUE ' HI '.
           05  WS-RPT-HIST-CNT         PIC 9(03).
           05  FILLER                  PIC X(04)  VALUE ' XI '.
           05  WS-RPT-XID-CNT          PIC 9(03).
           05  FILLER                  PIC X(05)  VALUE SPACES.
       01  WS-PAIR-CHILD-CNT           PIC S9(04) COMP VALUE +0.
       01  WS-PAIR-AGRX-CNT            PIC S9(04) COMP VALUE +0.
       01  WS-PAIR-HIST-CNT            PIC S9(04) COMP VALUE +0.
       01  WS-PAIR-XID-CNT             PIC S9(04) COMP VALUE +0.
      *
       COPY GVBCRUNC.
       COPY GVBCAUDW.
       COPY GVBCMFWD.
       COPY GVBCAGRX.
       COPY GVBCCXID.
       COPY GVBCRELM.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
                                ==TP90N-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90N-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90P-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90P-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90P-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90P-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90P-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90P-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90P-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90P-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90P-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90P-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90P-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90M-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90M-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90M-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90M-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90M-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90M-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90M-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90M-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90M-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90M-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90M-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90X-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90X-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90X-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90X-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90X-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90X-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90X-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90X-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90X-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90X-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90X-ESDS==.
      *
       01  WS-CHILD-RECORD             PIC X(96)  VALUE SPACES.
       01  WS-CHILD-RECORD-KEY         PIC X(15)  VALUE SPACES.
                        'LEGAL-NAME CHILDREN TO MOVE'
                SET  TP90N-ANCHOR           TO NULL
           END-IF
      *
      *      THE PREFERENCE AND PARSED-NAME CLUSTERS ARE OPTIONAL
      *      THE SAME WAY.
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'CUSTPRFV'                TO TP90P-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90P-FILE-MODE
           MOVE SPACES                    TO TP90P-RETURN-CODE
           MOVE +0                        TO TP90P-VSAM-RETURN-CODE
           MOVE +0                        TO TP90P-RECORD-LENGTH
           MOVE SPACES                    TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCMRG: CUSTPRFV DD NOT ALLOCATED, NO '
                        'PREFERENCE CHILDREN TO MOVE'
                SET  TP90P-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90M-ANCHOR              TO NULL
           MOVE 'CUSTPNMV'                TO TP90M-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90M-FILE-MODE
           MOVE SPACES                    TO TP90M-RETURN-CODE
           MOVE +0                        TO TP90M-VSAM-RETURN-CODE
           MOVE +0                        TO TP90M-RECORD-LENGTH
           MOVE SPACES                    TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCMRG: CUSTPNMV DD NOT ALLOCATED, NO '
                        'PARSED-NAME CHILDREN TO MOVE'
                SET  TP90M-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90G-ANCHOR              TO NULL
           MOVE 'CUSTAGRX'                TO TP90G-DDNAME
                        'RET CD = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           SET  TP90X-ANCHOR              TO NULL
           MOVE 'CUSTXID '                TO TP90X-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE +0                        TO TP90X-RECORD-LENGTH
           MOVE SPACES                    TO TP90X-RECFM
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCMRG: CUSTXID DD NOT ALLOCATED, NO '
                        'EXTERNAL IDS TO MOVE'
                SET  TP90X-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90H-ANCHOR              TO NULL
           MOVE 'CUSTHIST'                TO TP90H-DDNAME
           MOVE +0                        TO WS-PAIR-CHILD-CNT
           MOVE +0                        TO WS-PAIR-AGRX-CNT
           MOVE +0                        TO WS-PAIR-HIST-CNT
           MOVE +0                        TO WS-PAIR-XID-CNT
           MOVE WS-SURVIVOR-KEY           TO WS-RPT-SURV-KEY
           MOVE WS-DUPLICATE-KEY          TO WS-RPT-DUP-KEY
      *
           IF   NOT WS-PAIR-FAILED
                PERFORM 535-MOVE-NAM-CHILD     THRU 535-EXIT
           END-IF
           IF   NOT WS-PAIR-FAILED
                PERFORM 537-MOVE-REL-CHILDREN  THRU 537-EXIT
           END-IF
           IF   NOT WS-PAIR-FAILED
                PERFORM 538-MOVE-PRF-CHILD     THRU 538-EXIT
           END-IF
           IF   NOT WS-PAIR-FAILED
                PERFORM 539-MOVE-PNM-CHILD     THRU 539-EXIT
           END-IF
           IF   NOT WS-PAIR-FAILED
                PERFORM 540-MOVE-AGRX-ROWS     THRU 540-EXIT
           END-IF
           IF   NOT WS-PAIR-FAILED
                PERFORM 545-MOVE-XID-ROWS      THRU 545-EXIT
           END-IF
           IF   NOT WS-PAIR-FAILED
                PERFORM 550-MOVE-HIST-VERSIONS THRU 550-EXIT
           END-IF
           MOVE WS-PAIR-CHILD-CNT         TO WS-RPT-CHILD-CNT
           MOVE WS-PAIR-AGRX-CNT          TO WS-RPT-AGRX-CNT
           MOVE WS-PAIR-HIST-CNT          TO WS-RPT-HIST-CNT
           MOVE WS-PAIR-XID-CNT           TO WS-RPT-XID-CNT
           PERFORM 800-WRITE-RPT-DETAIL   THRU 800-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOVE THE DUPLICATE'S RELATIONSHIP ('REL') CHILDREN UNDER
      *  THE SURVIVOR.  THESE ARE TWO-SIDED - EVERY STATED ROW HAS
      *  AN INVERSE ON THE RELATED CUSTOMER - SO THE WORK IS LEFT
      *  TO MBRRELMT, WHICH RE-POINTS THE PARTNER ROWS, DROPS A
      *  LINK BETWEEN THE PAIR ITSELF AND RENUMBERS A COLLIDING
      *  SEQUENCE.  A SITE WITHOUT CUSTRELV MERGES AS BEFORE.
      ***************************************************************
       537-MOVE-REL-CHILDREN.
      *
           SET  RELM-FCN-MERGE            TO TRUE
           MOVE 'N'                       TO RELM-AUDIT-SW
           MOVE WS-DUPLICATE-KEY          TO RELM-KEY-ID
           MOVE WS-SURVIVOR-KEY           TO RELM-TARGET-KEY-ID
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
      *
           EVALUATE TRUE
             WHEN RELM-RET-OK
                  ADD  RELM-RECORD-CNT     TO WS-PAIR-CHILD-CNT
                  ADD  RELM-RECORD-CNT     TO WS-CHILDREN-MOVED-CNT
             WHEN RELM-RET-NO-CLUSTER
                  CONTINUE
             WHEN OTHER
                  MOVE 'REL CHILD MOVE FAILED  ' TO WS-RPT-RESULT
                  SET  WS-PAIR-FAILED      TO TRUE
           END-EVALUATE
           .
       537-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOVE THE DUPLICATE'S PREFERENCE ('PRF') CHILD UNDER THE
      *  SURVIVOR.  LIKE THE LEGAL NAME THERE IS AT MOST ONE PER
      *  CUSTOMER (SEQ 01, SEE GVBCCHLD) AND READERS FETCH PRF01
      *  SPECIFICALLY, SO WHEN THE SURVIVOR ALREADY HAS PREFERENCES
      *  THEY ARE KEPT AND THE DUPLICATE'S ROW IS ONLY DELETED.  THE
      *  PREFERENCES ARE OPERATOR-MAINTAINED AND JOURNALED BY
      *  MBRCCHLD, SO THE ROW WRITTEN AND THE ROW DELETED ARE BOTH
      *  JOURNALED HERE AS CHILD IMAGES.  A SITE WITHOUT CUSTPRFV
      *  MERGES AS BEFORE.
      ***************************************************************
       538-MOVE-PRF-CHILD.
      *
           IF   TP90P-ANCHOR = NULL
                GO TO 538-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-CHILD-RECORD-KEY
           MOVE WS-DUPLICATE-KEY          TO WS-CHILD-RECORD-KEY (1:10)
           MOVE 'PRF01'                   TO WS-CHILD-RECORD-KEY (11:5)
           MOVE TP90-VALUE-LOCATE         TO TP90P-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90P-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90P-FILE-MODE
           MOVE +96                       TO TP90P-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90P-RECFM
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
      *      NO PREFERENCE CHILD ON THE DUPLICATE - NOTHING TO DO.
                GO TO 538-EXIT
           END-IF
           MOVE WS-CHILD-RECORD           TO WS-NEW-RECORD-WORK
      *
           MOVE SPACES                    TO WS-PROBE-KEY
           MOVE WS-SURVIVOR-KEY           TO WS-PROBE-KEY (1:10)
           MOVE 'PRF01'                   TO WS-PROBE-KEY (11:5)
           MOVE TP90-VALUE-LOCATE         TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-PROBE-RECORD,
                                 WS-PROBE-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
      *      THE SURVIVOR HAS NONE - THE DUPLICATE'S MOVES OVER.
                MOVE WS-SURVIVOR-KEY      TO WS-CHILD-RECORD (1:10)
                MOVE WS-CHILD-RECORD (1:15) TO WS-CHILD-RECORD-KEY
                MOVE TP90-VALUE-WRITE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-CHILD-RECORD,
                                      WS-CHILD-RECORD-KEY
                IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE 'PRF CHILD MOVE FAILED  ' TO WS-RPT-RESULT
                     SET  WS-PAIR-FAILED   TO TRUE
                     GO TO 538-EXIT
                END-IF
                SET  AUDW-FCN-WRITE       TO TRUE
                SET  AUDW-REC-CHILD       TO TRUE
                SET  AUDW-TYPE-ADDED      TO TRUE
                MOVE WS-SURVIVOR-KEY      TO AUDW-KEY-ID
                MOVE SPACES               TO AUDW-BEFORE-IMAGE
                MOVE WS-CHILD-RECORD      TO AUDW-AFTER-IMAGE
                CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           END-IF
      *
           MOVE SPACES                    TO WS-CHILD-RECORD-KEY
           MOVE WS-DUPLICATE-KEY          TO WS-CHILD-RECORD-KEY (1:10)
           MOVE 'PRF01'                   TO WS-CHILD-RECORD-KEY (11:5)
           MOVE TP90-VALUE-DELETE         TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'PRF CHILD DEL FAILED   ' TO WS-RPT-RESULT
                SET  WS-PAIR-FAILED        TO TRUE
           ELSE
                SET  AUDW-FCN-WRITE       TO TRUE
                SET  AUDW-REC-CHILD       TO TRUE
                SET  AUDW-TYPE-DELETED    TO TRUE
                MOVE WS-DUPLICATE-KEY     TO AUDW-KEY-ID
                MOVE WS-NEW-RECORD-WORK   TO AUDW-BEFORE-IMAGE
                MOVE SPACES               TO AUDW-AFTER-IMAGE
                CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
                ADD  +1                   TO WS-PAIR-CHILD-CNT
                ADD  +1                   TO WS-CHILDREN-MOVED-CNT
           END-IF
           .
       538-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOVE THE DUPLICATE'S PARSED-NAME ('PNM') CHILD UNDER THE
      *  SURVIVOR, THE SAME ONE-PER-CUSTOMER RULE AS THE LEGAL
      *  NAME.  THE PARTS ARE PROTECTED FIELD BY FIELD, NOT BY KEY,
      *  SO THE STORED IMAGE MOVES AS IT STANDS.  THE RECORD IS
      *  DERIVED AND NOT JOURNALED (SEE GVBCPNMM); WHERE THE MERGE
      *  HAS CHANGED WHICH NAME GOVERNS THE SURVIVOR, MBRPNMBL'S
      *  NIGHTLY RE-PARSE BRINGS IT BACK IN STEP.  A SITE WITHOUT
      *  CUSTPNMV MERGES AS BEFORE.
      ***************************************************************
       539-MOVE-PNM-CHILD.
      *
           IF   TP90M-ANCHOR = NULL
                GO TO 539-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-CHILD-RECORD-KEY
           MOVE WS-DUPLICATE-KEY          TO WS-CHILD-RECORD-KEY (1:10)
           MOVE 'PNM01'                   TO WS-CHILD-RECORD-KEY (11:5)
           MOVE TP90-VALUE-LOCATE         TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90M-FILE-MODE
           MOVE +96                       TO TP90M-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
      *      NO PARSED-NAME CHILD ON THE DUPLICATE - NOTHING TO DO.
                GO TO 539-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-PROBE-KEY
           MOVE WS-SURVIVOR-KEY           TO WS-PROBE-KEY (1:10)
           MOVE 'PNM01'                   TO WS-PROBE-KEY (11:5)
           MOVE TP90-VALUE-LOCATE         TO TP90M-FUNCTION-CODE
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 WS-PROBE-RECORD,
                                 WS-PROBE-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
      *      THE SURVIVOR HAS NONE - THE DUPLICATE'S MOVES OVER.
                MOVE WS-SURVIVOR-KEY      TO WS-CHILD-RECORD (1:10)
                MOVE WS-CHILD-RECORD (1:15) TO WS-CHILD-RECORD-KEY
                MOVE TP90-VALUE-WRITE     TO TP90M-FUNCTION-CODE
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      WS-CHILD-RECORD,
                                      WS-CHILD-RECORD-KEY
                IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE 'PNM CHILD MOVE FAILED  ' TO WS-RPT-RESULT
                     SET  WS-PAIR-FAILED   TO TRUE
                     GO TO 539-EXIT
                END-IF
           END-IF
      *
           MOVE SPACES                    TO WS-CHILD-RECORD-KEY
           MOVE WS-DUPLICATE-KEY          TO WS-CHILD-RECORD-KEY (1:10)
           MOVE 'PNM01'                   TO WS-CHILD-RECORD-KEY (11:5)
           MOVE TP90-VALUE-DELETE         TO TP90M-FUNCTION-CODE
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'PNM CHILD DEL FAILED   ' TO WS-RPT-RESULT
                SET  WS-PAIR-FAILED        TO TRUE
           ELSE
                ADD  +1                   TO WS-PAIR-CHILD-CNT
                ADD  +1                   TO WS-CHILDREN-MOVED-CNT
           END-IF
           .
       539-EXIT.
           EXIT.
      *
      *
      ***************************************************************
       540-MOVE-AGRX-ROWS.
      *
      *
      *
      ***************************************************************
      *  MOVE THE DUPLICATE'S CUSTXID EXTERNAL IDS UNDER THE
      *  SURVIVOR.  CUSTXID LEADS WITH THE KEY-ID, SO ONE BROWSE AT
      *  THE DUPLICATE FINDS THEM ALL, AND EACH ROW'S OWN FIRST 52
      *  BYTES ARE ITS OLD KEY.  WHERE THE SURVIVOR ALREADY HOLDS THE
      *  SAME ID FROM THE SAME DATE, ITS OWN ROW IS KEPT AND THE
      *  DUPLICATE'S IS SIMPLY DROPPED.  NO CUSTXID MEANS NOTHING TO
      *  DO.
      ***************************************************************
       545-MOVE-XID-ROWS.
      *
           IF   TP90X-ANCHOR = NULL
                GO TO 545-EXIT
           END-IF
      *
           MOVE +0                        TO WS-MOVE-COUNT
           MOVE 'N'                       TO WS-MOVE-OVERFLOW-SW
           MOVE 'N'                       TO WS-BROWSE-EOF-SW
      *
           MOVE 'CUSTXID '                TO TP90X-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE
           MOVE LENGTH OF CXID-RECORD     TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM
           MOVE LOW-VALUES                TO CXID-RECORD-KEY
           MOVE WS-DUPLICATE-KEY          TO CXID-KEY-KEY-ID
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
      *
           PERFORM 546-COLLECT-ONE-XID    THRU 546-EXIT
                   UNTIL WS-BROWSE-EOF OR WS-MOVE-OVERFLOW
      *
           IF   WS-MOVE-OVERFLOW
                MOVE 'TOO MANY EXTERNAL IDS  ' TO WS-RPT-RESULT
                SET  WS-PAIR-FAILED        TO TRUE
           ELSE
                MOVE +1                    TO WS-MOVE-IDX
                PERFORM 547-APPLY-ONE-XID  THRU 547-EXIT
                        UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                           OR WS-PAIR-FAILED
           END-IF
           .
       545-EXIT.
           EXIT.
      *
      *
       546-COLLECT-ONE-XID.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90X-FUNCTION-CODE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CXID-KEY-ID NOT = WS-DUPLICATE-KEY
                SET  WS-BROWSE-EOF         TO TRUE
           ELSE
                IF   WS-MOVE-COUNT >= WS-MOVE-TBL-MAX
                     SET  WS-MOVE-OVERFLOW TO TRUE
                ELSE
                     ADD  +1               TO WS-MOVE-COUNT
                     MOVE SPACES
                       TO WS-MOVE-OLD-KEY (WS-MOVE-COUNT)
                     MOVE SPACES
                       TO WS-MOVE-RECORD (WS-MOVE-COUNT)
                     MOVE CXID-RECORD
                       TO WS-MOVE-RECORD (WS-MOVE-COUNT)
                          (1:LENGTH OF CXID-RECORD)
                END-IF
           END-IF
           .
       546-EXIT.
           EXIT.
      *
      *
       547-APPLY-ONE-XID.
      *
           MOVE WS-MOVE-RECORD (WS-MOVE-IDX) (1:LENGTH OF CXID-RECORD)
                                          TO CXID-RECORD
           MOVE WS-SURVIVOR-KEY           TO CXID-KEY-ID
           MOVE CXID-RECORD (1:52)        TO CXID-RECORD-KEY
      *
           MOVE TP90-VALUE-WRITE          TO TP90X-FUNCTION-CODE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
      *
      *      A FAILED WRITE IS FINE IF THE SURVIVOR ALREADY HAS THE
      *      ROW - LOOK BEFORE CALLING IT A FAILURE.
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-LOCATE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
           END-IF
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'XID ROW MOVE FAILED    ' TO WS-RPT-RESULT
                SET  WS-PAIR-FAILED        TO TRUE
           ELSE
                MOVE WS-MOVE-RECORD (WS-MOVE-IDX) (1:52)
                                           TO CXID-RECORD-KEY
                MOVE TP90-VALUE-DELETE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
                IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE 'XID ROW DEL FAILED     ' TO WS-RPT-RESULT
                     SET  WS-PAIR-FAILED   TO TRUE
                ELSE
                     ADD  +1               TO WS-PAIR-XID-CNT
                     ADD  +1               TO WS-XID-MOVED-CNT
                END-IF
           END-IF
           ADD  +1                        TO WS-MOVE-IDX
           .
       547-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOVE THE DUPLICATE'S CUSTHIST VERSIONS UNDER THE SURVIVOR.
      *  THE HISTORY KEY IS THE IMAGE'S LEADING 18 BYTES (KEY-ID
      *  PLUS PLCY-TERM-EFF-DT), SO BOTH THE KEY AND THE IMAGE GET
      *
           SET  AUDW-FCN-CLOSE            TO TRUE
           CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
           SET  RELM-FCN-CLOSE            TO TRUE
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
      *
           IF   WS-CUSTNAMV-ENQ-HELD
                MOVE 'DEQ'                   TO ENQ-DEQ-FUNC
                                      WS-CHILD-RECORD,
                                      WS-CHILD-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-CHILD-RECORD,
                                      WS-CHILD-RECORD-KEY
           END-IF
           IF   TP90M-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90M-FUNCTION-CODE
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      WS-CHILD-RECORD,
                                      WS-CHILD-RECORD-KEY
           END-IF
           MOVE TP90-VALUE-CLOSE          TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 AGRX-RECORD,
                                 AGRX-RECORD-KEY
           IF   TP90X-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
           END-IF
           MOVE TP90-VALUE-CLOSE          TO TP90H-FUNCTION-CODE
           CALL GVBTP90    USING TP90H-PARAMETER-AREA,
                                 WS-HIST-RECORD,
           DISPLAY 'MBRCMRG: ' WS-DISPLAY-MASK-1 ' AGRX ROWS MOVED'
           MOVE WS-HIST-MOVED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCMRG: ' WS-DISPLAY-MASK-1 ' HISTORY MOVED'
           MOVE WS-XID-MOVED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCMRG: ' WS-DISPLAY-MASK-1
                   ' EXTERNAL ID ROWS MOVED'
           .
       9900-EXIT.
           EXIT.
