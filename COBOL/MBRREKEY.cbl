      **              KEY MAP (KEYMAP, ONE 'OLD NEW' PAIR PER CARD,    *
      **              IN ASCENDING OLD-KEY ORDER), RENUMBERS EACH      *
      **              CUSTOMER IN ONE AUDITED RUN ACROSS CUSTNAMV,     *
      **              THE CUSTADRV/CUSTCTCV/CUSTLGNV CHILDREN, THE     *
      **              CUSTPRFV PREFERENCES AND CUSTPNMV PARSED NAMES,  *
      **              THE CUSTRELV RELATIONSHIPS (BOTH SIDES, THROUGH  *
      **              MBRRELMT), CUSTHIST,                             *
      **              HOLDLIST, SUSPNSV AND THE CUSTXID EXTERNAL-ID    *
      **              CROSS-REFERENCE - ALL BY DIRECT KEYED            *
      **              ACCESS - THEN REPOINTS THE CUSTAGRX ROWS IN ONE  *
      **              FULL CROSS-REFERENCE PASS AT THE END (CUSTAGRX   *
      **              IS KEYED AGREEMENT-FIRST, SO ONE PASS BEATS ONE  *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRAUDWR - CUSTNAUD AUDIT WRITER              *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRRELMT - RELATIONSHIP CHILD SERVICE         *
      **                                                               *
      ** INPUT FILES:   OLD/NEW KEY MAP             (DDNAME=KEYMAP)    *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      ** I-O FILES:     VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                PREFERENCE CHILD CLUSTER    (DDNAME=CUSTPRFV)  *
      **                PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                CONTACT CHILD CLUSTER       (DDNAME=CUSTCTCV)  *
      **                RELATIONSHIP CHILD CLUSTER  (DDNAME=CUSTRELV)  *
      **                AGREEMENT CROSS-REFERENCE   (DDNAME=CUSTAGRX)  *
      **                EFFECTIVE-DATED HISTORY     (DDNAME=CUSTHIST)  *
      **                LEGAL-HOLD LIST             (DDNAME=HOLDLIST)  *
      **                REJECT SUSPENSE CLUSTER     (DDNAME=SUSPNSV)   *
      **                EXTERNAL-ID CROSS-REFERENCE (DDNAME=CUSTXID)   *
      **                KEY ALIAS KSDS              (DDNAME=KEYALIAS)  *
      **                                                               *
      ** OUTPUT FILES:  RE-KEY REGISTER             (DDNAME=REKEYRPT)  *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
       01  WS-MBRRELMT                 PIC X(08)  VALUE 'MBRRELMT'.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-HOLDS-MOVED-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-SUSP-MOVED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-AGRX-MOVED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-XID-MOVED-CNT            PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-GRACE-END-DATE           PIC 9(08)  VALUE ZEROES.
       COPY GVBCKWRD.
       COPY GVBCAUDW.
       COPY GVBCALIA.
       COPY GVBCRELM.
       COPY GVBCAGRX.
       COPY GVBCCXID.
       COPY GVBCHOLD.
       COPY GVBCSUSP.
       COPY GVBCJDAY.
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
       01  WS-CHILD-OLD-IMAGE          PIC X(96)  VALUE SPACES.
       01  WS-HIST-RECORD              PIC X(96)  VALUE SPACES.
       01  WS-HIST-RECORD-KEY          PIC X(18)  VALUE SPACES.
      *
                        'LEGAL-NAME CHILDREN TO RE-KEY'
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
                DISPLAY 'MBRREKEY: CUSTPRFV DD NOT ALLOCATED, NO '
                        'PREFERENCE CHILDREN TO RE-KEY'
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
                DISPLAY 'MBRREKEY: CUSTPNMV DD NOT ALLOCATED, NO '
                        'PARSED-NAME CHILDREN TO RE-KEY'
                SET  TP90M-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90G-ANCHOR              TO NULL
           MOVE 'CUSTAGRX'                TO TP90G-DDNAME
                        'NOT RE-KEYED'
                SET  TP90S-ANCHOR           TO NULL
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
                DISPLAY 'MBRREKEY: NO CUSTXID DD ALLOCATED, EXTERNAL '
                        'IDS NOT RE-KEYED'
                SET  TP90X-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'KEYALIAS'                TO TP90A-DDNAME
           IF   NOT WS-ENTRY-FAILED
                PERFORM 535-REKEY-CHILD-NAM THRU 535-EXIT
           END-IF
           IF   NOT WS-ENTRY-FAILED
                PERFORM 538-REKEY-CHILD-PRF THRU 538-EXIT
           END-IF
           IF   NOT WS-ENTRY-FAILED
                PERFORM 539-REKEY-CHILD-PNM THRU 539-EXIT
           END-IF
           IF   NOT WS-ENTRY-FAILED
                PERFORM 537-REKEY-CHILDREN-REL THRU 537-EXIT
           END-IF
           IF   NOT WS-ENTRY-FAILED
                PERFORM 540-REKEY-HISTORY  THRU 540-EXIT
           END-IF
           IF   NOT WS-ENTRY-FAILED
                PERFORM 560-REKEY-SUSPENSE THRU 560-EXIT
           END-IF
           IF   NOT WS-ENTRY-FAILED
                PERFORM 565-REKEY-XID      THRU 565-EXIT
           END-IF
           IF   NOT WS-ENTRY-FAILED
                PERFORM 570-WRITE-ALIAS    THRU 570-EXIT
           END-IF
           EXIT.
      *
      *
      ***************************************************************
      *  RE-KEY THE RELATIONSHIP ('REL') CHILDREN.  THE RELATED
      *  CUSTOMERS' INVERSE ROWS NAME THIS KEY TOO, SO THE MOVE IS
      *  MBRRELMT'S MERGE OF THE OLD KEY ONTO THE NEW ONE, WHICH
      *  REPOINTS BOTH SIDES.  NO CUSTRELV MEANS NOTHING TO DO.
      ***************************************************************
       537-REKEY-CHILDREN-REL.
      *
           SET  RELM-FCN-MERGE            TO TRUE
           MOVE 'N'                       TO RELM-AUDIT-SW
           MOVE WS-OLD-KEY                TO RELM-KEY-ID
           MOVE WS-NEW-KEY                TO RELM-TARGET-KEY-ID
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
      *
           EVALUATE TRUE
             WHEN RELM-RET-OK
                  ADD  RELM-RECORD-CNT     TO WS-CHILDREN-MOVED-CNT
             WHEN RELM-RET-NO-CLUSTER
                  CONTINUE
             WHEN OTHER
                  MOVE 'REL CHILD MOVE FAILED  ' TO WS-RPT-RESULT
                  SET  WS-ENTRY-FAILED     TO TRUE
           END-EVALUATE
           .
       537-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RE-KEY THE PREFERENCE ('PRF') CHILD - ONE PER CUSTOMER
      *  (SEQ 01) LIKE THE LEGAL NAME.  THE PREFERENCES ARE
      *  JOURNALED WHEN MBRCCHLD CHANGES THEM, SO THE MOVE GETS A
      *  CHANGED CHILD BEFORE/AFTER PAIR ON CUSTNAUD UNDER THE NEW
      *  KEY, AS THE PARENT DOES.  NO CLUSTER OR NO CHILD MEANS
      *  NOTHING TO DO.
      ***************************************************************
       538-REKEY-CHILD-PRF.
      *
           IF   TP90P-ANCHOR = NULL
                GO TO 538-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-CHILD-RECORD-KEY
           MOVE WS-OLD-KEY                TO WS-CHILD-RECORD-KEY (1:10)
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
                GO TO 538-EXIT
           END-IF
           MOVE WS-CHILD-RECORD           TO WS-CHILD-OLD-IMAGE
      *
           MOVE WS-NEW-KEY                TO WS-CHILD-RECORD (1:10)
           MOVE WS-CHILD-RECORD (1:15)    TO WS-CHILD-RECORD-KEY
           MOVE TP90-VALUE-WRITE          TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-CHILD-RECORD,
                                      WS-CHILD-RECORD-KEY
           END-IF
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'PRF CHILD MOVE FAILED  ' TO WS-RPT-RESULT
                SET  WS-ENTRY-FAILED       TO TRUE
                GO TO 538-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-CHILD-RECORD-KEY
           MOVE WS-OLD-KEY                TO WS-CHILD-RECORD-KEY (1:10)
           MOVE 'PRF01'                   TO WS-CHILD-RECORD-KEY (11:5)
           MOVE TP90-VALUE-DELETE         TO TP90P-FUNCTION-CODE
           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'PRF CHILD DEL FAILED   ' TO WS-RPT-RESULT
                SET  WS-ENTRY-FAILED       TO TRUE
           ELSE
                SET  AUDW-FCN-WRITE       TO TRUE
                SET  AUDW-REC-CHILD       TO TRUE
                SET  AUDW-TYPE-CHANGED    TO TRUE
                MOVE WS-NEW-KEY           TO AUDW-KEY-ID
                MOVE WS-CHILD-OLD-IMAGE   TO AUDW-BEFORE-IMAGE
                MOVE WS-CHILD-OLD-IMAGE   TO AUDW-AFTER-IMAGE
                MOVE WS-NEW-KEY           TO AUDW-AFTER-IMAGE (1:10)
                CALL WS-MBRAUDWR USING AUDW-WRITE-PARMS
                ADD  +1                   TO WS-CHILDREN-MOVED-CNT
           END-IF
           .
       538-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RE-KEY THE PARSED-NAME ('PNM') CHILD, THE SAME SINGLE KEYED
      *  MOVE.  ITS NAME PARTS ARE PROTECTED FIELD BY FIELD, NOT BY
      *  KEY, SO THE STORED IMAGE MOVES AS IT STANDS; IT IS DERIVED
      *  AND NOT JOURNALED (SEE GVBCPNMM).  NO CLUSTER OR NO CHILD
      *  MEANS NOTHING TO DO.
      ***************************************************************
       539-REKEY-CHILD-PNM.
      *
           IF   TP90M-ANCHOR = NULL
                GO TO 539-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-CHILD-RECORD-KEY
           MOVE WS-OLD-KEY                TO WS-CHILD-RECORD-KEY (1:10)
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
                GO TO 539-EXIT
           END-IF
      *
           MOVE WS-NEW-KEY                TO WS-CHILD-RECORD (1:10)
           MOVE WS-CHILD-RECORD (1:15)    TO WS-CHILD-RECORD-KEY
           MOVE TP90-VALUE-WRITE          TO TP90M-FUNCTION-CODE
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE     TO TP90M-FUNCTION-CODE
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      WS-CHILD-RECORD,
                                      WS-CHILD-RECORD-KEY
           END-IF
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'PNM CHILD MOVE FAILED  ' TO WS-RPT-RESULT
                SET  WS-ENTRY-FAILED       TO TRUE
                GO TO 539-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-CHILD-RECORD-KEY
           MOVE WS-OLD-KEY                TO WS-CHILD-RECORD-KEY (1:10)
           MOVE 'PNM01'                   TO WS-CHILD-RECORD-KEY (11:5)
           MOVE TP90-VALUE-DELETE         TO TP90M-FUNCTION-CODE
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 WS-CHILD-RECORD,
                                 WS-CHILD-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'PNM CHILD DEL FAILED   ' TO WS-RPT-RESULT
                SET  WS-ENTRY-FAILED       TO TRUE
           ELSE
                ADD  +1                   TO WS-CHILDREN-MOVED-CNT
           END-IF
           .
       539-EXIT.
           EXIT.
      *
      *
      ***************************************************************
       510-REKEY-PARENT.
      *
       564-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MOVE THE CUSTOMER'S EXTERNAL-ID CROSS-REFERENCE ROWS.  THE
      *  WHOLE 80-BYTE ROW FITS THE MOVE TABLE'S RECORD SLOT AND ITS
      *  OWN FIRST 52 BYTES ARE THE OLD KEY TO DELETE, SO NOTHING
      *  GOES IN THE OLD-KEY SLOT.  NO CUSTXID DD MEANS NOTHING TO DO.
      ***************************************************************
       565-REKEY-XID.
      *
           IF   TP90X-ANCHOR = NULL
                GO TO 565-EXIT
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
           MOVE WS-OLD-KEY                TO CXID-KEY-KEY-ID
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-BROWSE-EOF         TO TRUE
           END-IF
      *
           PERFORM 566-COLLECT-ONE-XID    THRU 566-EXIT
                   UNTIL WS-BROWSE-EOF OR WS-MOVE-OVERFLOW
      *
           IF   WS-MOVE-OVERFLOW
                MOVE 'TOO MANY EXTERNAL IDS  ' TO WS-RPT-RESULT
                SET  WS-ENTRY-FAILED       TO TRUE
           ELSE
                MOVE +1                    TO WS-MOVE-IDX
                PERFORM 567-APPLY-ONE-XID  THRU 567-EXIT
                        UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                           OR WS-ENTRY-FAILED
           END-IF
           .
       565-EXIT.
           EXIT.
      *
      *
       566-COLLECT-ONE-XID.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90X-FUNCTION-CODE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CXID-KEY-ID NOT = WS-OLD-KEY
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
                       TO WS-MOVE-RECORD (WS-MOVE-COUNT) (1:80)
                END-IF
           END-IF
           .
       566-EXIT.
           EXIT.
      *
      *
       567-APPLY-ONE-XID.
      *
           MOVE WS-MOVE-RECORD (WS-MOVE-IDX) (1:80)
                                          TO CXID-RECORD
           MOVE WS-NEW-KEY                TO CXID-KEY-ID
           MOVE CXID-RECORD (1:52)        TO CXID-RECORD-KEY
           MOVE TP90-VALUE-WRITE          TO TP90X-FUNCTION-CODE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
           END-IF
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE 'XID MOVE FAILED        ' TO WS-RPT-RESULT
                SET  WS-ENTRY-FAILED       TO TRUE
           ELSE
                MOVE WS-MOVE-RECORD (WS-MOVE-IDX) (1:52)
                                           TO CXID-RECORD-KEY
                MOVE TP90-VALUE-DELETE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
                IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                     MOVE 'XID DELETE FAILED      ' TO WS-RPT-RESULT
                     SET  WS-ENTRY-FAILED  TO TRUE
                ELSE
                     ADD  +1               TO WS-XID-MOVED-CNT
                END-IF
           END-IF
           ADD  +1                        TO WS-MOVE-IDX
           .
       567-EXIT.
           EXIT.
      *
      *
       570-WRITE-ALIAS.
      *
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
                                      SUSP-RECORD,
                                      SUSP-RECORD-KEY
           END-IF
           IF   TP90X-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
           END-IF
           MOVE TP90-VALUE-CLOSE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 ALIA-RECORD,
           DISPLAY 'MBRREKEY: ' WS-DISPLAY-MASK-1 ' SUSPENSE MOVED'
           MOVE WS-AGRX-MOVED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREKEY: ' WS-DISPLAY-MASK-1 ' AGRX ROWS MOVED'
           MOVE WS-XID-MOVED-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRREKEY: ' WS-DISPLAY-MASK-1
                   ' EXTERNAL ID ROWS MOVED'
           .
       9900-EXIT.
           EXIT.
