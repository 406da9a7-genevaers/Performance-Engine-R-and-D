       01  WS-FIELD-EDIT-SW               PIC X(01)  VALUE 'Y'.
           88  WS-FIELD-EDITS-PASSED                 VALUE 'Y'.
      *
      *      THE STATE AND STATUS LISTS ARE TAKEN FROM THE REFCODE
      *      TABLE THROUGH MBRREFCD (SEE GVBCREFL).  THE BUILT-IN
      *      LISTS ABOVE AND IN GVBCCUST STAND IN FOR A CODE TYPE
      *      THE TABLE DOES NOT YET CARRY.
       COPY GVBCREFL.
       01  WS-MBRREFCD                    PIC X(08)  VALUE 'MBRREFCD'.
      *
      *      A CONTROLLED ('C'-PREFIXED) KEY MUST CARRY A GOOD CHECK
      *      DIGIT (SEE GVBCKEYA/MBRKEYAL); ONE THAT DOES NOT IS
      *      SUSPENDED WITH REASON CKDG.  OLDER KEYS ARE NOT TESTED.
       COPY GVBCKEYA.
       01  WS-MBRKEYAL                    PIC X(08)  VALUE 'MBRKEYAL'.
      *
      *      A CHANGE TO AN EXISTING CUSTOMER'S STATUS MUST BE ONE
      *      THE LOAD PATH IS ALLOWED TO MAKE (SEE GVBCSTTR/MBRSTTRN);
      *      ONE THAT IS NOT IS SUSPENDED WITH REASON STTR.
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                    PIC X(08)  VALUE 'MBRSTTRN'.
       01  WS-RCRDS-STATUS-REFUSED        PIC S9(08) COMP VALUE +0.
      *
      *****************************************************************
      *  SHOP-STANDARD HEADER/TRAILER VALIDATION (SEE GVBCHDRT).
      *  A FEED LED BY A HEADER RECORD HAS ITS DATA RECORDS COUNTED
           05  WS-HASH-PACKED-AGRE        PIC S9(11) COMP-3.
      *
      *****************************************************************
      *  PERSONAL-DATA PROTECTION (SEE GVBCPIIK).  A FEED WHOSE
      *  HEADER NAMES A KEY GENERATION (AN MBRUNLD SNAPSHOT, SAY)
      *  CARRIES ITS NAME, ADDRESS, CONTACT AND LEGAL-NAME FIELDS
      *  PROTECTED UNDER THAT GENERATION, AND EACH DATA RECORD IS
      *  REVEALED UNDER IT BEFORE THE EDITS SEE IT.  EVERYTHING WRITTEN
      *  TO CUSTNAMV, CUSTCTCV, CUSTLGNV AND CUSTPNMV IS PROTECTED UNDER
      *  THE ACTIVE GENERATION FIRST, SO THE AUDIT PAIR AND THE CUSTHIST
      *  IMAGE CARRY THE BYTES EXACTLY AS STORED.  A REJECTED RECORD
      *  GOES TO CUSTREJ/SUSPENSE AS RECEIVED.
      *****************************************************************
       01  WS-MBRPIICR                    PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
       01  WS-FEED-PII-GEN                PIC 9(03)  VALUE ZEROES.
       01  WS-PII-CLEAR-IMAGE             PIC X(96)  VALUE SPACES.
      *
      *****************************************************************
      *  FEED FRESHNESS GUARD.  THE FEED'S BUSINESS DATE (FROM THE
      *  GVBCHDRT HEADER, OR DERIVED FROM THE FIRST DATA RECORD'S
      *  PLCY-TERM-EFF-DT WHEN NO HEADER IS PRESENT) IS CHECKED VIA
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
      *****************************************************************
      *  TYPED CHILD RECORDS (ADDRESS AND CONTACT) CARRIED ON THE
       01  WS-LGN-DDNAME                  PIC X(08)  VALUE 'CUSTLGNV'.
       01  WS-LGN-FILE-OPEN-SW            PIC X(01)  VALUE 'N'.
           88  WS-LGN-FILE-OPEN                      VALUE 'Y'.
       01  WS-PRF-DDNAME                  PIC X(08)  VALUE 'CUSTPRFV'.
       01  WS-PRF-FILE-OPEN-SW            PIC X(01)  VALUE 'N'.
           88  WS-PRF-FILE-OPEN                      VALUE 'Y'.
       01  WS-ADDR-RCRDS-WRITTEN          PIC S9(08) COMP VALUE +0.
       01  WS-CTC-RCRDS-WRITTEN           PIC S9(08) COMP VALUE +0.
       01  WS-LGN-RCRDS-WRITTEN           PIC S9(08) COMP VALUE +0.
       01  WS-PRF-RCRDS-WRITTEN           PIC S9(08) COMP VALUE +0.
       01  WS-PRF-EDIT-SW                 PIC X(01)  VALUE 'Y'.
           88  WS-PRF-EDIT-PASSED                    VALUE 'Y'.
       01  WS-PRF-HHMM                    PIC X(04)  VALUE SPACES.
      *
      *      THE PARSED-NAME ('PNM') CHILD IS DERIVED HERE RATHER THAN
      *      LOADED: EVERY CUSTNAMV WRITE AND EVERY LEGAL-NAME CHILD
      *      HAS ITS NAME RE-PARSED INTO CUSTPNMV THROUGH MBRPNMMT
      *      (SEE GVBCCHLD NOTE 9).  NO CUSTPNMV DD MEANS NONE IS KEPT
      *      AND THE NIGHTLY MBRPNMBL RUN FILLS IT IN.
       COPY GVBCPNMM.
       01  WS-MBRPNMMT                    PIC X(08)  VALUE 'MBRPNMMT'.
       01  WS-PNM-STATE-SW                PIC X(01)  VALUE ' '.
           88  WS-PNM-UNAVAILABLE                    VALUE 'N'.
       01  WS-PNM-RCRDS-WRITTEN           PIC S9(08) COMP VALUE +0.
       01  WS-PNM-UNPARSED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-CHILD-RCRDS-SKIPPED         PIC S9(08) COMP VALUE +0.
      *
      *      RELATIONSHIP ('REL') CHILDREN GO THROUGH MBRRELMT, WHICH
      *      OWNS CUSTRELV AND WRITES THE INVERSE RECORD ON THE
      *      RELATED CUSTOMER.  A MISSING CUSTRELV DD IS REPORTED BY
      *      THE SERVICE ONCE AND THE REST ARE COUNTED AS SKIPPED.
       COPY GVBCRELM.
       01  WS-MBRRELMT                    PIC X(08)  VALUE 'MBRRELMT'.
       01  WS-REL-STATE-SW                PIC X(01)  VALUE ' '.
           88  WS-REL-UNTRIED                        VALUE ' '.
           88  WS-REL-SERVICE-USED                   VALUE 'O'.
           88  WS-REL-UNAVAILABLE                    VALUE 'N'.
       01  WS-REL-RCRDS-WRITTEN           PIC S9(08) COMP VALUE +0.
      *
      *      CONTACT-POINT EDITS (SEE GVBCCTCE/MBRCTCED) - A CTC
      *      CHILD THAT FAILS THEM, OR DUPLICATES A CONTACT ALREADY
      *      LOADED FOR THE SAME CUSTOMER, GOES THROUGH THE SAME
       01  WS-AGRX-RCRDS-WRITTEN          PIC S9(08) COMP VALUE +0.
      *
      *****************************************************************
      *  EXTERNAL SYSTEM IDENTIFIER CROSS-REFERENCE CLUSTER (SEE
      *  GVBCCXID).  EVERY 'XID' CHILD ON THE FEED THAT PASSES ITS
      *  EDITS IS UPSERTED INTO CUSTXID UNDER ITS CUSTOMER/SYSTEM/
      *  ID/EFFECTIVE-DATE KEY.  THE CUSTXID DD IS OPTIONAL - NOT
      *  ALLOCATED MEANS 'XID' CHILDREN ARE COUNTED AS SKIPPED.
      *****************************************************************
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
       COPY GVBCCXID.
      *
       01  WS-XID-DDNAME                  PIC X(08)  VALUE 'CUSTXID '.
       01  WS-XID-FILE-OPEN-SW            PIC X(01)  VALUE 'N'.
           88  WS-XID-FILE-OPEN                      VALUE 'Y'.
       01  WS-XID-RCRDS-WRITTEN           PIC S9(08) COMP VALUE +0.
       01  WS-XID-EDIT-SW                 PIC X(01)  VALUE 'Y'.
           88  WS-XID-EDIT-PASSED                    VALUE 'Y'.
      *
      *****************************************************************
      *  SCREENING QUEUE (SEE GVBCSCRQ).  EVERY KEY NEWLY ADDED TO
      *  CUSTNAMV IS QUEUED FOR SAME-DAY WATCH-LIST SCREENING BY
      *  MBRSCRN (MODE=NEW).  A FULL REFRESH QUEUES NOTHING - THE
      *  WHOLE BOOK IS SCREENED BY THE NEXT MODE=FULL RUN.  THE
      *  SCRNQUE DD IS OPTIONAL - NOT ALLOCATED MEANS NO QUEUEING.
      *****************************************************************
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90Q-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90Q-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90Q-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90Q-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90Q-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90Q-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90Q-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90Q-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90Q-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90Q-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90Q-ESDS==.
      *
       COPY GVBCSCRQ.
      *
       01  WS-SCRQ-DDNAME                 PIC X(08)  VALUE 'SCRNQUE '.
       01  WS-SCRQ-FILE-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-SCRQ-FILE-OPEN                     VALUE 'Y'.
       01  WS-SCRQ-RCRDS-WRITTEN          PIC S9(08) COMP VALUE +0.
      *
      *****************************************************************
      *  SHARD ROUTING (SEE GVBCSHRD/MBRSHRDR).  CUSTNAMV MAY BE
      *  SPLIT INTO UP TO 4 KEY-RANGE SHARD CLUSTERS; EACH SHARD
      *  KEEPS ITS OWN GVBTP90 PARAMETER AREA IN ONE OF THE RAW
      *  WORKED.
      *****************************************************************
       01  WS-AUDIT-DDNAME                 PIC X(08)  VALUE 'CUSTNAUD'.
      *      EVERY PAIR CARRIES ITS CHAIN LINK FROM MBRAUDCH (SEE
      *      GVBCAUDH).  A PARTITIONED STREAM WRITES ITS OWN JOURNAL
      *      DATASET, SO IT CHAINS UNDER ITS OWN 'MLOADNNN' ID.
       COPY GVBCAUDH.
       01  WS-MBRAUDCH                     PIC X(08)  VALUE 'MBRAUDCH'.
       01  WS-AUDIT-CHAIN-ID               PIC X(08)  VALUE 'CUSTNAUD'.
       01  WS-AUDIT-STREAM-CHAIN-ID.
           05  FILLER                      PIC X(05)  VALUE 'MLOAD'.
           05  WS-AUDIT-STREAM-NBR         PIC 9(03)  VALUE ZEROES.
       01  WS-AUDIT-FILE-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-AUDIT-FILE-OPEN                     VALUE 'Y'.
       01  WS-AUDIT-RUN-DATE               PIC 9(08).
           05  WS-AUDIT-REC-KEY            PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE   PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE    PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ      PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH     PIC 9(15).
      *
      *
      *****************************************************************
      *
      *      RESOLVE THE SHARD MAP ONCE, BEFORE ANY CUSTNAMV OPEN.
           PERFORM 108-RESOLVE-SHARDS       THRU 108-EXIT
      *
      *      NOTHING IS LOADED UNLESS THE PERSONAL-DATA KEY THE
      *      CLUSTERS ARE STORED UNDER IS USABLE.
           PERFORM 176-CHECK-PII-KEY        THRU 176-EXIT
      *
           IF   WS-CTL-TARGET-STANDBY
                MOVE WS-SHARD-DDNAME (1)   TO ENQ-DEQ-QNAME
           IF   WS-ADDR-RCRDS-WRITTEN > ZERO
           OR   WS-CTC-RCRDS-WRITTEN  > ZERO
           OR   WS-LGN-RCRDS-WRITTEN  > ZERO
           OR   WS-REL-RCRDS-WRITTEN  > ZERO
           OR   WS-PRF-RCRDS-WRITTEN  > ZERO
           OR   WS-XID-RCRDS-WRITTEN  > ZERO
           OR   WS-CHILD-RCRDS-SKIPPED > ZERO
                DISPLAY 'MLOADVS: ADDRESS CHILD RECORDS LOADED  = '
                        WS-ADDR-RCRDS-WRITTEN
                        WS-CTC-RCRDS-WRITTEN
                DISPLAY 'MLOADVS: LEGAL-NAME CHILD RECS LOADED  = '
                        WS-LGN-RCRDS-WRITTEN
                DISPLAY 'MLOADVS: RELATIONSHIP CHILD RECS LOADED= '
                        WS-REL-RCRDS-WRITTEN
                DISPLAY 'MLOADVS: PREFERENCE CHILD RECS LOADED  = '
                        WS-PRF-RCRDS-WRITTEN
                DISPLAY 'MLOADVS: EXTERNAL-ID CHILD RECS LOADED = '
                        WS-XID-RCRDS-WRITTEN
                DISPLAY 'MLOADVS: CHILD RECORDS SKIPPED (NO DD) = '
                        WS-CHILD-RCRDS-SKIPPED
                DISPLAY 'MLOADVS: CONTACT CHILDREN SUSPENDED    = '
                        WS-CTC-EDIT-FAIL-CNT
           END-IF
      *
           IF   WS-PNM-RCRDS-WRITTEN > ZERO
           OR   WS-PNM-UNPARSED-CNT  > ZERO
                DISPLAY 'MLOADVS: PARSED-NAME CHILD RECS WRITTEN= '
                        WS-PNM-RCRDS-WRITTEN
                DISPLAY 'MLOADVS: NAMES NOT PARSEABLE           = '
                        WS-PNM-UNPARSED-CNT
           END-IF
      *
           IF   WS-HIST-FILE-OPEN
                DISPLAY 'MLOADVS: SUPERSEDED IMAGES TO CUSTHIST = '
                DISPLAY 'MLOADVS: CROSS-REFERENCE PAIRS UPSERTED = '
                        WS-AGRX-RCRDS-WRITTEN
           END-IF
      *
           IF   WS-SCRQ-FILE-OPEN
                DISPLAY 'MLOADVS: NEW KEYS QUEUED FOR SCREENING = '
                        WS-SCRQ-RCRDS-WRITTEN
           END-IF
      *
           IF   WS-RCRDS-STATUS-REFUSED > ZERO
                DISPLAY 'MLOADVS: STATUS CHANGES REFUSED        = '
                        WS-RCRDS-STATUS-REFUSED
           END-IF
      *
           .
       000-GOBACK.
                DISPLAY 'MLOADVS: END OF FILE REACHED WHILE SKIPPING '
                        'CHECKPOINTED RECORDS'
           END-IF
      *      A HEADER SKIPPED HERE STILL GOVERNS THE RECORDS AFTER IT.
           IF   TP90S-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  TP90-FB-RECORD-AREA(1:4) = 'HDR '
                MOVE TP90-FB-RECORD-AREA(1:96)
                                          TO HDRT-HEADER-RECORD
                PERFORM 441-TAKE-FEED-PII-GEN THRU 441-EXIT
           END-IF
           .
       161-EXIT.
           EXIT.
      *
      *      OPEN THE OPTIONAL BEFORE/AFTER AUDIT TRAIL DD.  NOT
      *      ALLOCATED MEANS NO AUDIT TRAIL IS KEPT FOR THIS RUN.
           IF   WS-CTL-PARTITION-COUNT > +1
                MOVE WS-CTL-PARTITION-NBR  TO WS-AUDIT-STREAM-NBR
                MOVE WS-AUDIT-STREAM-CHAIN-ID
                                           TO WS-AUDIT-CHAIN-ID
           END-IF
           MOVE  WS-AUDIT-DDNAME       TO TP90A-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90A-FUNCTION-CODE
           MOVE  TP90-VALUE-SEQUENTIAL TO TP90A-FILE-TYPE
                             'AGREEMENT CROSS-REFERENCE MAINTAINED'
                END-IF
      *
      *      OPEN THE OPTIONAL WATCH-LIST SCREENING QUEUE.
                SET   TP90Q-ANCHOR          TO NULL
                MOVE  WS-SCRQ-DDNAME        TO TP90Q-DDNAME
                MOVE  TP90-VALUE-OPEN       TO TP90Q-FUNCTION-CODE
                MOVE  TP90-VALUE-VSAM       TO TP90Q-FILE-TYPE
                MOVE  TP90-VALUE-EXTEND     TO TP90Q-FILE-MODE
                MOVE  SPACES                TO TP90Q-RETURN-CODE
                MOVE  +0                    TO TP90Q-VSAM-RETURN-CODE
                MOVE  +0                    TO TP90Q-RECORD-LENGTH
                MOVE  SPACES                TO TP90Q-RECFM

                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      SCRQ-RECORD,
                                      SCRQ-RECORD-KEY

                IF   TP90Q-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     SET  WS-SCRQ-FILE-OPEN  TO TRUE
                     DISPLAY 'DATASET OPENED: ' WS-SCRQ-DDNAME
                ELSE
                     DISPLAY 'MLOADVS: SCRNQUE DD NOT ALLOCATED, NEW '
                             'KEYS NOT QUEUED FOR SCREENING'
                END-IF
      *
      *      OPEN THE OPTIONAL REJECT SUSPENSE CLUSTER.
                SET   TP90U-ANCHOR          TO NULL
                MOVE  WS-SUSP-DDNAME        TO TP90U-DDNAME
      *
      *
      ***************************************************************
      *  ASK MBRPIICR WHICH PERSONAL-DATA KEY GENERATION IS ACTIVE.
      *  A KEY ROTATION LEFT INCOMPLETE, OR A KEY THIS JOB IS NOT
      *  AUTHORIZED TO, STOPS THE LOAD BEFORE ANYTHING IS OPENED -
      *  A RECORD MUST NEVER REACH THE CLUSTERS IN CLEAR OR UNDER
      *  THE WRONG GENERATION.
      ***************************************************************
       176-CHECK-PII-KEY.
      *
           SET  PIIC-FCN-QUERY            TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           MOVE ZEROES                    TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-PII-CLEAR-IMAGE
           EVALUATE TRUE
             WHEN PIIC-RET-OK
                  DISPLAY 'MLOADVS: PERSONAL DATA STORED UNDER KEY '
                          'GENERATION ' PIIC-GENERATION
             WHEN PIIC-RET-NOT-IN-FORCE
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'MLOADVS: *** PERSONAL-DATA KEY NOT '
                          'USABLE, MBRPIICR RC = ' PIIC-RETURN-CODE
                          ' - NOTHING LOADED ***'
                  DISPLAY 'MLOADVS:     (R = KEY ROTATION INCOMPLETE'
                          ' - RERUN MBRPIIRK FIRST)'
                  MOVE WS-ABEND-CD           TO RETURN-CODE
                  STOP RUN
           END-EVALUATE
           .
       176-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN CUSTADRV AND CUSTCTCV FOR VSAM EXTEND, ONE TP90
      *  PARAMETER AREA EACH, THE SAME UPSERT-STYLE OPEN CUSTNAMV
      *  ITSELF GETS IN 110-OPEN-FILE.
                DISPLAY 'MLOADVS: CUSTLGNV DD NOT ALLOCATED, LEGAL-'
                        'NAME CHILD RECORDS WILL BE SKIPPED'
           END-IF

           SET   TP90P-ANCHOR          TO NULL
           MOVE  WS-PRF-DDNAME         TO TP90P-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90P-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90P-FILE-TYPE
           MOVE  TP90-VALUE-EXTEND     TO TP90P-FILE-MODE
           MOVE  SPACES                TO TP90P-RETURN-CODE
           MOVE  +0                    TO TP90P-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90P-RECORD-LENGTH
           MOVE  SPACES                TO TP90P-RECFM

           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY

           IF   TP90P-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-PRF-FILE-OPEN   TO TRUE
                DISPLAY 'DATASET OPENED: ' TP90P-DDNAME
           ELSE
                DISPLAY 'MLOADVS: CUSTPRFV DD NOT ALLOCATED, '
                        'PREFERENCE CHILD RECORDS WILL BE SKIPPED'
           END-IF

           SET   TP90X-ANCHOR          TO NULL
           MOVE  WS-XID-DDNAME         TO TP90X-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90X-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90X-FILE-TYPE
           MOVE  TP90-VALUE-EXTEND     TO TP90X-FILE-MODE
           MOVE  SPACES                TO TP90X-RETURN-CODE
           MOVE  +0                    TO TP90X-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90X-RECORD-LENGTH
           MOVE  SPACES                TO TP90X-RECFM

           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY

           IF   TP90X-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-XID-FILE-OPEN   TO TRUE
                DISPLAY 'DATASET OPENED: ' TP90X-DDNAME
           ELSE
                DISPLAY 'MLOADVS: CUSTXID DD NOT ALLOCATED, '
                        'EXTERNAL-ID CHILD RECORDS WILL BE SKIPPED'
           END-IF
           .
       175-EXIT.
           EXIT.
                                      TP90-RECORD-KEY
                DISPLAY 'MLOADVS: AUDIT FILE CLOSED: '
                        WS-AUDIT-DDNAME
                SET  AUDH-FCN-CLOSE         TO TRUE
                CALL WS-MBRAUDCH USING AUDH-LINK-PARMS
           END-IF
      *
           IF   WS-ADDR-FILE-OPEN
                SET   TP90N-ANCHOR          TO NULL
                DISPLAY 'DATASET CLOSED: ' WS-LGN-DDNAME
           END-IF
      *
           IF   WS-PRF-FILE-OPEN
                MOVE  TP90-VALUE-CLOSE      TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                SET   TP90P-ANCHOR          TO NULL
                DISPLAY 'DATASET CLOSED: ' WS-PRF-DDNAME
           END-IF
      *
           SET   PNMM-FCN-CLOSE           TO TRUE
           CALL WS-MBRPNMMT USING PNMM-PARMS
      *
           IF   WS-XID-FILE-OPEN
                MOVE  TP90-VALUE-CLOSE      TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
                SET   TP90X-ANCHOR          TO NULL
                DISPLAY 'DATASET CLOSED: ' WS-XID-DDNAME
           END-IF
      *
           IF   WS-REL-SERVICE-USED
                SET   RELM-FCN-CLOSE        TO TRUE
                CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
                DISPLAY 'DATASET CLOSED: CUSTRELV'
           END-IF
      *
           IF   WS-HIST-FILE-OPEN
                MOVE  TP90-VALUE-CLOSE      TO TP90H-FUNCTION-CODE
                SET   TP90G-ANCHOR          TO NULL
                DISPLAY 'DATASET CLOSED: ' WS-AGRX-DDNAME
           END-IF
      *
           IF   WS-SCRQ-FILE-OPEN
                MOVE  TP90-VALUE-CLOSE      TO TP90Q-FUNCTION-CODE
                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      SCRQ-RECORD,
                                      SCRQ-RECORD-KEY
                SET   TP90Q-ANCHOR          TO NULL
                DISPLAY 'DATASET CLOSED: ' WS-SCRQ-DDNAME
           END-IF
      *
           IF   WS-SUSP-FILE-OPEN
                MOVE  TP90-VALUE-CLOSE      TO TP90U-FUNCTION-CODE
           COMPUTE LS-RCRDS-CHILD-TOTAL =
                   LS-RCRDS-CHILD-TOTAL
                 + WS-ADDR-RCRDS-WRITTEN + WS-CTC-RCRDS-WRITTEN
                 + WS-LGN-RCRDS-WRITTEN + WS-REL-RCRDS-WRITTEN
                 + WS-PRF-RCRDS-WRITTEN + WS-XID-RCRDS-WRITTEN
                 + WS-CHILD-RCRDS-SKIPPED
           COMPUTE LS-RCRDS-WRITTEN-TOTAL =
                   LS-RCRDS-WRITTEN-TOTAL + WS-RCRDS-WRITTEN
           COMPUTE LS-RCRDS-UPDATED-TOTAL =
           MOVE SPACES                    TO TP90V-ESDS

           MOVE WS-CURRENT-KEY            TO TP90-RECORD-KEY
           MOVE TP90-FB-RECORD-AREA       TO WS-AUDIT-AFTER-RECORD

           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF   TP90V-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  NOT WS-CTL-MODE-REFRESH
                MOVE TP90-FB-RECORD-AREA  TO WS-AUDIT-BEFORE-RECORD
                MOVE WS-AUDIT-AFTER-RECORD TO TP90-FB-RECORD-AREA
                PERFORM 307-CHECK-STATUS-CHANGE THRU 307-EXIT
                IF   STTR-RET-REFUSED
                     PERFORM 308-REFUSE-STATUS-CHANGE THRU 308-EXIT
                     DISPLAY 'RECORD WOULD BE REJECTED: '
                             WS-CURRENT-KEY
                     GO TO 301-EXIT
                END-IF
           END-IF
      *
           IF   TP90V-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                IF   WS-CTL-MODE-REFRESH
      *      A REFRESH LOAD NEVER FALLS BACK TO UPDATE, SO A KEY
      *      OPEN; 305'S OWN AUDIT AND HISTORY WRITES STAY GATED ON
      *      THEIR DD SWITCHES AS BEFORE.
           PERFORM 305-AUDIT-BEFORE-IMAGE  THRU 305-EXIT
      *
      *      A STATUS CHANGE THE LOAD PATH MAY NOT MAKE (A DECEASED
      *      CUSTOMER REACTIVATED BY A FEED, SAY) LEAVES THE STORED
      *      RECORD AS IT IS AND GOES TO SUSPENSE INSTEAD.
           IF   WS-AUDIT-BEFORE-FOUND
                PERFORM 307-CHECK-STATUS-CHANGE THRU 307-EXIT
                IF   STTR-RET-REFUSED
                     MOVE 'DEQ' TO ENQ-DEQ-FUNC
                     CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                     PERFORM 308-REFUSE-STATUS-CHANGE THRU 308-EXIT
                     GO TO 302-EXIT
                END-IF
           END-IF
      *
      *      THE PERSONAL-DATA FIELDS GO TO THE CLUSTER PROTECTED
      *      UNDER THE ACTIVE KEY; A RECORD THAT CANNOT BE PROTECTED
      *      IS NOT WRITTEN AT ALL.
           PERFORM 304-PROTECT-PERSONAL-DATA THRU 304-EXIT
           IF   NOT PIIC-RET-USABLE
                MOVE 'DEQ' TO ENQ-DEQ-FUNC
                CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
                MOVE 'PIIK'               TO WS-REJECT-REASON
                PERFORM 320-REJECT-RECORD THRU 320-EXIT
                GO TO 302-EXIT
           END-IF

      *      STAMP THE MAINTENANCE METADATA (BYTES 81-95) BEFORE THE
      *      RECORD GOES TO THE CLUSTER, THEN JOURNAL THE CHANGE
                      ' REASON = ',   TP90V-VSAM-RETURN-CODE
                      ' ESDS   = ',   TP90V-ESDS
      *      COULD NOT BE WRITTEN OR UPDATED; SEND IT TO THE REJECT
      *      FILE INSTEAD OF LOSING IT - AS RECEIVED, NOT PROTECTED.
              MOVE WS-PII-CLEAR-IMAGE      TO TP90-FB-RECORD-AREA
              MOVE 'UPSR'                  TO WS-REJECT-REASON
              PERFORM 320-REJECT-RECORD    THRU 320-EXIT
           ELSE
              IF TP90V-FUNCTION-CODE = TP90-VALUE-WRITE
                 ADD +1                   TO WS-RCRDS-WRITTEN
                 DISPLAY 'RECORD WRITTEN: ' TP90-FB-RECORD-AREA(1:64)
      *      A KEY NEW TO CUSTNAMV IS QUEUED FOR SAME-DAY SCREENING.
                 IF   WS-SCRQ-FILE-OPEN
                 AND  NOT WS-CTL-MODE-REFRESH
                      PERFORM 365-WRITE-SCRQ-RECORD THRU 365-EXIT
                 END-IF
              END-IF
      *      KEEP THE AGREEMENT-ID CROSS-REFERENCE CURRENT WITH THE
      *      ROW JUST WRITTEN OR UPDATED.
              IF   WS-AGRX-FILE-OPEN
                   PERFORM 360-WRITE-AGRX-RECORD THRU 360-EXIT
              END-IF
      *      AND THE PARSED NAME, FROM THE NAME AS RECEIVED.
              IF   NOT WS-PNM-UNAVAILABLE
                   MOVE WS-CURRENT-KEY         TO PNMM-KEY-ID
                   MOVE WS-PII-CLEAR-IMAGE (25:20) TO PNMM-NAME
                   SET  PNMM-SRC-PARENT        TO TRUE
                   PERFORM 424-WRITE-PNM-RECORD THRU 424-EXIT
              END-IF
      *      REFRESH THE CHECKPOINT RECORD EVERY WS-CHKPT-INTERVAL
      *      RECORDS SO A LATER RESTART HAS A RECENT POSITION TO
      *      RESUME FROM.
       303-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PROTECT THE NAME AND ADDRESS LINE OF THE RECORD ABOUT TO
      *  BE WRITTEN UNDER THE ACTIVE PERSONAL-DATA KEY, KEEPING THE
      *  IMAGE AS RECEIVED FOR THE REJECT PATH.  THE STORED BEFORE
      *  IMAGE IS ALREADY PROTECTED, AND THE PROTECTION IS THE SAME
      *  FOR THE SAME TEXT UNDER THE SAME KEY, SO 306'S COMPARE OF
      *  THE TWO STILL FINDS AN UNCHANGED RECORD UNCHANGED.
      ***************************************************************
       304-PROTECT-PERSONAL-DATA.
      *
           MOVE TP90-FB-RECORD-AREA       TO WS-PII-CLEAR-IMAGE
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MLOADVS: *** PERSONAL DATA NOT PROTECTED, '
                        'MBRPIICR RC = ' PIIC-RETURN-CODE ', KEY '
                        WS-CURRENT-KEY ', RECORD REJECTED ***'
           END-IF
           .
       304-EXIT.
           EXIT.
      *
      *
       305-AUDIT-BEFORE-IMAGE.
      *
      *
      *
      ***************************************************************
      *  ASK MBRSTTRN WHETHER THE LOAD PATH MAY MOVE THIS CUSTOMER
      *  FROM THE STORED STATUS (BEFORE IMAGE) TO THE INCOMING ONE.
      ***************************************************************
       307-CHECK-STATUS-CHANGE.
      *
           SET  STTR-FCN-CHECK            TO TRUE
           SET  STTR-PATH-LOAD            TO TRUE
           MOVE WS-AUDIT-BEFORE-RECORD(80:1)
                                          TO STTR-FROM-STATUS
           MOVE TP90-CUST-STATUS          TO STTR-TO-STATUS
           MOVE ZEROES                    TO STTR-AS-OF-DATE
           CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
           .
       307-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A REFUSED STATUS CHANGE - THE INCOMING RECORD GOES TO THE
      *  REJECT FILE AND SUSPENSE WITH REASON STTR; THE STORED
      *  RECORD IS LEFT AS IT WAS.
      ***************************************************************
       308-REFUSE-STATUS-CHANGE.
      *
           ADD  +1                        TO WS-RCRDS-STATUS-REFUSED
           DISPLAY 'MLOADVS: *** ' STTR-REASON-TEXT
                   ', KEY ' WS-CURRENT-KEY ', RECORD REJECTED ***'
           MOVE 'STTR'                    TO WS-REJECT-REASON
           PERFORM 320-REJECT-RECORD      THRU 320-EXIT
           .
       308-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE ONE BEFORE/AFTER PAIR TO THE CUSTNAUD DD, TAGGED
      *  WITH THIS RUN'S DATE/TIME AND WHETHER THE KEY IS A NEW
      *  ADDITION OR A CHANGE TO AN EXISTING RECORD.
           MOVE  WS-CURRENT-KEY         TO WS-AUDIT-REC-KEY
           MOVE  WS-AUDIT-BEFORE-RECORD TO WS-AUDIT-REC-BEFORE-IMAGE
           MOVE  WS-AUDIT-AFTER-RECORD  TO WS-AUDIT-REC-AFTER-IMAGE
      *
           SET   AUDH-FCN-LINK          TO TRUE
           MOVE  WS-AUDIT-CHAIN-ID      TO AUDH-CHAIN-ID
           MOVE  WS-AUDIT-RECORD (1:223) TO AUDH-PAIR-IMAGE
           CALL  WS-MBRAUDCH USING AUDH-LINK-PARMS
           MOVE  AUDH-CHAIN-SEQ         TO WS-AUDIT-REC-CHAIN-SEQ
           MOVE  AUDH-CHAIN-HASH        TO WS-AUDIT-REC-CHAIN-HASH
      *
           MOVE  TP90-VALUE-WRITE             TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
      *
      *
      ***************************************************************
      *  QUEUE ONE NEW KEY FOR WATCH-LIST SCREENING.  A KEY STILL
      *  QUEUED FROM AN EARLIER LOAD FALLS BACK TO AN UPDATE.
      ***************************************************************
       365-WRITE-SCRQ-RECORD.
      *
           MOVE  SPACES                    TO SCRQ-RECORD
           MOVE  WS-CURRENT-KEY            TO SCRQ-KEY-ID
                                              SCRQ-RECORD-KEY
           MOVE  'MLOADVS '                TO SCRQ-SOURCE
           MOVE  WS-AUDIT-RUN-DATE         TO SCRQ-QUEUED-DATE
      *
           MOVE  WS-SCRQ-DDNAME        TO TP90Q-DDNAME
           MOVE  TP90-VALUE-WRITE      TO TP90Q-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90Q-FILE-TYPE
           MOVE  TP90-VALUE-EXTEND     TO TP90Q-FILE-MODE
           MOVE  SPACES                TO TP90Q-RETURN-CODE
           MOVE  +0                    TO TP90Q-VSAM-RETURN-CODE
           MOVE  LENGTH OF SCRQ-RECORD TO TP90Q-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90Q-RECFM

           CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                 SCRQ-RECORD,
                                 SCRQ-RECORD-KEY

           IF   TP90Q-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE  TP90-VALUE-UPDATE TO TP90Q-FUNCTION-CODE
                CALL GVBTP90    USING TP90Q-PARAMETER-AREA,
                                      SCRQ-RECORD,
                                      SCRQ-RECORD-KEY
           END-IF

           IF   TP90Q-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                TO WS-SCRQ-RCRDS-WRITTEN
           ELSE
                DISPLAY 'MLOADVS: SCREENING QUEUE WRITE FAILED FOR '
                        SCRQ-RECORD-KEY ' RET CD = '
                        TP90Q-RETURN-CODE
           END-IF
           .
       365-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE THE SOURCE RECORD THAT COULD NOT BE LOADED TO
      *  THE OPTIONAL CUSTREJ DD.
      ***************************************************************
              PERFORM 440-CONTROL-RECORD THRU 440-EXIT
              PERFORM 400-READ-RECORD    THRU 400-EXIT
            ELSE
      *      A FEED CARRYING PROTECTED PERSONAL DATA IS REVEALED
      *      UNDER ITS HEADER'S KEY GENERATION BEFORE ANYTHING ELSE.
              IF   WS-FEED-PII-GEN NOT = ZEROES
                   PERFORM 402-REVEAL-FEED-RECORD THRU 402-EXIT
              END-IF
              DISPLAY 'RECORD READ: ' TP90-FB-RECORD-AREA(1:64)
              ADD +1 TO RECORD-CNT
      *      STAMP THE SOURCE-SYSTEM CODE INTO THE LAST BYTE OF THE
                   MOVE  WS-SRC-SYS-CODE
                                         TO TP90-FB-RECORD-AREA(96:1)
              END-IF
      *      A TYPED CHILD RECORD (TAGGED 'ADR'/'CTC'/'NAM'/'REL'/'PRF'
      *      /'XID' IN BYTES 11-13,
      *      SEE GVBCCHLD) IS ROUTED TO ITS OWN CLUSTER AND THE NEXT
      *      RECORD IS READ.  CHILD RECORDS CARRY THEIR PARENT'S
      *      KEY-ID, SO THEY MUST NOT GO THROUGH THE ASCENDING-KEY
              IF   TP90-FB-RECORD-AREA(11:3) = 'ADR'
              OR   TP90-FB-RECORD-AREA(11:3) = 'CTC'
              OR   TP90-FB-RECORD-AREA(11:3) = 'NAM'
              OR   TP90-FB-RECORD-AREA(11:3) = 'REL'
              OR   TP90-FB-RECORD-AREA(11:3) = 'PRF'
              OR   TP90-FB-RECORD-AREA(11:3) = 'XID'
                   PERFORM 410-LOAD-CHILD-RECORD THRU 410-EXIT
                   PERFORM 400-READ-RECORD       THRU 400-EXIT
              ELSE
      *
      *
      ***************************************************************
      *  REVEAL ONE FEED RECORD UNDER THE KEY GENERATION ITS HEADER
      *  NAMED.  A TYPED CHILD OTHER THAN A CONTACT OR LEGAL NAME
      *  CARRIES NOTHING PROTECTED AND COMES BACK AS IT WENT.  A
      *  RECORD THAT CANNOT BE REVEALED MEANS THE WHOLE FEED CANNOT
      *  BE, SO IT IS A HARD STOP LIKE A CONTROL-TOTAL MISMATCH.
      ***************************************************************
       402-REVEAL-FEED-RECORD.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-GEN-EXPLICIT         TO TRUE
           MOVE WS-FEED-PII-GEN           TO PIIC-GENERATION
           IF   TP90-FB-RECORD-AREA(11:3) = 'ADR' OR 'CTC' OR 'NAM'
           OR   TP90-FB-RECORD-AREA(11:3) = 'REL' OR 'PRF' OR 'XID'
                SET  PIIC-IMAGE-CHILD     TO TRUE
           ELSE
                SET  PIIC-IMAGE-PARENT    TO TRUE
           END-IF
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-OK
                DISPLAY 'MLOADVS: *** FEED RECORD ' RECORD-CNT
                        ' CANNOT BE REVEALED UNDER KEY GENERATION '
                        WS-FEED-PII-GEN ', MBRPIICR RC = '
                        PIIC-RETURN-CODE ' ***'
                MOVE WS-ABEND-CD          TO RETURN-CODE
                STOP RUN
           END-IF
           .
       402-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE SHOP-STANDARD CONTROL RECORD OFF THE FEED.  A HEADER
      *  OPENS A NEW CONTROL SPAN (EACH CONCATENATED SOURCE MEMBER
      *  CARRIES ITS OWN); A TRAILER'S COUNT AND HASH TOTAL ARE
                                           TO HDRT-HEADER-RECORD
                MOVE HDRT-HDR-BUSN-DATE    TO WS-FEED-BUSN-DATE
                SET  WS-FEED-HDR-SEEN      TO TRUE
                PERFORM 441-TAKE-FEED-PII-GEN THRU 441-EXIT
                MOVE +0                    TO WS-FEED-DATA-CNT
                MOVE +0                    TO WS-FEED-HASH-TOTAL
                DISPLAY 'MLOADVS: FEED HEADER READ, BUSINESS DATE = '
      *
      *
      ***************************************************************
      *  THE KEY GENERATION THE FEED'S PERSONAL DATA IS PROTECTED
      *  UNDER, FROM THE HEADER JUST MOVED TO HDRT-HEADER-RECORD.
      *  BLANK OR NON-NUMERIC (A PRODUCER THAT PREDATES THE FIELD)
      *  MEANS CLEAR TEXT.
      ***************************************************************
       441-TAKE-FEED-PII-GEN.
      *
           IF   HDRT-HDR-PII-KEY-GEN NUMERIC
                MOVE HDRT-HDR-PII-KEY-GEN  TO WS-FEED-PII-GEN
           ELSE
                MOVE ZEROES                TO WS-FEED-PII-GEN
           END-IF
           IF   WS-FEED-PII-GEN NOT = ZEROES
                DISPLAY 'MLOADVS: FEED PERSONAL DATA PROTECTED UNDER '
                        'KEY GENERATION ' WS-FEED-PII-GEN
           END-IF
           .
       441-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FEED FRESHNESS GUARD PROPER.  RUNS ONCE PER LOAD,
      *  BEFORE ANY RECORD OF THE GUARDED SPAN IS LOADED.  A LIVE
      *  LOAD IS REFUSED OUTRIGHT; A DRY RUN ONLY REPORTS WHAT A
      ***************************************************************
      *  FIELD-LEVEL EDITS OVER THE BUSINESS FIELDS THE UPSTREAM
      *  FEEDS POPULATE (SEE GVBCCUST): THE CUSTOMER NAME MUST NOT BE
      *  BLANK, AND THE STATE AND STATUS CODES MUST BE IN FORCE ON
      *  THE REFCODE TABLE (OR, FOR A TYPE THE TABLE DOES NOT CARRY,
      *  ON THE BUILT-IN LISTS).  A RECORD FAILING ANY
      *  EDIT IS SENT TO THE REJECT FILE AND THE NEXT RECORD IS READ.
      ***************************************************************
       430-EDIT-BUSINESS-FIELDS.
           MOVE 'Y'                       TO WS-FIELD-EDIT-SW
           MOVE 'EDIT'                    TO WS-EDIT-REASON-CODE
      *
      *      THE KEY'S CHECK DIGIT COMES FIRST - NEITHER THE RULES
      *      DECK NOR THE BUILT-IN EDITS CAN PASS A MISTYPED KEY.
           SET  KEYA-FCN-VALIDATE         TO TRUE
           MOVE TP90-CUST-KEY-ID          TO KEYA-KEY-ID
           CALL WS-MBRKEYAL USING KEYA-ALLOC-PARMS
           IF   KEYA-RET-CHECK-FAILED
                DISPLAY 'MLOADVS: *** CHECK DIGIT FAILS ON KEY '
                        WS-CURRENT-KEY ', RECORD REJECTED ***'
                MOVE 'N'                  TO WS-FIELD-EDIT-SW
                MOVE 'CKDG'               TO WS-EDIT-REASON-CODE
                GO TO 430-VERDICT
           END-IF
      *
      *      TRY THE EXTERNAL RULES DECK FIRST - WHEN IT IS IN
      *      FORCE IT REPLACES THE BUILT-IN EDITS BELOW ENTIRELY.
           SET  RULE-FCN-EDIT             TO TRUE
           END-IF
      *
           MOVE 'N'                       TO WS-STATE-VALID-SW
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'STATE   '                TO REFL-CODE-TYPE
           MOVE TP90-CUST-STATE           TO REFL-CODE
           MOVE ZEROES                    TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           EVALUATE TRUE
             WHEN REFL-RET-VALID
                  SET  WS-STATE-VALID     TO TRUE
             WHEN REFL-RET-NOT-MAINTAINED
                  MOVE +1                 TO WS-STATE-IDX
                  PERFORM 435-CHECK-STATE-CODE THRU 435-EXIT
                     UNTIL WS-STATE-IDX > WS-STATE-CODES-LEN
                        OR WS-STATE-VALID
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           IF   NOT WS-STATE-VALID
                DISPLAY 'MLOADVS: *** INVALID STATE CODE '
                        TP90-CUST-STATE ', KEY ' WS-CURRENT-KEY
                MOVE 'N'                  TO WS-FIELD-EDIT-SW
           END-IF
      *
           MOVE 'CUSTSTAT'                TO REFL-CODE-TYPE
           MOVE TP90-CUST-STATUS          TO REFL-CODE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           IF   REFL-RET-NOT-FOUND
           OR   REFL-RET-NOT-IN-FORCE
           OR  (REFL-RET-NOT-MAINTAINED AND NOT TP90-CUST-STATUS-VALID)
                DISPLAY 'MLOADVS: *** INVALID STATUS CODE '
                        TP90-CUST-STATUS ', KEY ' WS-CURRENT-KEY
                        ', RECORD REJECTED ***'
      *
      ***************************************************************
      *  ROUTE ONE TYPED CHILD RECORD TO ITS OWN KEYED CLUSTER
      *  (CUSTADRV FOR ADDRESS RECORDS, CUSTCTCV FOR CONTACT RECORDS,
      *  CUSTLGNV FOR LEGAL NAMES, CUSTRELV - THROUGH MBRRELMT - FOR
      *  RELATIONSHIPS, CUSTPRFV FOR CORRESPONDENCE PREFERENCES),
      *  KEYED BY THE 15-BYTE KEY-ID/REC-TYPE/SEQ-NBR PREFIX - OR,
      *  FOR AN EXTERNAL ID, TO THE CUSTXID CROSS-REFERENCE.  A DRY
      *  RUN ONLY COUNTS; A CHILD TYPE WHOSE CLUSTER DD IS NOT
      *  ALLOCATED IS COUNTED AS SKIPPED.
      ***************************************************************
                         ADD  +1          TO WS-ADDR-RCRDS-WRITTEN
                    WHEN CUST-CHILD-LEGAL-NAME
                         ADD  +1          TO WS-LGN-RCRDS-WRITTEN
                    WHEN CUST-CHILD-RELATIONSHIP
                         ADD  +1          TO WS-REL-RCRDS-WRITTEN
                    WHEN CUST-CHILD-PREFERENCE
                         ADD  +1          TO WS-PRF-RCRDS-WRITTEN
                    WHEN CUST-CHILD-EXTERNAL-ID
                         ADD  +1          TO WS-XID-RCRDS-WRITTEN
                    WHEN OTHER
                         ADD  +1          TO WS-CTC-RCRDS-WRITTEN
                  END-EVALUATE
                  PERFORM 412-WRITE-CTC-RECORD  THRU 412-EXIT
             WHEN CUST-CHILD-LEGAL-NAME AND WS-LGN-FILE-OPEN
                  PERFORM 413-WRITE-LGN-RECORD  THRU 413-EXIT
             WHEN CUST-CHILD-RELATIONSHIP AND NOT WS-REL-UNAVAILABLE
                  PERFORM 416-WRITE-REL-RECORD  THRU 416-EXIT
             WHEN CUST-CHILD-PREFERENCE AND WS-PRF-FILE-OPEN
                  PERFORM 417-WRITE-PRF-RECORD  THRU 417-EXIT
             WHEN CUST-CHILD-EXTERNAL-ID AND WS-XID-FILE-OPEN
                  PERFORM 421-WRITE-XID-RECORD  THRU 421-EXIT
             WHEN OTHER
                  ADD  +1                 TO WS-CHILD-RCRDS-SKIPPED
           END-EVALUATE
                PERFORM 320-REJECT-RECORD THRU 320-EXIT
                GO TO 412-EXIT
           END-IF
      *
           PERFORM 423-PROTECT-CHILD-RECORD THRU 423-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 412-EXIT
           END-IF
      *
           MOVE  WS-CTC-DDNAME         TO TP90T-DDNAME
           MOVE  TP90-VALUE-WRITE      TO TP90T-FUNCTION-CODE
                GO TO 413-EXIT
           END-IF

      *      KEEP THE NAME IN CLEAR FOR THE PARSED-NAME CHILD BELOW.
           MOVE CUST-CHILD-KEY-ID         TO PNMM-KEY-ID
           MOVE CUST-NAM-LEGAL-NAME       TO PNMM-NAME

           PERFORM 423-PROTECT-CHILD-RECORD THRU 423-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 413-EXIT
           END-IF

           MOVE  WS-LGN-DDNAME         TO TP90N-DDNAME
           MOVE  TP90-VALUE-WRITE      TO TP90N-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90N-FILE-TYPE

           IF   TP90N-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                TO WS-LGN-RCRDS-WRITTEN
                IF   NOT WS-PNM-UNAVAILABLE
                     SET  PNMM-SRC-LEGAL-NAME TO TRUE
                     PERFORM 424-WRITE-PNM-RECORD THRU 424-EXIT
                END-IF
           ELSE
                DISPLAY 'MLOADVS: ERROR WRITING ' WS-LGN-DDNAME
                        ' KEY ' CUST-CHILD-RECORD-KEY
      *
      *
      ***************************************************************
      *  PROTECT A CONTACT OR LEGAL-NAME CHILD UNDER THE ACTIVE
      *  PERSONAL-DATA KEY BEFORE IT IS WRITTEN.  THE FEED RECORD
      *  ITSELF IS LEFT AS RECEIVED, SO A CHILD THAT CANNOT BE
      *  PROTECTED IS REJECTED IN CLEAR AND NOT WRITTEN.
      ***************************************************************
       423-PROTECT-CHILD-RECORD.
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MLOADVS: *** PERSONAL DATA NOT PROTECTED, '
                        'MBRPIICR RC = ' PIIC-RETURN-CODE ', KEY '
                        CUST-CHILD-RECORD-KEY ', RECORD REJECTED ***'
                MOVE 'PIIK'               TO WS-REJECT-REASON
                PERFORM 320-REJECT-RECORD THRU 320-EXIT
           END-IF
           .
       423-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  HAVE MBRPNMMT RE-PARSE PNMM-NAME INTO THE CUSTOMER'S PARSED-
      *  NAME CHILD.  THE RECORD IS DERIVED, SO A FAILURE HERE IS
      *  REPORTED (BY THE SERVICE) BUT DOES NOT REJECT THE FEED
      *  RECORD IT CAME FROM; MBRPNMBL PUTS IT RIGHT OVERNIGHT.  AN
      *  UNPARSEABLE NAME IS STILL STORED (TYPE 'U') AND COUNTED -
      *  THE KEY IS SHOWN, NEVER THE NAME.  NO CUSTPNMV DD STOPS
      *  FURTHER CALLS FOR THE RUN.
      ***************************************************************
       424-WRITE-PNM-RECORD.
      *
           SET   PNMM-FCN-WRITE           TO TRUE
           MOVE  'LOAD'                   TO PNMM-UPD-IDENT
           CALL WS-MBRPNMMT USING PNMM-PARMS
      *
           EVALUATE TRUE
             WHEN PNMM-RET-NO-DD
                  SET  WS-PNM-UNAVAILABLE TO TRUE
             WHEN PNMM-RET-WRITTEN
                  ADD  +1                 TO WS-PNM-RCRDS-WRITTEN
           END-EVALUATE
           IF   PNMM-RET-OK
           AND  PNMM-TYPE-UNPARSED
                ADD  +1                   TO WS-PNM-UNPARSED-CNT
                DISPLAY 'MLOADVS: NAME NOT PARSEABLE, KEY '
                        PNMM-KEY-ID ' SOURCE ' PNMM-SOURCE
                        ', ' PNMM-REASON-TEXT
           END-IF
           .
       424-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  UPSERT ONE RELATIONSHIP CHILD THROUGH MBRRELMT, UNDER THE
      *  SAME WRITER ENQ AS THE BASE RECORD UPSERT - THE SERVICE ALSO
      *  WRITES THE INVERSE RECORD ON THE RELATED CUSTOMER.  A
      *  RECORD THE SERVICE REFUSES (UNKNOWN TYPE, BAD DATES, SEQ
      *  OUTSIDE 01-49, NO FREE INVERSE SEQ) IS REJECTED.
      ***************************************************************
       416-WRITE-REL-RECORD.
      *
           SET  RELM-FCN-UPSERT           TO TRUE
           MOVE 'N'                       TO RELM-AUDIT-SW
           MOVE CUST-CHILD-KEY-ID         TO RELM-KEY-ID
           MOVE SPACES                    TO RELM-TARGET-KEY-ID
           MOVE CUST-CHILD-RECORD         TO RELM-RECORD
      *
           MOVE 'ENQ' TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
           CALL WS-MBRRELMT USING RELM-SERVICE-PARMS
           MOVE 'DEQ' TO ENQ-DEQ-FUNC
           CALL WS-GVBUR66 USING ENQ-DEQ-PARMS-WRITE
      *
           EVALUATE TRUE
             WHEN RELM-RET-OK
                  SET  WS-REL-SERVICE-USED TO TRUE
                  ADD  +1                TO WS-REL-RCRDS-WRITTEN
             WHEN RELM-RET-NO-CLUSTER
                  SET  WS-REL-UNAVAILABLE TO TRUE
                  ADD  +1                TO WS-CHILD-RCRDS-SKIPPED
             WHEN OTHER
                  SET  WS-REL-SERVICE-USED TO TRUE
                  DISPLAY 'MLOADVS: RELATIONSHIP NOT LOADED, KEY '
                          CUST-CHILD-RECORD-KEY
                          ' RC = ' RELM-RETURN-CODE
                  PERFORM 320-REJECT-RECORD THRU 320-EXIT
           END-EVALUATE
           .
       416-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  UPSERT ONE PREFERENCE CHILD RECORD INTO CUSTPRFV, THE SAME
      *  WRITE-THEN-UPDATE PATTERN AS 411-WRITE-ADDR-RECORD, ONCE
      *  418-EDIT-THE-PREFERENCE HAS PASSED IT.  A PREFERENCE THAT
      *  CANNOT BE HONORED AS SENT IS REJECTED RATHER THAN LOADED
      *  HALF-RIGHT.
      ***************************************************************
       417-WRITE-PRF-RECORD.
      *
           PERFORM 418-EDIT-THE-PREFERENCE THRU 418-EXIT
           IF   NOT WS-PRF-EDIT-PASSED
                DISPLAY 'MLOADVS: INVALID PREFERENCE, KEY '
                        CUST-CHILD-RECORD-KEY
                MOVE 'PRFE'             TO WS-REJECT-REASON
                PERFORM 320-REJECT-RECORD THRU 320-EXIT
                GO TO 417-EXIT
           END-IF

           MOVE  WS-PRF-DDNAME         TO TP90P-DDNAME
           MOVE  TP90-VALUE-WRITE      TO TP90P-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90P-FILE-TYPE
           MOVE  TP90-VALUE-EXTEND     TO TP90P-FILE-MODE
           MOVE  SPACES                TO TP90P-RETURN-CODE
           MOVE  +0                    TO TP90P-VSAM-RETURN-CODE
           MOVE  +96                   TO TP90P-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90P-RECFM

           CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY

           IF   TP90P-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE  TP90-VALUE-UPDATE TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF

           IF   TP90P-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                TO WS-PRF-RCRDS-WRITTEN
           ELSE
                DISPLAY 'MLOADVS: ERROR WRITING ' WS-PRF-DDNAME
                        ' KEY ' CUST-CHILD-RECORD-KEY
                        ' RC = ' TP90P-RETURN-CODE
                PERFORM 320-REJECT-RECORD THRU 320-EXIT
           END-IF
           .
       417-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A PREFERENCE CHILD MUST CARRY A KNOWN PRINT FORMAT, A
      *  LANGUAGE ON THE REFCODE 'LANGUAGE' LIST (ONCE THAT LIST IS
      *  MAINTAINED THERE), AND EITHER NO DO-NOT-CALL WINDOW OR A
      *  WHOLE ONE - TWO VALID HHMM TIMES.
      ***************************************************************
       418-EDIT-THE-PREFERENCE.
      *
           MOVE 'Y'                       TO WS-PRF-EDIT-SW
      *
           IF   NOT CUST-PRF-VALID-FORMAT
                MOVE 'N'                  TO WS-PRF-EDIT-SW
                GO TO 418-EXIT
           END-IF
      *
           IF   CUST-PRF-LANGUAGE-CD NOT = SPACES
                SET  REFL-FCN-LOOKUP      TO TRUE
                MOVE 'LANGUAGE'           TO REFL-CODE-TYPE
                MOVE CUST-PRF-LANGUAGE-CD TO REFL-CODE
                MOVE ZEROES               TO REFL-AS-OF-DATE
                CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
                IF   REFL-RET-NOT-FOUND
                OR   REFL-RET-NOT-IN-FORCE
                     MOVE 'N'             TO WS-PRF-EDIT-SW
                     GO TO 418-EXIT
                END-IF
           END-IF
      *
           IF   CUST-PRF-DNC-START = SPACES
           AND  CUST-PRF-DNC-END   = SPACES
                GO TO 418-EXIT
           END-IF
           MOVE CUST-PRF-DNC-START        TO WS-PRF-HHMM
           PERFORM 419-EDIT-ONE-HHMM      THRU 419-EXIT
           MOVE CUST-PRF-DNC-END          TO WS-PRF-HHMM
           PERFORM 419-EDIT-ONE-HHMM      THRU 419-EXIT
           .
       418-EXIT.
           EXIT.
      *
      *
       419-EDIT-ONE-HHMM.
      *
           IF   WS-PRF-HHMM NOT NUMERIC
                MOVE 'N'                  TO WS-PRF-EDIT-SW
                GO TO 419-EXIT
           END-IF
           IF   WS-PRF-HHMM (1:2) > '23'
           OR   WS-PRF-HHMM (3:2) > '59'
                MOVE 'N'                  TO WS-PRF-EDIT-SW
           END-IF
           .
       419-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  UPSERT ONE EXTERNAL-ID CHILD INTO CUSTXID ONCE
      *  422-EDIT-THE-XID HAS PASSED IT.  A RESEND OF THE SAME ID
      *  AND EFFECTIVE DATE UPDATES THE ROW IN PLACE, WHICH IS HOW A
      *  SOURCE RETIRES AN ID - BY SENDING IT AGAIN WITH AN EXPIRY.
      ***************************************************************
       421-WRITE-XID-RECORD.
      *
           PERFORM 422-EDIT-THE-XID       THRU 422-EXIT
           IF   NOT WS-XID-EDIT-PASSED
                DISPLAY 'MLOADVS: INVALID EXTERNAL ID, KEY '
                        CUST-CHILD-RECORD-KEY
                MOVE 'XIDE'             TO WS-REJECT-REASON
                PERFORM 320-REJECT-RECORD THRU 320-EXIT
                GO TO 421-EXIT
           END-IF

           MOVE  CUST-CHILD-KEY-ID     TO CXID-KEY-ID
           MOVE  CUST-XID-SYSTEM-CD    TO CXID-SYSTEM-CD
           MOVE  CUST-XID-EXTERNAL-ID  TO CXID-EXTERNAL-ID
           IF   CUST-XID-EFF-DATE = SPACES
                MOVE ZEROES            TO CXID-EFF-DATE
           ELSE
                MOVE CUST-XID-EFF-DATE TO CXID-EFF-DATE
           END-IF
           IF   CUST-XID-OPEN-ENDED
                MOVE 99999999          TO CXID-EXP-DATE
           ELSE
                MOVE CUST-XID-EXP-DATE TO CXID-EXP-DATE
           END-IF
           MOVE  WS-AUDIT-RUN-DATE     TO CXID-LAST-LOAD-DATE
           MOVE  CXID-RECORD(1:52)     TO CXID-RECORD-KEY

           MOVE  WS-XID-DDNAME         TO TP90X-DDNAME
           MOVE  TP90-VALUE-WRITE      TO TP90X-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90X-FILE-TYPE
           MOVE  TP90-VALUE-EXTEND     TO TP90X-FILE-MODE
           MOVE  SPACES                TO TP90X-RETURN-CODE
           MOVE  +0                    TO TP90X-VSAM-RETURN-CODE
           MOVE  LENGTH OF CXID-RECORD TO TP90X-RECORD-LENGTH
           MOVE  TP90-VALUE-FIXED-LEN  TO TP90X-RECFM

           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 CXID-RECORD,
                                 CXID-RECORD-KEY

           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE  TP90-VALUE-UPDATE TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      CXID-RECORD,
                                      CXID-RECORD-KEY
           END-IF

           IF   TP90X-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                TO WS-XID-RCRDS-WRITTEN
           ELSE
                DISPLAY 'MLOADVS: ERROR WRITING ' WS-XID-DDNAME
                        ' KEY ' CUST-CHILD-RECORD-KEY
                        ' RC = ' TP90X-RETURN-CODE
                PERFORM 320-REJECT-RECORD THRU 320-EXIT
           END-IF
           .
       421-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  AN EXTERNAL-ID CHILD MUST NAME A SYSTEM ON THE REFCODE
      *  'XIDSYS' LIST (ONCE THAT LIST IS MAINTAINED THERE) AND AN
      *  ID, AND ITS DATES MUST BE BLANK OR CCYYMMDD WITH THE EXPIRY
      *  NO EARLIER THAN THE EFFECTIVE DATE.
      ***************************************************************
       422-EDIT-THE-XID.
      *
           MOVE 'Y'                       TO WS-XID-EDIT-SW
      *
           IF   CUST-XID-SYSTEM-CD   = SPACES
           OR   CUST-XID-EXTERNAL-ID = SPACES
                MOVE 'N'                  TO WS-XID-EDIT-SW
                GO TO 422-EXIT
           END-IF
      *
           IF   CUST-XID-EFF-DATE NOT = SPACES
           AND  CUST-XID-EFF-DATE NOT NUMERIC
                MOVE 'N'                  TO WS-XID-EDIT-SW
                GO TO 422-EXIT
           END-IF
           IF   NOT CUST-XID-OPEN-ENDED
                IF   CUST-XID-EXP-DATE NOT NUMERIC
                OR   CUST-XID-EXP-DATE < CUST-XID-EFF-DATE
                     MOVE 'N'             TO WS-XID-EDIT-SW
                     GO TO 422-EXIT
                END-IF
           END-IF
      *
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'XIDSYS  '                TO REFL-CODE-TYPE
           MOVE CUST-XID-SYSTEM-CD        TO REFL-CODE
           MOVE ZEROES                    TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           IF   REFL-RET-NOT-FOUND
           OR   REFL-RET-NOT-IN-FORCE
                MOVE 'N'                  TO WS-XID-EDIT-SW
           END-IF
           .
       422-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ THE NEXT ROW FROM THE DB2 SOURCE VIA GVBUR30'S
      *  SQL MODE.  THE ROW LANDS DIRECTLY IN TP90-FB-RECORD-AREA
      *  (SEE UR30-RECORD-AREA-ADDRESS IN 115-OPEN-SQL-SOURCE), SO
           END-IF

           SET  TP90S-ANCHOR           TO NULL
      *
      *      EACH SOURCE MEMBER NAMES ITS OWN KEY GENERATION, IF ANY.
           MOVE ZEROES                 TO WS-FEED-PII-GEN
      *
           IF   WS-DDNAME-TBL-IDX < WS-DDNAME-TBL-MAX
                ADD  +1                TO WS-DDNAME-TBL-IDX
