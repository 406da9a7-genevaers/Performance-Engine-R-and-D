      **              IS A LOOKUP INSTEAD OF AN ARGUMENT.              *
      **                                                               *
      **              TEMPLATE FORMAT (80-BYTE CARDS):                 *
      **                TEMPLATE <LETTER-ID> <LNG> <F>                 *
      **                                       STARTS A TEMPLATE       *
      **                *END                   ENDS IT                 *
      **              <LNG> (COLUMNS 19-21) IS A REFCODE LANGUAGE AND  *
      **              <F> (COLUMN 23) A PRINT FORMAT - L LARGE PRINT,  *
      **              B BRAILLE, A AUDIO.  BOTH BLANK (OR ENG/S) IS    *
      **              THE DEFAULT VARIANT EVERY LETTER MUST HAVE.      *
      **              THE CUSTOMER'S 'PRF' PREFERENCE CHILD (GVBCCHLD) *
      **              CHOOSES THE VARIANT; WHEN THE LETTER HAS NO      *
      **              VARIANT FOR THAT LANGUAGE AND FORMAT THE DEFAULT *
      **              IS SENT AND AN EXCEPTION IS WRITTEN TO CORRVEXC  *
      **              SO THE MISSING VARIANT CAN BE SUPPLIED.  THE     *
      **              VARIANT SENT IS RECORDED ON THE REGISTER.        *
      **              TOKENS: &KEYID &NAME &ADDR &CITY &ST &ZIP &DATE  *
      **              &SALUT - THE VALUE OVERWRITES THE LINE AT THE    *
      **              TOKEN POSITION FOR THE VALUE'S FULL WIDTH, SO    *
      **              THE TEMPLATE AUTHOR LEAVES ROOM.  &NAME PREFERS  *
      **              THE 'NAM' LEGAL-NAME CHILD.  &SALUT IS THE       *
      **              GREETING BUILT FROM THE 'PNM' PARSED-NAME CHILD  *
      **              (GVBCCHLD NOTE 9) - 'DEAR MS MACDONALD' FROM THE *
      **              TITLE AND SURNAME, 'DEAR JANE MACDONALD' WHEN    *
      **              THERE IS NO TITLE, AND 'DEAR SIR OR MADAM' FOR A *
      **              BUSINESS, AN UNPARSEABLE NAME OR NO PARSE.       *
      **                                                               *
      **              WHEN THE OPTIONAL CORRIDX DD IS ALLOCATED, ONE   *
      **              GVBCPSRT INDEX ROW PER PRINTED LETTER (ZIP AND   *
      **              LINE COUNT) LETS MBRPSORT PRESORT CORRPRT.       *
      **                                                               *
      **              WHEN THE OPTIONAL CUSTCTCV AND CORRMAIL DDS ARE  *
      **              ALLOCATED, A CUSTOMER WITH A CTC CHILD E-MAIL    *
      **              THAT HAS NOT BOUNCED (SEE MBRBOUNC) AND NO       *
      **              OPT-OUT ON CONSENT CHANNEL 'EMAL' (MBRCNSCK) IS  *
      **              E-MAILED INSTEAD - THE RENDERED LETTER GOES TO   *
      **              THE GATEWAY FILE (GVBCEMAL) AND IS REGISTERED    *
      **              'E', AND NOTHING IS PRINTED OR POSTED.  SUCH A   *
      **              CUSTOMER NEEDS NO DELIVERABLE POSTAL ADDRESS.    *
      **                                                               *
      **              A TRIGGER CARRYING 'L' IN COLUMN 30 IS A         *
      **              STATUTORY NOTICE (THE MBRESCH DUE-DILIGENCE      *
      **              LETTER) THAT MUST GO TO THE LAST KNOWN ADDRESS   *
      **              EVEN WHEN EVERY ADDRESS IS MARKED UNDELIVERABLE: *
      **              FAILING A DELIVERABLE ONE, THE FIRST CUSTADRV    *
      **              ADDRESS IS USED AND THE LETTER IS REGISTERED     *
      **              'L' RATHER THAN REFUSED.                         *
      **                                                               *
      **              A TRIGGER CARRYING 'P' IN COLUMN 30 IS A         *
      **              DETAILS-CHANGED NOTICE FROM MBRCHGNT: IT IS      *
      **              PRINTED, NEVER E-MAILED, TO THE PRIOR ADDRESS    *
      **              CARRIED IN COLUMNS 31-79 (LINE, CITY, STATE,     *
      **              POSTAL CODE) AND REGISTERED 'R'.  A 'P' TRIGGER  *
      **              WITH NO ADDRESS CARRIED TAKES THE USUAL POSTAL   *
      **              RULE.                                            *
      **                                                               *
      **              EVERY LETTER IS CHECKED AGAINST THE CONTACT-     *
      **              FREQUENCY CAPS (MBRCFCAP) ON THE CHANNEL IT      *
      **              WOULD GO BY, AND EVERY ONE SENT IS RECORDED ON   *
      **              THE CONTACT HISTORY.  A LETTER IS SERVICING, AND *
      **              A STATUTORY 'L' NOTICE REGULATORY - NEITHER IS   *
      **              EVER CAPPED - UNLESS CAPRULES CLASSIFIES THE     *
      **              LETTER ID AS MARKETING; A MARKETING LETTER OVER  *
      **              ITS CAP IS HELD BACK AND REGISTERED 'F'.         *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRCNSCK - CONSENT SUPPRESSION                *
      **                 MBRCFCAP - CONTACT-FREQUENCY CAPPING          *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   TRIGGER RECORDS             (DDNAME=CORRTRIG)  *
      **                LETTER TEMPLATES            (DDNAME=LETTERS)   *
      **                VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                ADDRESS CHILD CLUSTER       (DDNAME=CUSTADRV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                CONTACT CHILD CLUSTER       (DDNAME=CUSTCTCV)  *
      **                PREFERENCE CHILD CLUSTER    (DDNAME=CUSTPRFV)  *
      **                                                               *
      ** OUTPUT FILES:  PRINT-READY LETTERS         (DDNAME=CORRPRT)   *
      **                GENERATION REGISTER         (DDNAME=CORRREG)   *
      **                PRESORT LETTER INDEX        (DDNAME=CORRIDX)   *
      **                OUTBOUND E-MAIL FILE        (DDNAME=CORRMAIL)  *
      **                TEMPLATE VARIANT EXCEPTIONS (DDNAME=CORRVEXC)  *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - SOME TRIGGERS REFUSED (SEE REGISTER)      *
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
       01  WS-MBRCNSCK                 PIC X(08)  VALUE 'MBRCNSCK'.
       01  WS-MBRCFCAP                 PIC X(08)  VALUE 'MBRCFCAP'.
      *
      *      THE NAME, THE LEGAL NAME AND THE CONTACT E-MAIL ARE HELD
      *      PROTECTED (SEE GVBCPIIK) AND ARE REVEALED UNDER THE
      *      ACTIVE KEY AS EACH RECORD IS READ.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-TRIGGERS-READ-CNT        PIC S9(08) COMP VALUE +0.
       01  WS-LETTERS-PRINTED-CNT      PIC S9(08) COMP VALUE +0.
       01  WS-LETTERS-EMAILED-CNT      PIC S9(08) COMP VALUE +0.
       01  WS-EMAIL-OPTOUT-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-LETTERS-WRITTEN-CNT      PIC S9(08) COMP VALUE +0.
       01  WS-REFUSED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-CAPPED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-VARIANT-SENT-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-VARIANT-MISSING-CNT      PIC S9(08) COMP VALUE +0.
      *
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-RUN-TIME.
           05  WS-TRG-KEY-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  WS-TRG-TRIG-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TRG-ADDR-RULE        PIC X(01).
               88  WS-TRG-LAST-KNOWN-ADDR     VALUE 'L'.
               88  WS-TRG-PRIOR-ADDR          VALUE 'P'.
      *      CARRIED ONLY UNDER RULE 'P' (SEE MBRCHGNT).
           05  WS-TRG-PRIOR-ADDR-LINE  PIC X(25).
           05  WS-TRG-PRIOR-CITY       PIC X(13).
           05  WS-TRG-PRIOR-STATE      PIC X(02).
           05  WS-TRG-PRIOR-POSTAL     PIC X(09).
           05  FILLER                  PIC X(01).
      *
      *****************************************************************
      *  THE TEMPLATE STORE - UP TO 40 TEMPLATES (EACH LANGUAGE AND
      *  FORMAT VARIANT COUNTS AS ONE) OF UP TO 30 LINES, LOADED ONCE
      *  AT START-UP.
      *****************************************************************
       01  WS-TMPL-MAX                 PIC S9(04) COMP VALUE +40.
       01  WS-TMPL-LINE-MAX            PIC S9(04) COMP VALUE +30.
       01  WS-TMPL-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-TMPL-TBL.
           05  WS-TMPL-ENTRY           OCCURS 40 TIMES.
               10  WS-TMPL-ID          PIC X(08).
               10  WS-TMPL-LANGUAGE-CD PIC X(03).
               10  WS-TMPL-PRINT-FORMAT PIC X(01).
               10  WS-TMPL-LINE-CNT    PIC S9(04) COMP.
               10  WS-TMPL-LINE        OCCURS 30 TIMES PIC X(80).
       01  WS-TMPL-IDX                 PIC S9(04) COMP VALUE +0.
           88  WS-TMPL-FOUND                      VALUE 'Y'.
       01  WS-LINE-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-TMPL-CARD                PIC X(80)  VALUE SPACES.
       01  WS-TMPL-CARD-FIELDS REDEFINES WS-TMPL-CARD.
           05  FILLER                  PIC X(09).
           05  WS-TCD-LETTER-ID        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TCD-LANGUAGE-CD      PIC X(03).
               88  WS-TCD-DEFAULT-LANGUAGE        VALUE SPACES 'ENG'.
           05  FILLER                  PIC X(01).
           05  WS-TCD-PRINT-FORMAT     PIC X(01).
               88  WS-TCD-STANDARD-PRINT          VALUE SPACE 'S'.
           05  FILLER                  PIC X(57).
      *
      *****************************************************************
      *  THE VARIANT WANTED FOR THE TRIGGER IN HAND - THE CUSTOMER'S
      *  PREFERENCE WITH THE HOUSE DEFAULT (ENG, STANDARD PRINT) HELD
      *  AS BLANKS, THE SAME WAY THE TEMPLATE STORE HOLDS IT - AND
      *  THE VARIANT BEING LOOKED FOR.
      *****************************************************************
       01  WS-PRF-LANGUAGE-CD          PIC X(03)  VALUE SPACES.
       01  WS-PRF-PRINT-FORMAT         PIC X(01)  VALUE SPACE.
       01  WS-MATCH-LANGUAGE-CD        PIC X(03)  VALUE SPACES.
       01  WS-MATCH-PRINT-FORMAT       PIC X(01)  VALUE SPACE.
       01  WS-VARIANT-MISSING-SW       PIC X(01)  VALUE 'N'.
           88  WS-VARIANT-MISSING                 VALUE 'Y'.
      *
      *****************************************************************
      *  ONE TEMPLATE-VARIANT EXCEPTION - A LETTER SENT IN THE DEFAULT
      *  VARIANT BECAUSE THE ONE THE CUSTOMER PREFERS DOES NOT EXIST.
      *****************************************************************
       01  WS-VEXC-RECORD.
           05  WS-VEXC-RUN-DATE        PIC 9(08).
           05  WS-VEXC-RUN-TIME        PIC 9(06).
           05  WS-VEXC-LETTER-ID       PIC X(08).
           05  WS-VEXC-KEY-ID          PIC X(10).
           05  WS-VEXC-LANGUAGE-CD     PIC X(03).
           05  WS-VEXC-PRINT-FORMAT    PIC X(01).
           05  WS-VEXC-REG-STATUS      PIC X(01).
           05  WS-VEXC-TEXT            PIC X(40).
           05  FILLER                  PIC X(03).
      *
      *****************************************************************
      *  THE SUBSTITUTION VALUES FOR THE TRIGGER IN HAND, AND THE
       01  WS-SUB-CITY                 PIC X(13)  VALUE SPACES.
       01  WS-SUB-STATE                PIC X(02)  VALUE SPACES.
       01  WS-SUB-POSTAL               PIC X(09)  VALUE SPACES.
       01  WS-SUB-SALUTATION           PIC X(40)  VALUE SPACES.
       01  WS-DEFAULT-SALUTATION       PIC X(40)  VALUE
           'DEAR SIR OR MADAM'.
      *
       01  WS-PRINT-LINE.
           05  WS-PRT-ASA              PIC X(01).
           05  WS-REG-TRIG-DATE        PIC X(08).
           05  WS-REG-STATUS           PIC X(01).
               88  WS-REG-PRINTED         VALUE 'P'.
               88  WS-REG-LAST-KNOWN      VALUE 'L'.
               88  WS-REG-PRIOR-ADDR      VALUE 'R'.
               88  WS-REG-EMAILED         VALUE 'E'.
               88  WS-REG-NO-CUSTOMER     VALUE 'C'.
               88  WS-REG-NO-TEMPLATE     VALUE 'T'.
               88  WS-REG-NO-ADDRESS      VALUE 'A'.
               88  WS-REG-DECEASED        VALUE 'X'.
               88  WS-REG-CAPPED          VALUE 'F'.
               88  WS-REG-SENT            VALUE 'P' 'L' 'R' 'E'.
      *      THE TEMPLATE VARIANT SENT, AND 'Y' WHEN IT WAS THE DEFAULT
      *      STANDING IN FOR A MISSING PREFERRED VARIANT.
           05  WS-REG-LANGUAGE-CD      PIC X(03).
           05  WS-REG-PRINT-FORMAT     PIC X(01).
           05  WS-REG-VARIANT-MISSING  PIC X(01).
           05  FILLER                  PIC X(34).
      *
       01  WS-ADDR-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-ADDR-FOUND                      VALUE 'Y'.
       01  WS-ADDR-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-ADDR-EOF                        VALUE 'Y'.
       01  WS-LAST-KNOWN-SW            PIC X(01)  VALUE 'N'.
           88  WS-USED-LAST-KNOWN                 VALUE 'Y'.
      *
      *****************************************************************
      *  THE E-MAIL ADDRESS CHOSEN FOR THE TRIGGER IN HAND, IF ANY.
      *****************************************************************
       01  WS-EMAIL-FOUND-SW           PIC X(01)  VALUE 'N'.
           88  WS-EMAIL-FOUND                     VALUE 'Y'.
       01  WS-EMAIL-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-EMAIL-EOF                       VALUE 'Y'.
       01  WS-SUB-EMAIL                PIC X(30)  VALUE SPACES.
       01  WS-SUB-CTC-SEQ-NBR          PIC X(02)  VALUE SPACES.
      *
       COPY GVBCCHLD.
       COPY GVBCRUNC.
       COPY GVBCPSRT.
       COPY GVBCEMAL.
       COPY GVBCCNST.
       COPY GVBCCFCP.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
                                ==TP90L-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90L-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90N-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90N-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90N-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90N-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90N-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90N-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90N-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90N-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90N-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90N-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90N-ESDS==.
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
                                ==TP90V-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90V-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90V-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90V-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90V-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90V-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90V-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90V-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90V-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90V-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90V-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90P-PARAMETER-AREA==
                                ==TP90G-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90G-ESDS==.
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
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90C-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90C-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90C-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90C-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90C-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90C-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90C-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90C-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90C-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90C-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90C-ESDS==.
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
       EJECT
       PROCEDURE DIVISION.
           END-IF
           MOVE 'MBRCORR '                TO RUNC-REG-RUN-ID
           MOVE WS-TRIGGERS-READ-CNT      TO RUNC-REG-RCRDS-READ
           COMPUTE WS-LETTERS-WRITTEN-CNT = WS-LETTERS-PRINTED-CNT
                                          + WS-LETTERS-EMAILED-CNT
           MOVE WS-LETTERS-WRITTEN-CNT    TO RUNC-REG-RCRDS-WRITTEN
           COMPUTE RUNC-REG-RCRDS-REJECTED = WS-REFUSED-CNT
                                           + WS-CAPPED-CNT
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
                        'TRUNCATED PARENT NAMES ONLY'
                SET  TP90L-ANCHOR           TO NULL
           END-IF
      *
      *      NO PARSED-NAME CLUSTER MEANS EVERY &SALUT IS THE
      *      DEFAULT GREETING.
           SET  TP90N-ANCHOR              TO NULL
           MOVE 'CUSTPNMV'                TO TP90N-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90N-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90N-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90N-FILE-MODE
           MOVE SPACES                    TO TP90N-RETURN-CODE
           MOVE +0                        TO TP90N-VSAM-RETURN-CODE
           MOVE +0                        TO TP90N-RECORD-LENGTH
           MOVE SPACES                    TO TP90N-RECFM
           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90N-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCORR: CUSTPNMV DD NOT ALLOCATED, '
                        'DEFAULT SALUTATIONS ONLY'
                SET  TP90N-ANCHOR           TO NULL
           END-IF
      *
      *      NO PREFERENCE CLUSTER MEANS EVERY CUSTOMER GETS THE
      *      DEFAULT VARIANT; NO EXCEPTION FILE MEANS A MISSING
      *      VARIANT IS STILL COUNTED AND SHOWN ON THE REGISTER.
           SET  TP90F-ANCHOR              TO NULL
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
                DISPLAY 'MBRCORR: NO CUSTPRFV DD ALLOCATED, DEFAULT '
                        'TEMPLATE VARIANTS ONLY'
                SET  TP90F-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90V-ANCHOR              TO NULL
           MOVE 'CORRVEXC'                TO TP90V-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90V-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90V-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90V-FILE-MODE
           MOVE SPACES                    TO TP90V-RETURN-CODE
           MOVE +0                        TO TP90V-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-VEXC-RECORD  TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90V-RECFM
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 WS-VEXC-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCORR: NO CORRVEXC DD ALLOCATED, MISSING '
                        'VARIANTS ARE COUNTED ONLY'
                SET  TP90V-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90P-ANCHOR              TO NULL
           MOVE 'CORRPRT '                TO TP90P-DDNAME
                DISPLAY 'MBRCORR DD: CORRREG, GVBTP90 FAILED, '
                        'RET CD = ' TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90X-ANCHOR              TO NULL
           MOVE 'CORRIDX '                TO TP90X-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE LENGTH OF PSRT-INDEX-RECORD
                                          TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 PSRT-INDEX-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCORR: NO CORRIDX DD ALLOCATED, NO '
                        'PRESORT INDEX'
                SET  TP90X-ANCHOR           TO NULL
           END-IF
      *
      *      E-MAIL ROUTING NEEDS BOTH THE CONTACT CLUSTER AND THE
      *      GATEWAY FILE - WITHOUT EITHER, EVERY LETTER PRINTS.
           SET  TP90M-ANCHOR              TO NULL
           MOVE 'CORRMAIL'                TO TP90M-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90M-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90M-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90M-FILE-MODE
           MOVE SPACES                    TO TP90M-RETURN-CODE
           MOVE +0                        TO TP90M-VSAM-RETURN-CODE
           MOVE LENGTH OF EMAL-OUT-RECORD TO TP90M-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90M-RECFM
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 EMAL-OUT-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCORR: NO CORRMAIL DD ALLOCATED, ALL '
                        'LETTERS PRINT'
                SET  TP90M-ANCHOR           TO NULL
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90C-ANCHOR              TO NULL
           MOVE 'CUSTCTCV'                TO TP90C-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90C-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90C-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90C-FILE-MODE
           MOVE SPACES                    TO TP90C-RETURN-CODE
           MOVE +0                        TO TP90C-VSAM-RETURN-CODE
           MOVE +0                        TO TP90C-RECORD-LENGTH
           MOVE SPACES                    TO TP90C-RECFM
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCORR: NO CUSTCTCV DD ALLOCATED, ALL '
                        'LETTERS PRINT'
                SET  TP90C-ANCHOR           TO NULL
           END-IF
           .
       100-EXIT.
                  ELSE
                       ADD  +1             TO WS-TMPL-CNT
                       MOVE WS-TMPL-CNT    TO WS-TMPL-IDX
                       MOVE WS-TCD-LETTER-ID
                         TO WS-TMPL-ID (WS-TMPL-IDX)
                       MOVE SPACES
                         TO WS-TMPL-LANGUAGE-CD (WS-TMPL-IDX)
                            WS-TMPL-PRINT-FORMAT (WS-TMPL-IDX)
                       IF   NOT WS-TCD-DEFAULT-LANGUAGE
                            MOVE WS-TCD-LANGUAGE-CD
                              TO WS-TMPL-LANGUAGE-CD (WS-TMPL-IDX)
                       END-IF
                       IF   NOT WS-TCD-STANDARD-PRINT
                            MOVE WS-TCD-PRINT-FORMAT
                              TO WS-TMPL-PRINT-FORMAT (WS-TMPL-IDX)
                       END-IF
                       MOVE +0
                         TO WS-TMPL-LINE-CNT (WS-TMPL-IDX)
                  END-IF
      *
           ADD  +1                        TO WS-TRIGGERS-READ-CNT
      *
      *      FIND THE TEMPLATE - THE VARIANT FOR THE CUSTOMER'S
      *      LANGUAGE AND FORMAT, OR FAILING THAT THE DEFAULT ONE.
           MOVE SPACES                    TO WS-REG-LANGUAGE-CD
                                             WS-REG-PRINT-FORMAT
           MOVE 'N'                       TO WS-REG-VARIANT-MISSING
                                             WS-VARIANT-MISSING-SW
           PERFORM 320-FETCH-PREFERENCE   THRU 320-EXIT
           MOVE WS-PRF-LANGUAGE-CD        TO WS-MATCH-LANGUAGE-CD
           MOVE WS-PRF-PRINT-FORMAT       TO WS-MATCH-PRINT-FORMAT
           PERFORM 305-FIND-TEMPLATE      THRU 305-EXIT
           IF   NOT WS-TMPL-FOUND
           AND (WS-PRF-LANGUAGE-CD  NOT = SPACES
            OR  WS-PRF-PRINT-FORMAT NOT = SPACE)
                SET  WS-VARIANT-MISSING   TO TRUE
                MOVE 'Y'                  TO WS-REG-VARIANT-MISSING
                MOVE SPACES               TO WS-MATCH-LANGUAGE-CD
                                             WS-MATCH-PRINT-FORMAT
                PERFORM 305-FIND-TEMPLATE THRU 305-EXIT
           END-IF
           IF   WS-TMPL-FOUND
                MOVE WS-TMPL-LANGUAGE-CD (WS-TMPL-IDX)
                                          TO WS-REG-LANGUAGE-CD
                MOVE WS-TMPL-PRINT-FORMAT (WS-TMPL-IDX)
                                          TO WS-REG-PRINT-FORMAT
           END-IF
           IF   NOT WS-TMPL-FOUND
                MOVE 'T'                  TO WS-REG-STATUS
                PERFORM 800-WRITE-REGISTER THRU 800-EXIT
                ADD  +1                   TO WS-REFUSED-CNT
                GO TO 300-EXIT
           END-IF
           SET  PIIC-IMAGE-PARENT         TO TRUE
           PERFORM 460-REVEAL-IMAGE       THRU 460-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
      *      NO LETTER EVER GOES TO A CUSTOMER FLAGGED DECEASED BY
      *      MBRDECES - A COMPLIANCE AND A DECENCY MATTER BOTH.
                GO TO 300-EXIT
           END-IF
      *
      *      A CHANGE NOTICE GOES ON PAPER TO THE ADDRESS THE
      *      TRIGGER CARRIES - THE ONE ON FILE BEFORE THE CHANGE -
      *      AND NEVER BY E-MAIL.  WITHOUT A CARRIED ADDRESS IT
      *      FALLS THROUGH TO THE USUAL POSTAL RULE BELOW.
           IF   WS-TRG-PRIOR-ADDR
           AND  WS-TRG-PRIOR-ADDR-LINE NOT = SPACES
                MOVE WS-TRG-PRIOR-ADDR-LINE TO WS-SUB-ADDR-LINE
                MOVE WS-TRG-PRIOR-CITY    TO WS-SUB-CITY
                MOVE WS-TRG-PRIOR-STATE   TO WS-SUB-STATE
                MOVE WS-TRG-PRIOR-POSTAL  TO WS-SUB-POSTAL
                MOVE 'MAIL'               TO CFCP-CHANNEL
                PERFORM 470-CHECK-CONTACT-CAP THRU 470-EXIT
                IF   CFCP-SUPPRESS
                     GO TO 300-EXIT
                END-IF
                PERFORM 450-FETCH-LEGAL-NAME THRU 450-EXIT
                IF   SEVERE-ERROR NOT = ' '
                     GO TO 300-EXIT
                END-IF
                PERFORM 500-PRINT-THE-LETTER THRU 500-EXIT
                PERFORM 520-WRITE-PRESORT-INDEX THRU 520-EXIT
                MOVE 'R'                  TO WS-REG-STATUS
                PERFORM 800-WRITE-REGISTER THRU 800-EXIT
                ADD  +1                   TO WS-LETTERS-PRINTED-CNT
                GO TO 300-EXIT
           END-IF
      *
      *      FIND A DELIVERABLE ADDRESS AND A USABLE E-MAIL - ONE
      *      OR THE OTHER WILL DO, AND E-MAIL WINS WHEN BOTH ARE
      *      THERE.
           PERFORM 400-FIND-DELIVERABLE-ADDR THRU 400-EXIT
           MOVE 'N'                       TO WS-LAST-KNOWN-SW
           IF   NOT WS-ADDR-FOUND
           AND  WS-TRG-LAST-KNOWN-ADDR
                PERFORM 415-FIND-LAST-KNOWN-ADDR THRU 415-EXIT
           END-IF
           IF   WS-ADDR-FOUND
                MOVE CUST-ADDR-LINE       TO WS-SUB-ADDR-LINE
                MOVE CUST-ADDR-CITY       TO WS-SUB-CITY
                MOVE CUST-ADDR-STATE      TO WS-SUB-STATE
                MOVE CUST-ADDR-POSTAL-CD  TO WS-SUB-POSTAL
           ELSE
                MOVE SPACES               TO WS-SUB-ADDR-LINE
                                             WS-SUB-CITY
                                             WS-SUB-STATE
                                             WS-SUB-POSTAL
           END-IF
      *
           IF   WS-TRG-PRIOR-ADDR
                MOVE 'N'                  TO WS-EMAIL-FOUND-SW
           ELSE
                PERFORM 420-FIND-USABLE-EMAIL THRU 420-EXIT
           END-IF
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
           IF   NOT WS-ADDR-FOUND
           AND  NOT WS-EMAIL-FOUND
                MOVE 'A'                  TO WS-REG-STATUS
                PERFORM 800-WRITE-REGISTER THRU 800-EXIT
                ADD  +1                   TO WS-REFUSED-CNT
                GO TO 300-EXIT
           END-IF
      *
           IF   WS-EMAIL-FOUND
                MOVE 'EMAL'               TO CFCP-CHANNEL
           ELSE
                MOVE 'MAIL'               TO CFCP-CHANNEL
           END-IF
           PERFORM 470-CHECK-CONTACT-CAP  THRU 470-EXIT
           IF   CFCP-SUPPRESS
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 450-FETCH-LEGAL-NAME   THRU 450-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           IF   WS-EMAIL-FOUND
                PERFORM 550-EMAIL-THE-LETTER THRU 550-EXIT
                MOVE 'E'                  TO WS-REG-STATUS
                PERFORM 800-WRITE-REGISTER THRU 800-EXIT
                ADD  +1                   TO WS-LETTERS-EMAILED-CNT
                GO TO 300-EXIT
           END-IF
      *
           PERFORM 500-PRINT-THE-LETTER   THRU 500-EXIT
           PERFORM 520-WRITE-PRESORT-INDEX THRU 520-EXIT
      *
           IF   WS-USED-LAST-KNOWN
                MOVE 'L'                  TO WS-REG-STATUS
                PERFORM 800-WRITE-REGISTER THRU 800-EXIT
                ADD  +1                   TO WS-LETTERS-PRINTED-CNT
                GO TO 300-EXIT
           END-IF
           MOVE 'P'                       TO WS-REG-STATUS
           PERFORM 800-WRITE-REGISTER     THRU 800-EXIT
           ADD  +1                        TO WS-LETTERS-PRINTED-CNT
       300-EXIT.
           EXIT.
      *
      *
       305-FIND-TEMPLATE.
      *
           MOVE 'N'                       TO WS-TMPL-FOUND-SW
           MOVE +0                        TO WS-TMPL-IDX
           PERFORM 310-MATCH-ONE-TEMPLATE THRU 310-EXIT
                   UNTIL WS-TMPL-FOUND
                      OR WS-TMPL-IDX >= WS-TMPL-CNT
           .
       305-EXIT.
           EXIT.
      *
      *
       310-MATCH-ONE-TEMPLATE.
      *
           ADD  +1                        TO WS-TMPL-IDX
           IF   WS-TMPL-ID (WS-TMPL-IDX) = WS-TRG-LETTER-ID
           AND  WS-TMPL-LANGUAGE-CD (WS-TMPL-IDX)
                                          = WS-MATCH-LANGUAGE-CD
           AND  WS-TMPL-PRINT-FORMAT (WS-TMPL-IDX)
                                          = WS-MATCH-PRINT-FORMAT
                SET  WS-TMPL-FOUND        TO TRUE
           END-IF
           .
      *
      *
      ***************************************************************
      *  THE CUSTOMER'S LANGUAGE AND FORMAT FROM THE 'PRF' CHILD,
      *  WITH ENGLISH AND STANDARD PRINT HELD AS BLANKS.  NO CHILD
      *  (OR NO CUSTPRFV) MEANS THE DEFAULT.
      ***************************************************************
       320-FETCH-PREFERENCE.
      *
           MOVE SPACES                    TO WS-PRF-LANGUAGE-CD
                                             WS-PRF-PRINT-FORMAT
           IF   TP90F-ANCHOR = NULL
                GO TO 320-EXIT
           END-IF
      *
           MOVE 'CUSTPRFV'                TO TP90F-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90F-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90F-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90F-FILE-MODE
           MOVE +96                       TO TP90F-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90F-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           MOVE WS-TRG-KEY-ID             TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'PRF01'                   TO CUST-CHILD-RECORD-KEY(11:5)
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 320-EXIT
           END-IF
      *
           IF   NOT CUST-PRF-DEFAULT-LANGUAGE
                MOVE CUST-PRF-LANGUAGE-CD TO WS-PRF-LANGUAGE-CD
           END-IF
           IF   NOT CUST-PRF-STANDARD-PRINT
                MOVE CUST-PRF-PRINT-FORMAT TO WS-PRF-PRINT-FORMAT
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FIRST CUSTADRV CHILD NOT MARKED UNDELIVERABLE, THE
      *  SAME RULE THE CAMPAIGN EXTRACT APPLIES.
      ***************************************************************
       410-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A STATUTORY NOTICE WITH NO DELIVERABLE ADDRESS GOES TO THE
      *  LAST KNOWN ONE - THE FIRST CUSTADRV CHILD, UNDELIVERABLE OR
      *  NOT.  A CUSTOMER WITH NO ADDRESS AT ALL IS STILL REFUSED.
      ***************************************************************
       415-FIND-LAST-KNOWN-ADDR.
      *
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE WS-TRG-KEY-ID             TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'ADR'                     TO CUST-CHILD-RECORD-KEY(11:3)
           MOVE 'CUSTADRV'                TO TP90D-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90D-FUNCTION-CODE
           MOVE +96                       TO TP90D-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90D-RECFM
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 415-EXIT
           END-IF
      *
           MOVE TP90-VALUE-READNEXT       TO TP90D-FUNCTION-CODE
           CALL GVBTP90    USING TP90D-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90D-RETURN-CODE = TP90-VALUE-SUCCESSFUL
           AND  CUST-CHILD-KEY-ID = WS-TRG-KEY-ID
           AND  CUST-CHILD-ADDRESS
                SET  WS-ADDR-FOUND        TO TRUE
                SET  WS-USED-LAST-KNOWN   TO TRUE
           END-IF
           .
       415-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE FIRST CUSTCTCV CHILD WITH AN E-MAIL THAT HAS NOT
      *  BOUNCED, PROVIDED THE CUSTOMER HAS NOT OPTED OUT OF THE
      *  'EMAL' CHANNEL.  THE LOAD FILES ONLY CONTACTS MBRCTCED
      *  PASSED, SO A NON-BLANK E-MAIL IS ADDRESS-SHAPED.
      ***************************************************************
       420-FIND-USABLE-EMAIL.
      *
           MOVE 'N'                       TO WS-EMAIL-FOUND-SW
           MOVE 'N'                       TO WS-EMAIL-EOF-SW
           MOVE SPACES                    TO WS-SUB-EMAIL
                                             WS-SUB-CTC-SEQ-NBR
      *
           IF   TP90C-ANCHOR = NULL
           OR   TP90M-ANCHOR = NULL
                GO TO 420-EXIT
           END-IF
      *
           MOVE LOW-VALUES                TO CUST-CHILD-RECORD-KEY
           MOVE WS-TRG-KEY-ID             TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'CTC'                     TO CUST-CHILD-RECORD-KEY(11:3)
           MOVE 'CUSTCTCV'                TO TP90C-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90C-FUNCTION-CODE
           MOVE +96                       TO TP90C-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90C-RECFM
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-EMAIL-EOF         TO TRUE
           END-IF
      *
           PERFORM 430-JUDGE-ONE-CTC      THRU 430-EXIT
                   UNTIL WS-EMAIL-FOUND OR WS-EMAIL-EOF
           IF   NOT WS-EMAIL-FOUND
                GO TO 420-EXIT
           END-IF
      *
           SET  CNSC-FCN-CHECK            TO TRUE
           MOVE WS-TRG-KEY-ID             TO CNSC-KEY-ID
           MOVE 'EMAL'                    TO CNSC-CHANNEL
           CALL WS-MBRCNSCK USING CNSC-CHECK-PARMS
           IF   CNSC-SUPPRESS
                MOVE 'N'                  TO WS-EMAIL-FOUND-SW
                ADD  +1                   TO WS-EMAIL-OPTOUT-CNT
           END-IF
           .
       420-EXIT.
           EXIT.
      *
      *
       430-JUDGE-ONE-CTC.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90C-FUNCTION-CODE
           CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90C-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
           OR   CUST-CHILD-KEY-ID NOT = WS-TRG-KEY-ID
           OR   NOT CUST-CHILD-CONTACT
                SET  WS-EMAIL-EOF         TO TRUE
                GO TO 430-EXIT
           END-IF
      *
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 460-REVEAL-IMAGE       THRU 460-EXIT
           IF   SEVERE-ERROR NOT = ' '
                SET  WS-EMAIL-EOF         TO TRUE
                GO TO 430-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN CUST-CTC-EMAIL = SPACES
             WHEN CUST-CTC-EMAIL-BOUNCED
                  CONTINUE
             WHEN OTHER
                  SET  WS-EMAIL-FOUND     TO TRUE
                  MOVE CUST-CTC-EMAIL     TO WS-SUB-EMAIL
                  MOVE CUST-CHILD-SEQ-NBR TO WS-SUB-CTC-SEQ-NBR
           END-EVALUATE
           .
       430-EXIT.
           EXIT.
      *
      *
       450-FETCH-LEGAL-NAME.
      *
           PERFORM 455-BUILD-SALUTATION   THRU 455-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 450-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-SUB-NAME
           MOVE TP90-CUST-NAME            TO WS-SUB-NAME
           CALL GVBTP90    USING TP90L-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90L-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 450-EXIT
           END-IF
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 460-REVEAL-IMAGE       THRU 460-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 450-EXIT
           END-IF
           IF   CUST-NAM-LEGAL-NAME NOT = SPACES
                MOVE CUST-NAM-LEGAL-NAME  TO WS-SUB-NAME
           END-IF
           .
      *
      *
      ***************************************************************
      *  THE &SALUT GREETING FROM THE PARSED-NAME CHILD: TITLE AND
      *  SURNAME, OR FIRST NAME AND SURNAME WHEN NO TITLE WAS GIVEN.
      *  ONLY AN INDIVIDUAL'S PARTS ARE USED (SEE GVBCCHLD NOTE 9);
      *  ANYTHING ELSE GETS THE DEFAULT GREETING.
      ***************************************************************
       455-BUILD-SALUTATION.
      *
           MOVE WS-DEFAULT-SALUTATION     TO WS-SUB-SALUTATION
      *
           IF   TP90N-ANCHOR = NULL
                GO TO 455-EXIT
           END-IF
      *
           MOVE 'CUSTPNMV'                TO TP90N-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90N-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90N-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90N-FILE-MODE
           MOVE +96                       TO TP90N-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90N-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           MOVE WS-TRG-KEY-ID             TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'PNM01'                   TO CUST-CHILD-RECORD-KEY(11:5)
           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90N-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 455-EXIT
           END-IF
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 460-REVEAL-IMAGE       THRU 460-EXIT
           IF   SEVERE-ERROR NOT = ' '
           OR   NOT CUST-PNM-INDIVIDUAL
           OR   CUST-PNM-LAST = SPACES
                GO TO 455-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-SUB-SALUTATION
           IF   CUST-PNM-PREFIX NOT = SPACES
                STRING 'DEAR '            DELIMITED BY SIZE
                       CUST-PNM-PREFIX    DELIMITED BY SPACE
                       ' '                DELIMITED BY SIZE
                       CUST-PNM-LAST      DELIMITED BY '  '
                       INTO WS-SUB-SALUTATION
           ELSE
                STRING 'DEAR '            DELIMITED BY SIZE
                       CUST-PNM-FIRST     DELIMITED BY SPACE
                       ' '                DELIMITED BY SIZE
                       CUST-PNM-LAST      DELIMITED BY '  '
                       INTO WS-SUB-SALUTATION
           END-IF
           .
       455-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE PARENT (TP90) OR CHILD IMAGE IN PLACE, AS
      *  PIIC-IMAGE-TYPE SAYS.
      ***************************************************************
       460-REVEAL-IMAGE.
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
                DISPLAY 'MBRCORR: PERSONAL DATA KEY ERROR, KEY '
                        WS-TRG-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       460-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CONTACT-FREQUENCY CHECK FOR THE LETTER IN HAND ON THE
      *  CHANNEL ALREADY IN CFCP-CHANNEL.  A LETTER HELD BACK IS
      *  REGISTERED 'F'; IT IS NOT A REFUSAL, SO IT DOES NOT RAISE
      *  THE RETURN CODE.
      ***************************************************************
       470-CHECK-CONTACT-CAP.
      *
           SET  CFCP-FCN-CHECK            TO TRUE
           PERFORM 480-CALL-CAPPING       THRU 480-EXIT
           IF   CFCP-SUPPRESS
                MOVE 'F'                  TO WS-REG-STATUS
                PERFORM 800-WRITE-REGISTER THRU 800-EXIT
                ADD  +1                   TO WS-CAPPED-CNT
           END-IF
           .
       470-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ASK MBRCFCAP TO CHECK OR RECORD (AS CFCP-FUNCTION SAYS) THE
      *  LETTER - REGULATORY FOR A STATUTORY NOTICE, OTHERWISE
      *  SERVICING UNLESS A CAPRULES CARD SAYS OTHERWISE.
      ***************************************************************
       480-CALL-CAPPING.
      *
           MOVE WS-TRG-KEY-ID             TO CFCP-KEY-ID
           MOVE WS-RUN-DATE               TO CFCP-CONTACT-DATE
           MOVE WS-TRG-LETTER-ID          TO CFCP-PIECE-ID
           MOVE 'MBRCORR '                TO CFCP-SOURCE-PGM
           IF   WS-TRG-LAST-KNOWN-ADDR
                MOVE 'R'                  TO CFCP-DEFAULT-CLASS
           ELSE
                MOVE 'S'                  TO CFCP-DEFAULT-CLASS
           END-IF
           CALL WS-MBRCFCAP USING CFCP-CHECK-PARMS
           .
       480-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRINT THE TEMPLATE'S LINES - ASA '1' STARTS THE LETTER ON
      *  A FRESH PAGE, ' ' SINGLE-SPACES THE BODY, THE GVBXP8
      *  DISCIPLINE.
      *
      *
      ***************************************************************
      *  E-MAIL THE LETTER - ONE GVBCEMAL HEADER WITH THE ADDRESS
      *  AND LINE COUNT, THEN THE RENDERED LINES AS BODY RECORDS.
      ***************************************************************
       550-EMAIL-THE-LETTER.
      *
           MOVE SPACES                    TO EMAL-OUT-RECORD
           SET  EMAL-REC-HEADER           TO TRUE
           MOVE WS-TRG-KEY-ID             TO EMAL-KEY-ID
           MOVE WS-TRG-LETTER-ID          TO EMAL-LETTER-ID
           MOVE WS-SUB-CTC-SEQ-NBR        TO EMAL-CTC-SEQ-NBR
           MOVE WS-SUB-EMAIL              TO EMAL-HDR-ADDRESS
           MOVE WS-TRG-TRIG-DATE          TO EMAL-HDR-TRIG-DATE
           MOVE WS-TMPL-LINE-CNT (WS-TMPL-IDX)
                                          TO EMAL-HDR-LINE-CNT
           PERFORM 570-WRITE-EMAIL-RECORD THRU 570-EXIT
      *
           MOVE +0                        TO WS-LINE-IDX
           PERFORM 560-EMAIL-ONE-LINE     THRU 560-EXIT
                   UNTIL WS-LINE-IDX >=
                         WS-TMPL-LINE-CNT (WS-TMPL-IDX)
                      OR SEVERE-ERROR NOT = ' '
           .
       550-EXIT.
           EXIT.
      *
      *
       560-EMAIL-ONE-LINE.
      *
           ADD  +1                        TO WS-LINE-IDX
           MOVE WS-TMPL-LINE (WS-TMPL-IDX, WS-LINE-IDX)
                                          TO WS-PRT-TEXT
           PERFORM 600-SUBSTITUTE-TOKENS  THRU 600-EXIT
      *
           MOVE SPACES                    TO EMAL-OUT-RECORD
           SET  EMAL-REC-BODY             TO TRUE
           MOVE WS-TRG-KEY-ID             TO EMAL-KEY-ID
           MOVE WS-TRG-LETTER-ID          TO EMAL-LETTER-ID
           MOVE WS-SUB-CTC-SEQ-NBR        TO EMAL-CTC-SEQ-NBR
           MOVE WS-LINE-IDX               TO EMAL-BODY-LINE-NBR
           MOVE WS-PRT-TEXT               TO EMAL-BODY-TEXT
           PERFORM 570-WRITE-EMAIL-RECORD THRU 570-EXIT
           .
       560-EXIT.
           EXIT.
      *
      *
       570-WRITE-EMAIL-RECORD.
      *
           MOVE TP90-VALUE-WRITE          TO TP90M-FUNCTION-CODE
           CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                 EMAL-OUT-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90M-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCORR: ERROR WRITING CORRMAIL RC = '
                        TP90M-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       570-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE CORRIDX ROW PER LETTER, IN PRINT ORDER, FOR MBRPSORT.
      ***************************************************************
       520-WRITE-PRESORT-INDEX.
      *
           IF   TP90X-ANCHOR = NULL
           OR   SEVERE-ERROR NOT = ' '
                GO TO 520-EXIT
           END-IF
      *
           MOVE SPACES                    TO PSRT-INDEX-RECORD
           COMPUTE PSRT-IDX-LETTER-SEQ = WS-LETTERS-PRINTED-CNT + 1
           MOVE WS-TRG-KEY-ID             TO PSRT-IDX-KEY-ID
           MOVE WS-TRG-LETTER-ID          TO PSRT-IDX-LETTER-ID
           MOVE WS-SUB-POSTAL             TO PSRT-IDX-POSTAL-CD
           MOVE WS-SUB-CITY               TO PSRT-IDX-CITY
           MOVE WS-SUB-STATE              TO PSRT-IDX-STATE
           MOVE WS-TMPL-LINE-CNT (WS-TMPL-IDX)
                                          TO PSRT-IDX-LINE-CNT
           MOVE TP90-VALUE-WRITE          TO TP90X-FUNCTION-CODE
           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 PSRT-INDEX-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCORR: ERROR WRITING CORRIDX RC = '
                        TP90X-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       520-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REPLACE EVERY &TOKEN ON THE LINE.  THE VALUE OVERWRITES
      *  THE LINE AT THE TOKEN POSITION FOR THE VALUE'S FULL WIDTH,
      *  SO THE TEMPLATE AUTHOR LEAVES ROOM AFTER THE TOKEN.
                  MOVE WS-TRG-KEY-ID
                    TO WS-PRT-TEXT (WS-SCAN-IDX:10)
                  ADD  +10                TO WS-SCAN-IDX
             WHEN WS-PRT-TEXT (WS-SCAN-IDX:6) = '&SALUT'
                  MOVE WS-SUB-SALUTATION
                    TO WS-PRT-TEXT (WS-SCAN-IDX:40)
                  ADD  +40                TO WS-SCAN-IDX
             WHEN WS-PRT-TEXT (WS-SCAN-IDX:5) = '&NAME'
                  MOVE WS-SUB-NAME
                    TO WS-PRT-TEXT (WS-SCAN-IDX:60)
                        TP90G-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           IF   WS-REG-SENT
                IF   WS-REG-EMAILED
                     MOVE 'EMAL'          TO CFCP-CHANNEL
                ELSE
                     MOVE 'MAIL'          TO CFCP-CHANNEL
                END-IF
                SET  CFCP-FCN-RECORD      TO TRUE
                PERFORM 480-CALL-CAPPING  THRU 480-EXIT
           END-IF
      *
           IF   WS-VARIANT-MISSING
           AND  WS-REG-SENT
                ADD  +1                   TO WS-VARIANT-MISSING-CNT
                PERFORM 810-WRITE-VARIANT-EXCEPTION THRU 810-EXIT
           END-IF
           IF   WS-REG-SENT
           AND (WS-REG-LANGUAGE-CD  NOT = SPACES
            OR  WS-REG-PRINT-FORMAT NOT = SPACE)
                ADD  +1                   TO WS-VARIANT-SENT-CNT
           END-IF
           .
       800-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE CORRVEXC ROW FOR A LETTER THAT WENT OUT IN THE DEFAULT
      *  VARIANT BECAUSE THE CUSTOMER'S PREFERRED ONE IS NOT ON THE
      *  LETTERS DATASET.
      ***************************************************************
       810-WRITE-VARIANT-EXCEPTION.
      *
           IF   TP90V-ANCHOR = NULL
                GO TO 810-EXIT
           END-IF
      *
           MOVE SPACES                    TO WS-VEXC-RECORD
           MOVE WS-RUN-DATE               TO WS-VEXC-RUN-DATE
           MOVE WS-RUN-TIME-HHMMSS        TO WS-VEXC-RUN-TIME
           MOVE WS-TRG-LETTER-ID          TO WS-VEXC-LETTER-ID
           MOVE WS-TRG-KEY-ID             TO WS-VEXC-KEY-ID
           MOVE WS-PRF-LANGUAGE-CD        TO WS-VEXC-LANGUAGE-CD
           MOVE WS-PRF-PRINT-FORMAT       TO WS-VEXC-PRINT-FORMAT
           MOVE WS-REG-STATUS             TO WS-VEXC-REG-STATUS
           MOVE 'NO TEMPLATE VARIANT - DEFAULT SENT'
                                          TO WS-VEXC-TEXT
      *
           MOVE TP90-VALUE-WRITE          TO TP90V-FUNCTION-CODE
           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 WS-VEXC-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCORR: ERROR WRITING CORRVEXC RC = '
                        TP90V-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       810-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90N-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90N-FUNCTION-CODE
                CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90P-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90P-FUNCTION-CODE
                CALL GVBTP90    USING TP90P-PARAMETER-AREA,
                                      WS-REGISTER-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90X-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      PSRT-INDEX-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90C-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90C-FUNCTION-CODE
                CALL GVBTP90    USING TP90C-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90M-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90M-FUNCTION-CODE
                CALL GVBTP90    USING TP90M-PARAMETER-AREA,
                                      EMAL-OUT-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90F-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90F-FUNCTION-CODE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90V-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90V-FUNCTION-CODE
                CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                      WS-VEXC-RECORD,
                                      TP90-RECORD-KEY
           END-IF
      *
           SET  CNSC-FCN-CLOSE            TO TRUE
           CALL WS-MBRCNSCK USING CNSC-CHECK-PARMS
           SET  CFCP-FCN-CLOSE            TO TRUE
           CALL WS-MBRCFCAP USING CFCP-CHECK-PARMS
      *
           MOVE WS-TRIGGERS-READ-CNT      TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCORR: ' WS-DISPLAY-MASK-1 ' TRIGGERS READ'
           MOVE WS-LETTERS-PRINTED-CNT    TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCORR: ' WS-DISPLAY-MASK-1 ' LETTERS PRINTED'
           MOVE WS-LETTERS-EMAILED-CNT    TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCORR: ' WS-DISPLAY-MASK-1 ' LETTERS E-MAILED'
           MOVE WS-EMAIL-OPTOUT-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCORR: ' WS-DISPLAY-MASK-1 ' E-MAIL OPT-OUTS '
                   'PRINTED INSTEAD'
           MOVE WS-REFUSED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCORR: ' WS-DISPLAY-MASK-1 ' TRIGGERS REFUSED'
           MOVE WS-CAPPED-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCORR: ' WS-DISPLAY-MASK-1 ' LETTERS HELD BACK '
                   'BY A CONTACT CAP'
           MOVE WS-VARIANT-SENT-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCORR: ' WS-DISPLAY-MASK-1 ' SENT IN A '
                   'LANGUAGE/FORMAT VARIANT'
           MOVE WS-VARIANT-MISSING-CNT    TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCORR: ' WS-DISPLAY-MASK-1 ' SENT IN THE '
                   'DEFAULT FOR WANT OF A VARIANT'
           .
       9900-EXIT.
           EXIT.
