      *                RECORD.  A CHILD RECORD IS THE SAME 96 BYTES
      *                BUT CARRIES A RECORD-TYPE CODE ('ADR' FOR AN
      *                ADDRESS RECORD, 'CTC' FOR A CONTACT RECORD,
      *                'NAM' FOR A FULL LEGAL NAME, 'REL' FOR A
      *                RELATIONSHIP TO ANOTHER CUSTOMER, 'PRF' FOR
      *                CORRESPONDENCE PREFERENCES, 'PNM' FOR THE NAME
      *                SPLIT INTO ITS PARTS) IN
      *                BYTES 11-13, WHERE A BASE CUSTNAME RECORD
      *                ALWAYS CARRIES THE ALL-NUMERIC CCYYMMDD
      *                PLCY-TERM-EFF-DT - SO THE TWO KINDS CAN BE
      *                TRUNCATED PARENT NAME WHENEVER IT IS PRESENT.
      *                ITS CLUSTER IS CUSTLGNV - 'CUSTNAMV' WAS
      *                ALREADY TAKEN BY THE PARENT.
      *             4) THE 'REL' CHILD LINKS THE CUSTOMER TO ANOTHER
      *                CUSTOMER (SPOUSE, GUARANTOR, POWER OF ATTORNEY
      *                AND THE REST OF THE GVBCRELT TYPE TABLE).  ITS
      *                CLUSTER IS CUSTRELV AND EVERY RECORD HAS AN
      *                INVERSE ON THE RELATED CUSTOMER, SO CUSTRELV IS
      *                ONLY EVER WRITTEN THROUGH MBRRELMT, WHICH KEEPS
      *                THE TWO SIDES IN STEP.  AN END DATE OF SPACES
      *                OR ZEROES MEANS OPEN-ENDED.
      *             5) BYTES 93-96 ARE FILLER IN EVERY VIEW ABOVE AND
      *                CARRY CUST-CHILD-UPD-IDENT, THE FOUR-BYTE STAMP
      *                OF THE LAST PROGRAM TO CHANGE THE CHILD - THE
      *                CHILD'S COUNTERPART OF THE PARENT'S
      *                CUST-UPD-IDENT (MCCH ONLINE, NCOA, ADRS FOR
      *                STANDARDIZATION, MASS FOR A MASS CHANGE).  IT
      *                LIES OUTSIDE THE JOINED SHAPE (NOTE 2) AND IS
      *                READ FROM THE CUSTNAUD IMAGES, E.G. BY MBRCHGNT.
      *             6) THE 'PRF' CHILD HOLDS THE CUSTOMER'S LANGUAGE
      *                AND ACCESSIBILITY PREFERENCES - ONE PER
      *                CUSTOMER (SEQ 01) ON CLUSTER CUSTPRFV.  THE
      *                LANGUAGE IS A REFCODE 'LANGUAGE' CODE; BLANK
      *                LANGUAGE OR FORMAT MEANS THE HOUSE DEFAULT
      *                (ENGLISH, STANDARD PRINT), AS DOES NO RECORD
      *                AT ALL.  MBRCORR PICKS THE TEMPLATE VARIANT
      *                FROM IT AND MBRCAMPN ROUTES LARGE-PRINT,
      *                BRAILLE AND AUDIO PIECES TO THE SPECIALIST
      *                VENDOR'S FILE.  THE DO-NOT-CALL WINDOW IS
      *                LOCAL HHMM TO HHMM (END BEFORE START SPANS
      *                MIDNIGHT); SPACES MEAN NO RESTRICTION.
      *             7) THE 'XID' CHILD CARRIES AN ID ANOTHER SYSTEM
      *                KNOWS THE CUSTOMER BY (A REFCODE 'XIDSYS'
      *                SYSTEM CODE PLUS THAT SYSTEM'S OWN ID).  IT IS
      *                A FEED RECORD ONLY: MLOADVS POSTS IT TO THE
      *                CUSTXID CROSS-REFERENCE (SEE GVBCCXID) RATHER
      *                THAN TO A CHILD CLUSTER, AND ITS SEQ-NBR IS NOT
      *                PART OF THE CUSTXID KEY.  A BLANK EFFECTIVE
      *                DATE MEANS IN FORCE FROM THE START (STORED AS
      *                ZEROES, SO A DAILY RESEND UPDATES ONE ROW
      *                RATHER THAN ADDING ONE), A BLANK EXPIRY
      *                OPEN-ENDED.
      *             8) ONE ADR CHILD PER CUSTOMER IS ITS PRIMARY
      *                ADDRESS, FLAGGED 'P' IN CUST-ADDR-PRIMARY-FLAG
      *                (ANY OTHER VALUE MEANS NOT PRIMARY).  THE
      *                PARENT'S 20-BYTE ADDRESS LINE, CITY AND STATE
      *                ARE THE PRIMARY CHILD'S, CUT TO FIT; MBRADRCK
      *                CHECKS THE TWO NIGHTLY AND, IN ITS RESYNC
      *                MODE, REWRITES THE PARENT FROM THE PRIMARY
      *                CHILD.  THE FLAG COMES FROM THE FEED, FROM AN
      *                OPERATOR (DATA POSITION 65 OF AN MBRCCHLD ADR
      *                COMMAND - A CHANGE THAT LEAVES IT BLANK KEEPS
      *                THE STORED FLAG, SO A DESIGNATION IS REMOVED
      *                BY KEYING 'N') OR FROM THE RESYNC, WHICH
      *                DESIGNATES THE FIRST ADR CHILD OF A CUSTOMER
      *                THAT HAS NONE.  A CUSTOMER WITH MORE THAN ONE
      *                FLAGGED CHILD IS LEFT FOR A DATA STEWARD.
      *             9) THE 'PNM' CHILD IS THE CUSTOMER'S NAME SPLIT BY
      *                THE MBRNMPRS SERVICE (SEE GVBCNMPR) INTO
      *                PREFIX, FIRST, MIDDLE, LAST AND SUFFIX - ONE
      *                PER CUSTOMER (SEQ 01) ON CLUSTER CUSTPNMV.  IT
      *                IS DERIVED, NEVER SENT ON THE FEED: THE NAME
      *                PARSED IS THE 'NAM' LEGAL NAME WHEN THERE IS
      *                ONE (SOURCE 'L'), OTHERWISE THE PARENT'S
      *                CUST-NAME (SOURCE 'P').  MLOADVS, MBRCUPD AND
      *                MBRCCHLD (AND MBRCAPPR AND MBRFRZAP FOR THE
      *                CHANGES THEY APPLY LATER) REWRITE IT WHENEVER
      *                THE NAME IT CAME FROM CHANGES, AND MBRPNMBL
      *                RE-PARSES EVERY CUSTOMER NIGHTLY, CORRECTING
      *                ANY DRIFT AND REPORTING THE NAMES IT CANNOT
      *                PARSE.  A BUSINESS NAME IS NOT SPLIT (TYPE 'B')
      *                AND AN UNPARSEABLE ONE IS KEPT AS TYPE 'U', BOTH
      *                WITH THE PARTS BLANK, SO READERS USE THE PARTS
      *                ONLY FOR TYPE 'I' AND THE WHOLE NAME OTHERWISE.
      *                THE PARTS ARE PROTECTED LIKE THE CONTACT FIELDS
      *                (SEE GVBCPIIK).
      *
      *----------------------------------------------------------------*

               88  CUST-CHILD-ADDRESS                VALUE 'ADR'.
               88  CUST-CHILD-CONTACT                VALUE 'CTC'.
               88  CUST-CHILD-LEGAL-NAME             VALUE 'NAM'.
               88  CUST-CHILD-RELATIONSHIP           VALUE 'REL'.
               88  CUST-CHILD-PREFERENCE             VALUE 'PRF'.
               88  CUST-CHILD-EXTERNAL-ID            VALUE 'XID'.
               88  CUST-CHILD-PARSED-NAME            VALUE 'PNM'.
           05  CUST-CHILD-SEQ-NBR             PIC X(02).
           05  CUST-CHILD-DATA                PIC X(81).
      *
               88  CUST-ADDR-UNDELIVERABLE       VALUE 'U'.
           05  CUST-ADDR-RETURN-REASON        PIC X(03).
           05  CUST-ADDR-RETURN-DATE          PIC X(08).
      *      PRIMARY-ADDRESS DESIGNATION (NOTE 8).
           05  CUST-ADDR-PRIMARY-FLAG         PIC X(01).
               88  CUST-ADDR-PRIMARY             VALUE 'P'.
           05  FILLER                         PIC X(16).
      *
       01  CUST-CHILD-CTC-FIELDS   REDEFINES  CUST-CHILD-RECORD.
           05  FILLER                         PIC X(15).
           05  CUST-CTC-PHONE                 PIC X(10).
           05  CUST-CTC-EMAIL                 PIC X(30).
           05  CUST-CTC-TYPE-CD               PIC X(01).
      *      E-MAIL BOUNCE MARKING - SET BY MBRBOUNC WHEN THE MAIL
      *      GATEWAY REPORTS A HARD BOUNCE, CLEARED WHEN A STEWARD
      *      CORRECTS THE ADDRESS.  MBRCORR PRINTS INSTEAD OF
      *      E-MAILING WHILE THE FLAG IS 'B'.  THIS IS THE LAST
      *      BYTE THE JOINED SHAPE CARRIES (NOTE 2), SO THE BOUNCE
      *      REASON AND DATE ARE KEPT ON THE MBRBOUNC REGISTER, THE
      *      CHANGE ITSELF ON THE AUDIT TRAIL.
           05  CUST-CTC-EMAIL-STATUS          PIC X(01).
               88  CUST-CTC-EMAIL-BOUNCED        VALUE 'B'.
           05  FILLER                         PIC X(14).
      *
       01  CUST-CHILD-NAM-FIELDS   REDEFINES  CUST-CHILD-RECORD.
           05  FILLER                         PIC X(15).
           05  CUST-NAM-LEGAL-NAME            PIC X(60).
           05  FILLER                         PIC X(21).
      *
       01  CUST-CHILD-REL-FIELDS   REDEFINES  CUST-CHILD-RECORD.
           05  FILLER                         PIC X(15).
           05  CUST-REL-RELATED-KEY-ID        PIC X(10).
           05  CUST-REL-TYPE-CD               PIC X(03).
           05  CUST-REL-EFF-DATE              PIC X(08).
           05  CUST-REL-END-DATE              PIC X(08).
               88  CUST-REL-OPEN-ENDED           VALUE SPACES
                                                       '00000000'.
           05  CUST-REL-INVERSE-SEQ           PIC X(02).
           05  CUST-REL-ORIGIN-CD             PIC X(01).
               88  CUST-REL-STATED               VALUE 'S'.
               88  CUST-REL-INVERSE              VALUE 'I'.
           05  FILLER                         PIC X(49).
      *
       01  CUST-CHILD-PRF-FIELDS   REDEFINES  CUST-CHILD-RECORD.
           05  FILLER                         PIC X(15).
           05  CUST-PRF-LANGUAGE-CD           PIC X(03).
               88  CUST-PRF-DEFAULT-LANGUAGE     VALUE SPACES 'ENG'.
           05  CUST-PRF-PRINT-FORMAT          PIC X(01).
               88  CUST-PRF-STANDARD-PRINT       VALUE SPACE 'S'.
               88  CUST-PRF-LARGE-PRINT          VALUE 'L'.
               88  CUST-PRF-BRAILLE              VALUE 'B'.
               88  CUST-PRF-AUDIO                VALUE 'A'.
               88  CUST-PRF-ACCESSIBLE-FORMAT    VALUE 'L' 'B' 'A'.
               88  CUST-PRF-VALID-FORMAT         VALUE SPACE 'S' 'L'
                                                       'B' 'A'.
           05  CUST-PRF-DNC-START             PIC X(04).
           05  CUST-PRF-DNC-END               PIC X(04).
           05  FILLER                         PIC X(69).
      *
       01  CUST-CHILD-XID-FIELDS   REDEFINES  CUST-CHILD-RECORD.
           05  FILLER                         PIC X(15).
           05  CUST-XID-SYSTEM-CD             PIC X(04).
           05  CUST-XID-EXTERNAL-ID           PIC X(30).
           05  CUST-XID-EFF-DATE              PIC X(08).
           05  CUST-XID-EXP-DATE              PIC X(08).
               88  CUST-XID-OPEN-ENDED           VALUE SPACES
                                                       '99999999'.
           05  FILLER                         PIC X(31).
      *
       01  CUST-CHILD-PNM-FIELDS   REDEFINES  CUST-CHILD-RECORD.
           05  FILLER                         PIC X(15).
      *      SAME LAYOUT AS NMPR-NAME-PARTS IN GVBCNMPR.
           05  CUST-PNM-NAME-PARTS.
               10  CUST-PNM-PREFIX            PIC X(05).
               10  CUST-PNM-FIRST             PIC X(15).
               10  CUST-PNM-MIDDLE            PIC X(15).
               10  CUST-PNM-LAST              PIC X(25).
               10  CUST-PNM-SUFFIX            PIC X(05).
           05  CUST-PNM-NAME-TYPE             PIC X(01).
               88  CUST-PNM-INDIVIDUAL           VALUE 'I'.
               88  CUST-PNM-BUSINESS             VALUE 'B'.
               88  CUST-PNM-UNPARSED             VALUE 'U'.
           05  CUST-PNM-SOURCE                PIC X(01).
               88  CUST-PNM-FROM-LEGAL-NAME      VALUE 'L'.
               88  CUST-PNM-FROM-PARENT          VALUE 'P'.
           05  FILLER                         PIC X(14).
      *
       01  CUST-CHILD-STAMP-FIELDS REDEFINES  CUST-CHILD-RECORD.
           05  FILLER                         PIC X(92).
           05  CUST-CHILD-UPD-IDENT           PIC X(04).
      *
       01  CUST-JOINED-EVENT-RECORD.
           05  CUST-JOIN-KEY-ID               PIC X(10).
