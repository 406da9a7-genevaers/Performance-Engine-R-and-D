      *                  0 (OR BLANK) - NOTHING MASKED
      *                  1 - CONTACT-SENSITIVE FIELDS MASKED
      *                  2 - NAME, ADDRESS AND AGREEMENT ID MASKED
      *                AND THE RESTRICTED-ACCESS LEVEL, NEEDED FOR
      *                CUSTOMERS ON THE RESTRICT REGISTER (EMPLOYEES,
      *                BOARD MEMBERS, PUBLIC FIGURES - SEE GVBCRCUS):
      *                  0 (OR BLANK) - RESTRICTED CUSTOMERS REFUSED,
      *                                 OR MASKED IN A LIST
      *                  1 - RESTRICTED CUSTOMERS MAY BE VIEWED
      *                  2 - RESTRICTED CUSTOMERS MAY BE VIEWED AND
      *                      CHANGED
      *                MBRENTCK ANSWERS THE LEVEL WITH EVERY CHECK
      *                (ENTC-RESTRICT-LEVEL) FOR THE CALLER TO HAND TO
      *                THE MBRRCUCK CHECKER (SEE GVBCRCUC); WITH NO
      *                ENTITLE DD IT IS ANSWERED AS 2, THE PRE-
      *                ENTITLEMENT BEHAVIOR, THOUGH EVERY ACCESS IS
      *                STILL JOURNALED.
      *
      *                CHECKED BY MBRCINQ, MBRCBRW AND MBRCUPD
      *                THROUGH MBRENTCK BEFORE ANY RECORD IS SHOWN
      *                RECORD IN A LIVE STORE IS DENIED.
      *
      *                RECERTIFIED QUARTERLY THROUGH THE MBRENTRP
      *                LISTING, WITH THE EVIDENCE OF ACTUAL USE FROM
      *                THE MBRENTUR RECONCILIATION.
      *
      *                AN OPERATOR IS REVOKED BY SETTING THE REVOKED
      *                DATE, NOT BY DELETING THE RECORD: FROM THAT
      *                DATE MBRENTCK DENIES EVERYTHING, AND MBRENTUR
      *                CAN STILL TELL AN ID THAT ACTED AFTER ITS
      *                REVOCATION FROM ONE THAT NEVER HELD ANY
      *                ENTITLEMENT.  SPACES MEAN IN FORCE.
      *
      *----------------------------------------------------------------*

               88  ENTL-MASK-NONE                VALUE '0' ' '.
               88  ENTL-MASK-CONTACT             VALUE '1'.
               88  ENTL-MASK-FULL                VALUE '2'.
           05  ENTL-REVOKED-DATE              PIC X(08).
               88  ENTL-IN-FORCE                 VALUE SPACES.
           05  ENTL-RESTRICT-LEVEL            PIC X(01).
               88  ENTL-RESTRICT-NONE            VALUE '0' ' '.
               88  ENTL-RESTRICT-VIEW            VALUE '1'.
               88  ENTL-RESTRICT-CHANGE          VALUE '2'.
           05  FILLER                         PIC X(02).
      *
       01  ENTC-CHECK-PARMS.
           05  ENTC-FUNCTION                  PIC X(01).
           05  ENTC-RETURN-CODE               PIC X(01).
               88  ENTC-RET-OK                   VALUE '0'.
               88  ENTC-RET-NO-ENTITLE-DD        VALUE '4'.
           05  ENTC-RESTRICT-LEVEL            PIC X(01).
