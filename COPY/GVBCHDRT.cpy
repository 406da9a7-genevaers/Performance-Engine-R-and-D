      *                THE DATA RECORDS BETWEEN THE HEADER AND ITS
      *                TRAILER, CARRIED IN THE LOW-ORDER 15 DIGITS.
      *
      *                THE HEADER ALSO NAMES THE PERSONAL-DATA KEY
      *                GENERATION THE DATA RECORDS' PROTECTED FIELDS
      *                ARE UNDER (SEE GVBCPIIK).  SPACES OR ZEROES
      *                MEAN CLEAR TEXT - EVERY FEED FROM OUTSIDE, AND
      *                ANY FILE WRITTEN BEFORE PROTECTION.  A READER
      *                THAT USES THE PROTECTED FIELDS REVEALS EACH
      *                RECORD UNDER THIS GENERATION, NOT THE ACTIVE
      *                ONE - A ROTATION MAY HAVE HAPPENED SINCE.
      *
      *----------------------------------------------------------------*

       01  HDRT-HEADER-RECORD.
               88  HDRT-IS-HEADER                VALUE 'HDR '.
           05  HDRT-HDR-BUSN-DATE             PIC 9(08).
           05  HDRT-HDR-FEED-ID               PIC X(08).
           05  HDRT-HDR-PII-KEY-GEN           PIC X(03).
           05  FILLER                         PIC X(73).
      *
       01  HDRT-TRAILER-RECORD.
           05  HDRT-TRL-ID                    PIC X(04).
