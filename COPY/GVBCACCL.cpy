      *                MBRACCRP SUMMARIZES THE JOURNAL FOR THE
      *                PRIVACY OFFICE'S ACCESS-MONITORING REVIEWS.
      *
      *                THE OTHER ONLINE TRANSACTIONS THAT LOG HERE
      *                (MBRCBRW, MBRCPHON, MBRCARCH, AND MBRCUPD FOR
      *                ITS DENIALS) USE THE SAME RECORD.  ACCL-TRAN-ID
      *                IS THE ENTITLEMENT TRANSACTION (GVBCENTL) THE
      *                ACCESS RAN UNDER, BLANK ON RECORDS LOGGED
      *                BEFORE IT WAS CARRIED.  MBRCUPD ALSO LOGS
      *                EVERY CHANGE IT APPLIES WITH RESULT 'U',
      *                STAMPED WITH THE SAME DATE AND TIME AS THE
      *                RECORD'S MAINTENANCE METADATA, SO MBRENTUR CAN
      *                NAME THE OPERATOR BEHIND EACH MCUP CHANGE IN
      *                CUSTNAUD.
      *
      *----------------------------------------------------------------*

       01  ACCL-RECORD.
               88  ACCL-RESULT-NOT-FOUND          VALUE 'N'.
               88  ACCL-RESULT-ERROR              VALUE 'E'.
               88  ACCL-RESULT-DENIED             VALUE 'D'.
               88  ACCL-RESULT-UPDATED            VALUE 'U'.
           05  ACCL-TRAN-ID                   PIC X(04).
           05  FILLER                         PIC X(27).
