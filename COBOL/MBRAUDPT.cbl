           05  WS-AUDIT-REC-KEY        PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE  PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ    PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH   PIC 9(15).
      *
      *****************************************************************
      *  THE MONTH IN PROGRESS AND THE IN-FLIGHT CATALOG - 24 SLOTS,
