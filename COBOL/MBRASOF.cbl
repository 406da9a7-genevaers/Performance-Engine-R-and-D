           05  WS-AUDIT-REC-KEY        PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE  PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ    PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH   PIC 9(15).
      *
       01  WORK-RECORD-KEY             PIC X(10).
       01  WORK-RECORD.
