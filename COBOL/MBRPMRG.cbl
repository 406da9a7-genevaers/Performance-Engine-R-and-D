           05  WS-READSUM-PARTITIONS   PIC -9(9).
           05  WS-READSUM-REJECTS      PIC -9(9).
           05  WS-READSUM-FILTERED     PIC -9(9).
           05  WS-READSUM-RUN-DATE     PIC 9(08).
       01  WS-READSUM-READ-NBR         PIC S9(11) COMP-3 VALUE +0.
      *
      *****************************************************************
