      **              TO THE FIFTEENTH.  THE AUDITED WRITE PATH        *
      **              (MBRAUDWR) AND THE MBRCKSWP SWEEP BOTH CALL      *
      **              HERE, SO STORED AND RECOMPUTED HASHES CAN        *
      **              NEVER DRIFT BY ALGORITHM.  FUNCTION 'A' FOLDS    *
      **              THE IMAGE HASH INTO THE CALLER'S RUNNING VALUE   *
      **              FOR WHOLE-CLUSTER HASHES (MBRBKSET/MBRBKRST).    *
      **                                                               *
      ** MODULES CALLED: NONE                                          *
      **                                                               *
       01  WS-WORD-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-WORD-VALUE               PIC S9(10) COMP-3 VALUE +0.
       01  WS-HASH-ACCUM               PIC S9(17) COMP-3 VALUE +0.
       01  WS-HASH-QUOTIENT            PIC S9(17) COMP-3 VALUE +0.
       01  WS-HASH-MODULUS             PIC S9(16) COMP-3
                                       VALUE +1000000000000000.
      *
       01  LS-COMPUTE-PARMS.
           05  LS-FUNCTION                    PIC X(01).
               88  LS-FCN-HASH                   VALUE 'H'.
               88  LS-FCN-ACCUMULATE             VALUE 'A'.
           05  LS-RECORD-IMAGE                PIC X(96).
           05  LS-HASH-RESULT                 PIC 9(15).
           05  LS-RETURN-CODE                 PIC X(01).
       000-MAIN-LOGIC.
      *
           IF   NOT LS-FCN-HASH
           AND  NOT LS-FCN-ACCUMULATE
                MOVE '8'                  TO LS-RETURN-CODE
                MOVE ZEROES               TO LS-HASH-RESULT
                GO TO 000-GOBACK
           MOVE +0                        TO WS-WORD-IDX
           PERFORM 100-FOLD-ONE-WORD      THRU 100-EXIT
                   UNTIL WS-WORD-IDX >= +24
      *
           IF   LS-FCN-ACCUMULATE
                COMPUTE WS-HASH-ACCUM =
                        LS-HASH-RESULT * +31
                      + WS-HASH-ACCUM
                DIVIDE WS-HASH-MODULUS     INTO WS-HASH-ACCUM
                       GIVING WS-HASH-QUOTIENT
                       REMAINDER WS-HASH-ACCUM
           END-IF
           MOVE WS-HASH-ACCUM             TO LS-HASH-RESULT
           .
       000-GOBACK.
