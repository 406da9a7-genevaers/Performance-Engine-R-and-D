           END-IF
      *
           ADD  +1                        TO WS-OPR-TOTAL (WS-OPR-IDX)
      *      AN MBRCUPD CHANGE ('U') READ THE RECORD IT CHANGED.
           IF   ACCL-RESULT-FOUND
           OR   ACCL-RESULT-UPDATED
                ADD  +1                   TO WS-OPR-FOUND (WS-OPR-IDX)
           ELSE
                ADD  +1                   TO WS-OPR-NOT-FOUND
