      **                                                               *
      ** DESCRIPTION: CONSENT STORE MAINTENANCE (SEE GVBCCNST).  ONE   *
      **              CARD PER PREFERENCE CHANGE - CUSTOMER KEY,       *
      **              CHANNEL (MAIL/FEED/DIST/EMAL) AND FLAG (I=OPT    *
      **              IN, O=OPT OUT) - UPSERTED INTO THE CONSENT KSDS  *
      **              WITH TODAY AS THE SET DATE.  EVERY CARD IS       *
      **              ECHOED ON THE REGISTER WITH ITS RESULT, SO THE   *
      **              PRIVACY OFFICE HAS A PAPER TRAIL OF WHO WAS      *
             WHEN WS-CARD-CHANNEL NOT = 'MAIL'
              AND WS-CARD-CHANNEL NOT = 'FEED'
              AND WS-CARD-CHANNEL NOT = 'DIST'
              AND WS-CARD-CHANNEL NOT = 'EMAL'
                  ADD  +1                 TO WS-ERROR-CNT
                  MOVE 'UNKNOWN CHANNEL        ' TO WS-RPT-RESULT
             WHEN WS-CARD-OPT-FLAG NOT = 'I'
