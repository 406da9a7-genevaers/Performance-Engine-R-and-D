      *                  FEED - OUTBOUND FILE EXTRACTS (WAREHOUSE,
      *                         OPEN-SYSTEMS CUSTNAMD)
      *                  DIST - DISTRIBUTED MQ REPLIES
      *                  EMAL - E-MAILED CORRESPONDENCE (MBRCORR
      *                         PRINTS THE LETTER INSTEAD)
      *
      *                THE MODEL IS OPT-OUT: NO RECORD (OR AN 'I'
      *                RECORD) MEANS THE CUSTOMER MAY APPEAR; AN 'O'
