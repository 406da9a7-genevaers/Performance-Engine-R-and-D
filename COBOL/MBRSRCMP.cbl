      **              RUN.                                             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                PRIOR COMPOSITION           (DDNAME=SRCPRIOR)  *
           05  WS-RPT-NEWEST-DT        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-VERDICT          PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-SRC-DESC         PIC X(30).
      *
      *      SOURCE SYSTEMS ARE DESCRIBED FROM THE REFCODE TABLE (SEE
      *      GVBCREFL/MBRREFCD), SRCSYS CODE TYPE.  THE '?' BUCKET
      *      GATHERS EVERY CODE NOT IN THE LIST ABOVE.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
           END-EVALUATE
      *
           MOVE WS-SRC-CODES(WS-SRC-IDX:1) TO WS-RPT-SRC-CODE
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'SRCSYS  '                TO REFL-CODE-TYPE
           MOVE WS-SRC-CODES (WS-SRC-IDX:1) TO REFL-CODE
           MOVE ZEROES                    TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           MOVE REFL-DESC                 TO WS-RPT-SRC-DESC
           IF   REFL-DESC = SPACES
           AND  WS-SRC-CODES (WS-SRC-IDX:1) = '?'
                MOVE 'ALL OTHER SOURCE CODES' TO WS-RPT-SRC-DESC
           END-IF
           MOVE WS-CC-COUNT (WS-SRC-IDX)  TO WS-RPT-COUNT
           MOVE WS-CURR-SHARE             TO WS-RPT-SHARE
           MOVE WS-PRIOR-SHARE            TO WS-RPT-PRIOR-SHARE
