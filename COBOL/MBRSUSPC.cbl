      **                CANCEL  - MARK THE SUSPENDED RECORD CANCELLED  *
      **                LIST    - PRINT EVERY SUSPENSE RECORD WITH     *
      **                          ITS REASON, STATUS AND AGE IN DAYS   *
      **              EVERY LINE CARRIES THE REASON'S DESCRIPTION      *
      **              FROM THE REFCODE TABLE WHEN IT HAS ONE.          *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY - GREGORIAN-TO-JULIAN CONVERSION      *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                                                               *
      ** INPUT FILES:   MAINTENANCE REQUEST CARDS    (DDNAME=CTLCARD)  *
      **                                                               *
           05  WS-RPT-AGE              PIC -(5)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-REASON-DESC      PIC X(30).
      *
      *      REASON CODES ARE DESCRIBED FROM THE REFCODE TABLE (SEE
      *      GVBCREFL/MBRREFCD), SUSPRSN CODE TYPE.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - ONE PARAMETER AREA PER
           MOVE SUSP-KEY-ID               TO WS-RPT-KEY-ID
           MOVE SUSP-SUSP-DATE            TO WS-RPT-SUSP-DATE
           MOVE SUSP-REASON-CODE          TO WS-RPT-REASON
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE 'SUSPRSN '                TO REFL-CODE-TYPE
           MOVE SUSP-REASON-CODE          TO REFL-CODE
           MOVE SUSP-SUSP-DATE            TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           MOVE REFL-DESC                 TO WS-RPT-REASON-DESC
           MOVE SUSP-STATUS               TO WS-RPT-STATUS
           MOVE WS-SUSP-AGE-DAYS          TO WS-RPT-AGE
      *
