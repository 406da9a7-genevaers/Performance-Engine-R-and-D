      ** DESCRIPTION: ENTITLEMENT RECERTIFICATION LISTING (SEE         *
      **              GVBCENTL).  BROWSES THE ENTITLE KSDS AND PRINTS  *
      **              EVERY OPERATOR'S PERMITTED TRANSACTIONS, KEY     *
      **              RANGE, MASKING LEVEL, ANY REVOCATION DATE AND    *
      **              THE RESTRICTED-CUSTOMER ACCESS LEVEL - THE       *
      **              LISTING THE PRIVACY OFFICE SIGNS AT THE          *
      **              QUARTERLY REVIEW, ALONGSIDE THE MBRENTUR USAGE   *
      **              RECONCILIATION.                                  *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
           05  WS-RPT-HIGH-KEY         PIC X(10).
           05  FILLER                  PIC X(06)  VALUE ' MASK '.
           05  WS-RPT-MASK-LEVEL       PIC X(01).
           05  WS-RPT-REVOKED-LIT      PIC X(09).
           05  WS-RPT-REVOKED-DATE     PIC X(08).
           05  FILLER                  PIC X(06)  VALUE ' RSTR '.
           05  WS-RPT-RESTRICT-LEVEL   PIC X(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
      *
       01  WS-TRAN-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-TRAN-POS                 PIC S9(04) COMP VALUE +1.
           MOVE ENTL-LOW-KEY              TO WS-RPT-LOW-KEY
           MOVE ENTL-HIGH-KEY             TO WS-RPT-HIGH-KEY
           MOVE ENTL-MASK-LEVEL           TO WS-RPT-MASK-LEVEL
           IF   ENTL-IN-FORCE
                MOVE SPACES               TO WS-RPT-REVOKED-LIT
           ELSE
                MOVE ' REVOKED '          TO WS-RPT-REVOKED-LIT
           END-IF
           MOVE ENTL-REVOKED-DATE         TO WS-RPT-REVOKED-DATE
           IF   ENTL-RESTRICT-LEVEL = SPACE
                MOVE '0'                  TO WS-RPT-RESTRICT-LEVEL
           ELSE
                MOVE ENTL-RESTRICT-LEVEL  TO WS-RPT-RESTRICT-LEVEL
           END-IF
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
