      **              GVBCENTL FOR THE CALLING INTERFACE).  GIVEN AN   *
      **              OPERATOR, A TRANSACTION AND A CUSTOMER KEY,      *
      **              ANSWERS WHETHER THE OPERATOR MAY PROCEED AND AT  *
      **              WHAT FIELD-MASKING LEVEL, AND THE OPERATOR'S     *
      **              RESTRICTED-CUSTOMER ACCESS LEVEL (SEE GVBCRCUS). *
      **              NO ENTITLE DD MEANS THE STORE IS NOT IN FORCE    *
      **              AND EVERYTHING IS ALLOWED UNMASKED (THE PRE-     *
      **              ENTITLEMENT BEHAVIOR); WITH A LIVE STORE, AN     *
      **              OPERATOR WITHOUT A RECORD IS DENIED, AS IS ONE   *
      **              WHOSE REVOKED DATE HAS BEEN REACHED.  THE DD IS  *
      **              OPENED AND CLOSED AROUND EACH CHECK, THE PER-    *
      **              TASK CONVENTION THE PSEUDO-CONVERSATIONAL CICS   *
      **              CALLERS NEED.                                    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
       01  WS-TRAN-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-TRAN-MATCH-SW            PIC X(01)  VALUE 'N'.
           88  WS-TRAN-MATCHED                    VALUE 'Y'.
       01  WS-TODAY                    PIC X(08)  VALUE SPACES.
      *
       COPY GVBCENTL.
      *
           05  LS-ALLOW-SW                    PIC X(01).
           05  LS-MASK-LEVEL                  PIC X(01).
           05  LS-RETURN-CODE                 PIC X(01).
           05  LS-RESTRICT-LEVEL              PIC X(01).
      *
       PROCEDURE DIVISION USING LS-CHECK-PARMS.
      *
           MOVE 'Y'                       TO LS-ALLOW-SW
           MOVE '0'                       TO LS-MASK-LEVEL
           MOVE '0'                       TO LS-RETURN-CODE
           MOVE '2'                       TO LS-RESTRICT-LEVEL
      *
           IF   LS-FCN-CHECK
                PERFORM 200-CHECK-ONE-OPERATOR THRU 200-EXIT
                MOVE '4'                  TO LS-RETURN-CODE
                GO TO 200-EXIT
           END-IF
      *
      *      WITH A LIVE STORE THE RESTRICTED-CUSTOMER LEVEL IS ONLY
      *      WHAT THE OPERATOR'S OWN RECORD GRANTS.
           MOVE '0'                       TO LS-RESTRICT-LEVEL
      *
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE LENGTH OF ENTL-RECORD     TO TP90-RECORD-LENGTH
      *
      *
       250-JUDGE-ENTITLEMENT.
      *
      *      A REVOKED OPERATOR IS DENIED FROM THE REVOKED DATE ON,
      *      WHATEVER THE REST OF THE RECORD STILL SAYS.
           IF   NOT ENTL-IN-FORCE
                ACCEPT WS-TODAY           FROM DATE YYYYMMDD
                IF   ENTL-REVOKED-DATE <= WS-TODAY
                     MOVE 'N'             TO LS-ALLOW-SW
                     GO TO 250-EXIT
                END-IF
           END-IF
      *
           MOVE 'N'                       TO WS-TRAN-MATCH-SW
           MOVE +0                        TO WS-TRAN-IDX
           ELSE
                MOVE ENTL-MASK-LEVEL      TO LS-MASK-LEVEL
           END-IF
      *
           IF   ENTL-RESTRICT-VIEW
           OR   ENTL-RESTRICT-CHANGE
                MOVE ENTL-RESTRICT-LEVEL  TO LS-RESTRICT-LEVEL
           END-IF
           .
       250-EXIT.
           EXIT.
