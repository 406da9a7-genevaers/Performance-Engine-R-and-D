      **              MLOADVS AT LOAD TIME AND BY THE MBRCTCSW SWEEP   *
      **              SO THE TWO CAN NEVER DRIFT APART.                *
      **                                                               *
      ** MODULES CALLED: MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                                                               *
      ******************************************************************
      *
           88  WS-AT-SEEN                         VALUE 'Y'.
       01  WS-DOT-SEEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-DOT-SEEN                        VALUE 'Y'.
      *
      *      A CONTACT TYPE MUST BE IN FORCE ON THE REFCODE TABLE
      *      (SEE GVBCREFL/MBRREFCD) WHEN THE TABLE CARRIES THE
      *      CTCTYPE CODE TYPE.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
       LINKAGE SECTION.
      *
           IF   LS-REASON-CD NOT = SPACES
                GO TO 000-VERDICT
           END-IF
      *
           IF   WS-CTC-TYPE-CD NOT = SPACES
                SET  REFL-FCN-LOOKUP      TO TRUE
                MOVE 'CTCTYPE '           TO REFL-CODE-TYPE
                MOVE WS-CTC-TYPE-CD       TO REFL-CODE
                MOVE ZEROES               TO REFL-AS-OF-DATE
                CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
                IF   REFL-RET-NOT-FOUND
                OR   REFL-RET-NOT-IN-FORCE
                     MOVE 'CT1'           TO LS-REASON-CD
                     GO TO 000-VERDICT
                END-IF
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-CTC-PHONE = SPACES
