      **              RESOLVING EACH GVBCCUST FIELD NAME TO ITS        *
      **              OFFSET AND LENGTH IN THE 96-BYTE RECORD, THEN    *
      **              EDITS EACH PRESENTED IMAGE AGAINST EVERY RULE:   *
      **              NOTBLANK, NUMERIC, DATERANG AND REFCODE RULES    *
      **              MUST ALL PASS; VALUES RULES FOR ONE FIELD FORM A *
      **              GROUP AND ANY CARD OF THE GROUP MAY MATCH.  THE  *
      **              FIRST FAILURE'S REASON CODE AND FIELD NAME COME  *
      **              BACK TO THE CALLER.                              *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRREFCD - REFERENCE-CODE LOOKUP              *
      **                                                               *
      ** INPUT FILES:   FIELD-EDIT RULES            (DDNAME=RULES)     *
      **                                                               *
           88  WS-VALUE-MATCHED                   VALUE 'Y'.
      *
       COPY GVBCRULE.
       COPY GVBCREFL.
       01  WS-MBRREFCD                 PIC X(08)  VALUE 'MBRREFCD'.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
                  WHEN 'NUMERIC '
                  WHEN 'DATERANG'
                  WHEN 'VALUES  '
                  WHEN 'REFCODE '
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'MBRRULES: UNKNOWN RULE TYPE '
                  END-IF
             WHEN 'VALUES  '
                  PERFORM 330-APPLY-VALUES-RULE THRU 330-EXIT
             WHEN 'REFCODE '
                  PERFORM 345-APPLY-REFCODE-RULE THRU 345-EXIT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
       340-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE REFCODE CARD - THE FIELD MUST BE IN FORCE TODAY UNDER
      *  THE PARM1 CODE TYPE OF THE REFCODE TABLE.  A TYPE THE
      *  TABLE DOES NOT CARRY CANNOT FAIL THE RECORD.
      ***************************************************************
       345-APPLY-REFCODE-RULE.
      *
           SET  REFL-FCN-LOOKUP           TO TRUE
           MOVE WS-RUL-PARM-1 (WS-RULE-IDX) (1:8) TO REFL-CODE-TYPE
           MOVE SPACES                    TO REFL-CODE
           MOVE LS-RECORD-IMAGE
                  (WS-RUL-OFFSET (WS-RULE-IDX):
                   WS-RUL-LENGTH (WS-RULE-IDX))
                                          TO REFL-CODE
           MOVE ZEROES                    TO REFL-AS-OF-DATE
           CALL WS-MBRREFCD USING REFL-LOOKUP-PARMS
           IF   REFL-RET-NOT-FOUND
           OR   REFL-RET-NOT-IN-FORCE
                PERFORM 350-FAIL-THIS-RULE THRU 350-EXIT
           END-IF
           .
       345-EXIT.
           EXIT.
      *
      *
       350-FAIL-THIS-RULE.
      *
