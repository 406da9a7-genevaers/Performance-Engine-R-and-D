      **              BUILDER AND THE MBRCPHON SEARCH TRANSACTION -    *
      **              ONE ENCODER SO THE TWO CAN NEVER DRIFT APART.    *
      **                                                               *
      **              FUNCTION 'E' ENCODES THE NAME AS GIVEN.          *
      **              FUNCTION 'S' ENCODES THE SURNAME: THE NAME IS    *
      **              SPLIT THROUGH MBRNMPRS AND AN INDIVIDUAL'S LAST  *
      **              NAME IS ENCODED, SO 'DR JANE MACDONALD' AND      *
      **              'MACDONALD, KATHERINE' BOTH GIVE M2354300.  A    *
      **              BUSINESS OR UNPARSEABLE NAME IS ENCODED WHOLE.   *
      **              THE INDEX IS BUILT ON SURNAMES, SO EVERY PROBE   *
      **              OF IT ENCODES WITH 'S'.                          *
      **                                                               *
      ** MODULES CALLED: MBRNMPRS - NAME PARSING (FUNCTION 'S')        *
      **                                                               *
      ** RETURN CDS (PHON-RETURN-CODE):                                *
      **              '0' - CODE PRODUCED                              *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MBRNMPRS                 PIC X(08)  VALUE 'MBRNMPRS'.
       COPY GVBCNMPR.
      *
       01  WS-NAME-FOLDED              PIC X(60)  VALUE SPACES.
       01  WS-LOWER-LETTERS            PIC X(26)  VALUE
       01  LS-ENCODE-PARMS.
           05  LS-FUNCTION                    PIC X(01).
               88  LS-FCN-ENCODE                 VALUE 'E'.
               88  LS-FCN-ENCODE-SURNAME         VALUE 'S'.
           05  LS-NAME-IN                     PIC X(60).
           05  LS-CODE-OUT                    PIC X(08).
           05  LS-RETURN-CODE                 PIC X(01).
       000-MAIN-LOGIC.
      *
           IF   NOT LS-FCN-ENCODE
           AND  NOT LS-FCN-ENCODE-SURNAME
                MOVE '8'                  TO LS-RETURN-CODE
                MOVE ZEROES               TO LS-CODE-OUT
                GO TO 000-GOBACK
           END-IF
      *
           MOVE LS-NAME-IN                TO WS-NAME-FOLDED
           IF   LS-FCN-ENCODE-SURNAME
                MOVE LS-NAME-IN           TO NMPR-NAME-IN
                CALL WS-MBRNMPRS USING NMPR-PARMS
                IF   NMPR-RET-PARSED
                     MOVE SPACES          TO WS-NAME-FOLDED
                     MOVE NMPR-LAST       TO WS-NAME-FOLDED
                END-IF
           END-IF
           INSPECT WS-NAME-FOLDED
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
      *
