      *     MBRPHONC IS THE ONLY ENCODER - BUILDER AND SEARCH MUST
      *     NEVER DRIFT APART, SO NEITHER CARRIES ITS OWN COPY.
      *
      *     FOR AN INDIVIDUAL THE ROW IS CODED ON THE SURNAME (THE
      *     'PNM' CHILD'S LAST NAME, GVBCCHLD NOTE 9); A BUSINESS OR
      *     UNPARSEABLE NAME IS CODED WHOLE.  FUNCTION 'S' MAKES THE
      *     SAME CHOICE FROM A FREE-TEXT NAME THROUGH MBRNMPRS, SO
      *     EVERY PROBE OF THE INDEX ENCODES WITH 'S'; 'E' ENCODES
      *     THE NAME EXACTLY AS GIVEN.
      *
      *     CALLING EXAMPLE:
      *         SET  PHON-FCN-ENCODE-SURNAME TO TRUE
      *         MOVE <name>            TO PHON-NAME-IN
      *         CALL 'MBRPHONC' USING PHON-ENCODE-PARMS
      *
       01  PHON-ENCODE-PARMS.
           05  PHON-FUNCTION                  PIC X(01).
               88  PHON-FCN-ENCODE               VALUE 'E'.
               88  PHON-FCN-ENCODE-SURNAME       VALUE 'S'.
           05  PHON-NAME-IN                   PIC X(60).
           05  PHON-CODE-OUT                  PIC X(08).
           05  PHON-RETURN-CODE               PIC X(01).
