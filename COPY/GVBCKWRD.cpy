      *                PERMITTED LIST.  CARDS ARE 80 BYTES, ONE
      *                KEYWORD=VALUE PER CARD STARTING IN COLUMN 1;
      *                '*' IN COLUMN 1 IS A COMMENT.
      *                BEFORE THE CARDS ARE READ, EACH KEYWORD IS
      *                LOOKED UP IN THE PARAMETER REGISTRY UNDER THE
      *                CALLER ID (SEE GVBCPREG); A VALUE FOUND THERE
      *                REPLACES THE DEFAULT (SOURCE 'R'), AND A CARD
      *                FOR THAT KEYWORD IS REJECTED UNLESS THE
      *                REGISTRY ROW ALLOWS OVERRIDE.
      *
      *----------------------------------------------------------------*

               10  KWRD-SOURCE                PIC X(01).
                   88  KWRD-FROM-CARD             VALUE 'C'.
                   88  KWRD-FROM-DEFAULT          VALUE 'D'.
                   88  KWRD-FROM-REGISTRY         VALUE 'R'.
