      *                               PARM1/PARM2; SEVERAL VALUES
      *                               CARDS FOR ONE FIELD EXTEND THE
      *                               LIST (ANY CARD MAY MATCH)
      *                    REFCODE  - FIELD MUST BE IN FORCE TODAY ON
      *                               THE REFCODE TABLE UNDER THE
      *                               CODE TYPE IN PARM1 (SEE
      *                               GVBCREFC); A TYPE THE TABLE
      *                               DOES NOT CARRY PASSES
      *                  REASON CODE - THE GVBCSUSP SUSP-REASON-CODE
      *                    STAMPED ON A RECORD THAT FAILS THE RULE
      *
