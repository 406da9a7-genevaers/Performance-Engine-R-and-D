      *                BYTE) AND KEEP USING THEIR GVBCCUST VIEW OVER
      *                THE LEADING 96 BYTES EITHER WAY.
      *
      *     EXPANSION FIELDS IN USE:
      *
      *                  BYTES  98-114  SALES TERRITORY AND SERVICING
      *                                 BRANCH, STAMPED BY MBRTERR
      *                                 FROM THE GVBCTERR TABLE, WITH
      *                                 THE BASIS (ZIP, STATE OR
      *                                 UNASSIGNED) AND THE DATE IT
      *                                 WAS LAST CHANGED.  SPACES
      *                                 MEANS NEVER ASSIGNED.
      *
      *     COPYBOOK INSERTION EXAMPLE:
      *         COPY GVBCCUS2.
      *         ...AND OVERLAY A GVBCCUST FIELD VIEW ON CUS2-V1-IMAGE
           05  CUS2-FMT-VERSION               PIC X(01).
               88  CUS2-IS-V2                    VALUE '2'.
           05  CUS2-EXPANSION                 PIC X(63).
           05  CUS2-EXPANSION-FIELDS  REDEFINES  CUS2-EXPANSION.
               10  CUS2-TERRITORY-CD          PIC X(04).
               10  CUS2-BRANCH-CD             PIC X(04).
               10  CUS2-TERR-BASIS            PIC X(01).
                   88  CUS2-TERR-BY-ZIP          VALUE 'Z'.
                   88  CUS2-TERR-BY-STATE        VALUE 'S'.
                   88  CUS2-TERR-UNASSIGNED      VALUE 'U'.
               10  CUS2-TERR-CHANGE-DATE      PIC X(08).
               10  FILLER                     PIC X(46).
