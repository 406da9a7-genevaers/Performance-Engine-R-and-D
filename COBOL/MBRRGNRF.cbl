             OR   WS-FEED-RECORD (1:4) = 'TRL '
                  CONTINUE
             WHEN WS-FEED-RECORD (11:3) = 'ADR' OR 'CTC' OR 'NAM'
                                        OR 'REL' OR 'PRF' OR 'XID'
      *      CHILD RECORDS LAND IN THEIR OWN CLUSTERS, NOT THE ONE
      *      BEING COUNTED.
                  CONTINUE
