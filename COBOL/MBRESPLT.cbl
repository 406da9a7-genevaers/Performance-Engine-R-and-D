                               'DO NOT MATCH - NOTHING SPLIT ***'
                  END-IF
             WHEN WS-FEED-RECORD (11:3) = 'ADR' OR 'CTC' OR 'NAM'
                                        OR 'REL' OR 'PRF' OR 'XID'
      *      CHILD RECORDS STAY OUT OF THE CONTROL TOTALS - THE
      *      FEED'S OWN TRAILER COUNTS PARENT DATA RECORDS ONLY
      *      (THE MLOADVS CONVENTION), AND A CHILD'S BYTES 19-24
      *      TRAILER COUNTS AND HASHES PARENT DATA RECORDS ONLY,
      *      EXACTLY AS THE FEED'S OWN TRAILER DOES.
           IF   WS-FEED-RECORD (11:3) = 'ADR' OR 'CTC' OR 'NAM'
                                        OR 'REL' OR 'PRF' OR 'XID'
                GO TO 310-EXIT
           END-IF
           ADD  +1                        TO WS-CURR-WRITTEN
