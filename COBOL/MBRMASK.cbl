                          CONVERTING WS-MASK-FROM-CHARS
                                  TO WS-MASK-TO-CHARS
                  PERFORM 700-WRITE-MASKED THRU 700-EXIT
      *      A RELATIONSHIP CHILD CARRIES ONLY THE RELATED KEY, A
      *      TYPE CODE AND DATES - KEYS ARE LEFT ALONE ON THE BASE
      *      RECORDS TOO, SO IT PASSES THROUGH AS-IS AND THE LINK
      *      STILL RESOLVES IN THE MASKED COPY.  A PREFERENCE CHILD
      *      IS CODES AND TIMES ONLY AND PASSES THROUGH THE SAME WAY.
      *      AN EXTERNAL-ID CHILD IS ANOTHER SYSTEM'S KEY AND IS LEFT
      *      ALONE FOR THE SAME REASON OUR OWN KEYS ARE.
             WHEN WS-MASK-CHILD-REC-TYPE = 'REL'
             OR   WS-MASK-CHILD-REC-TYPE = 'PRF'
             OR   WS-MASK-CHILD-REC-TYPE = 'XID'
                  ADD  +1                 TO WS-CHILD-CNT
                  PERFORM 700-WRITE-MASKED THRU 700-EXIT
             WHEN OTHER
                  PERFORM 500-MASK-BASE-RECORD THRU 500-EXIT
                  PERFORM 700-WRITE-MASKED THRU 700-EXIT
