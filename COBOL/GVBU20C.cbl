      **              SEQUENCE; UNDER THE DEFAULT SINGLE-SHARD MAP     *
      **              THE CALLER'S RBN IS HONORED EXACTLY AS THIS      *
      **              MODULE ALWAYS HAS).  CALLERS STAY SHARD-UNAWARE. *
      **              A CALLER MAY INSTEAD NAME ONE CLUSTER OUTRIGHT   *
      **              (E.G. CUSTHIST) IN UR20-CUST-DDNAME ON THE OPEN  *
      **              CALL; THAT CLUSTER IS THEN SERVED ALONE, AS A    *
      **              SINGLE SHARD, AND THE SHARD MAP IS NOT CONSULTED.*
      **                                                               *
      **              THE NAME, ADDRESS AND OTHER PERSONAL FIELDS ARE  *
      **              PROTECTED AT REST (SEE GVBCPIIK) AND COME BACK   *
      **              AS STORED UNLESS THE CALLER SETS UR20-CUST-      *
      **              CLEAR-TEXT (OPTION2 'C') ON THE OPEN; EVERY      *
      **              RECORD RETURNED IS THEN REVEALED THROUGH         *
      **              MBRPIICR UNDER THE ACTIVE KEY, AND A REFUSAL     *
      **              (E.G. A JOB NOT AUTHORIZED TO THE KEY LABEL)     *
      **              FAILS THE READ.                                  *
      **                                                               *
      ** MODULES CALLED: GVBUR20 - GENERIC DIRECT-ACCESS I/O ENGINE    *
      **                 MBRSHRDR - SHARD ROUTING SERVICE              *
      **                 MBRPIICR - FIELD PROTECTION SERVICE           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME SHARDS (DDNAMES FROM GVBCSHRD)   *
      **                OR THE ONE CLUSTER NAMED IN UR20-CUST-DDNAME   *
      **                                                               *
      ** CALLING SEQUENCE:                                             *
      **   CALL 'GVBU20C' USING UR20-CUST-INTERFACE                    *
      *
       01  WS-GVBUR20                  PIC X(08)   VALUE 'GVBUR20 '.
       01  WS-MBRSHRDR                 PIC X(08)   VALUE 'MBRSHRDR'.
       01  WS-MBRPIICR                 PIC X(08)   VALUE 'MBRPIICR'.
      *
       01  WS-FILE-OPEN-SW             PIC X(01)   VALUE 'N'.
           88  WS-FILE-IS-OPEN             VALUE 'Y'.
      *      'Y' WHEN THE CALLER NAMED ITS OWN CLUSTER ON THE OPEN -
      *      EVERY CALL THEN GOES TO SHARD 1 WITHOUT ROUTING.
       01  WS-NAMED-CLUSTER-SW         PIC X(01)   VALUE 'N'.
           88  WS-NAMED-CLUSTER            VALUE 'Y'.
      *      'Y' WHEN THE CALLER ASKED FOR CLEAR TEXT ON THE OPEN.
       01  WS-CLEAR-TEXT-SW            PIC X(01)   VALUE 'N'.
           88  WS-CLEAR-TEXT               VALUE 'Y'.
      *
      *      THE CUSTNAME RECORD LENGTH GVBXR6, GVBXW6 AND MBRSEVS ALL
      *      USE FOR THEIR OWN CUSTNAMV RECORD AREAS.  THIS IS ALSO
       01  WS-CALL-RETURN-CODE         PIC S9(04)  COMP VALUE +0.
       01  WS-CALL-ERROR-CODE          PIC S9(04)  COMP VALUE +0.
       01  WS-CALL-RECORD-LENGTH       PIC S9(04)  COMP VALUE +0.
      *
      *      REVEAL POSITION WITHIN A RETURNED BLOCK.
       01  WS-REVEAL-POS               PIC S9(08)  COMP VALUE +0.
       01  WS-REVEAL-END               PIC S9(08)  COMP VALUE +0.
      *
       COPY GVBCPIIK.
      *
       01  WS-ERROR-MSG.
           05  FILLER                  PIC X(18)   VALUE
      *      CAN NEVER OVERRUN A CALLER'S BUFFER - EVERY CALLER MUST
      *      PROVIDE AT LEAST THIS MUCH (SEE GVBCTP9R NOTE 4).
       01  GVBU20C-RECORD-AREA         PIC X(160).
      *
      *      THE SAME STORAGE SEEN AS A WHOLE DIRECT BLOCK, FOR THE
      *      REVEAL OF EVERY RECORD A BLOCK READ RETURNS.
       01  GVBU20C-BLOCK-VIEW          PIC X(16000).
      *
       PROCEDURE DIVISION USING UR20-CUST-INTERFACE
                                GVBU20C-RECORD-AREA.
      ******************************************************************
       1000-OPEN-CUST.
      *
      *      A CLUSTER NAMED BY THE CALLER IS OPENED ALONE UNDER THE
      *      SHARD-1 INTERFACE; OTHERWISE THE SHARD MAP DRIVES THE
      *      OPEN EXACTLY AS BEFORE.
           IF   UR20-CUST-CLEAR-TEXT
                SET  WS-CLEAR-TEXT         TO TRUE
           ELSE
                MOVE 'N'                   TO WS-CLEAR-TEXT-SW
           END-IF
      *
           IF   UR20-CUST-DDNAME NOT = SPACES
           AND  UR20-CUST-DDNAME NOT = LOW-VALUES
                SET  WS-NAMED-CLUSTER      TO TRUE
                MOVE +1                    TO WS-SHARD-COUNT
                MOVE +1                    TO WS-SHARD-IDX
                MOVE UR20-CUST-DDNAME      TO SHRD-DDNAME
                MOVE +0                    TO WS-CALL-FUNCTION
                MOVE +1                    TO WS-DIR-SHARD
                PERFORM 7000-SETUP-AND-CALL THRU 7000-EXIT
                MOVE WS-CALL-RETURN-CODE   TO UR20-CUST-RETURN-CODE
                MOVE WS-CALL-ERROR-CODE    TO UR20-CUST-ERROR-CODE
           ELSE
                MOVE 'N'                   TO WS-NAMED-CLUSTER-SW
                SET  SHRD-FUNC-COUNT       TO TRUE
                CALL WS-MBRSHRDR USING SHRD-ROUTE-PARMS
                MOVE SHRD-SHARD-NBR        TO WS-SHARD-COUNT
      *
                MOVE +0                    TO WS-SHARD-IDX
                PERFORM 1100-OPEN-ONE-SHARD THRU 1100-EXIT
                        UNTIL WS-SHARD-IDX >= WS-SHARD-COUNT
                           OR NOT UR20-CUST-RC-IS-A-OKAY
           END-IF
      *
      *      THE CHAIN STARTS AT THE FIRST SHARD - SET AFTER THE
      *      OPEN LOOP, WHICH DISPATCHES THROUGH WS-DIR-SHARD AND
           IF   NOT WS-FILE-IS-OPEN
                PERFORM 8100-FILE-NOT-OPEN  THRU 8100-EXIT
           ELSE
                IF   WS-NAMED-CLUSTER
                     MOVE +0               TO SHRD-RETURN-CODE
                     MOVE +1               TO SHRD-SHARD-NBR
                ELSE
                     SET  SHRD-FUNC-RESOLVE TO TRUE
                     MOVE GVBU20C-RECORD-AREA(1:10) TO SHRD-KEY-ID
                     CALL WS-MBRSHRDR USING SHRD-ROUTE-PARMS
                END-IF

                IF   SHRD-RETURN-CODE NOT = +0
                     SET  UR20-CUST-RC-NOT-FOUND TO TRUE
                     MOVE WS-CALL-RECORD-LENGTH
                                           TO UR20-CUST-RECORD-LENGTH

                     IF   UR20-CUST-RC-IS-A-OKAY
                     AND  WS-CLEAR-TEXT
                          MOVE +1          TO WS-REVEAL-POS
                          PERFORM 5000-REVEAL-ONE-RECORD
                                           THRU 5000-EXIT
                     END-IF

                     IF   NOT UR20-CUST-RC-IS-A-OKAY
                          AND NOT UR20-CUST-RC-NOT-FOUND
                          PERFORM 9000-DISPLAY-ERROR THRU 9000-EXIT
                MOVE WS-CALL-ERROR-CODE    TO UR20-CUST-ERROR-CODE
                MOVE WS-CALL-RECORD-LENGTH TO UR20-CUST-RECORD-LENGTH

                IF   UR20-CUST-RC-IS-A-OKAY
                AND  WS-CLEAR-TEXT
                     MOVE +1               TO WS-REVEAL-POS
                     MOVE UR20-CUST-RECORD-LENGTH TO WS-REVEAL-END
                     PERFORM 5000-REVEAL-ONE-RECORD THRU 5000-EXIT
                             UNTIL WS-REVEAL-POS > WS-REVEAL-END
                                OR NOT UR20-CUST-RC-IS-A-OKAY
                END-IF

                IF   NOT UR20-CUST-RC-IS-A-OKAY
                     AND NOT UR20-CUST-RC-END-OF-FILE
                     PERFORM 9000-DISPLAY-ERROR THRU 9000-EXIT
      *
      *
      ******************************************************************
      *  REVEAL THE RECORD AT WS-REVEAL-POS OF WHAT WAS JUST READ AND  *
      *  STEP TO THE NEXT ONE.  A REFUSAL FAILS THE CALLER'S READ -    *
      *  A CLEAR-TEXT CALLER NEVER GETS PROTECTED BYTES BY SURPRISE.   *
      ******************************************************************
       5000-REVEAL-ONE-RECORD.
      *
           SET  ADDRESS OF GVBU20C-BLOCK-VIEW TO
                                     ADDRESS OF GVBU20C-RECORD-AREA
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  GVBU20C-BLOCK-VIEW (WS-REVEAL-POS:96)
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'GVBU20C: CLEAR TEXT REFUSED, MBRPIICR RC = '
                        PIIC-RETURN-CODE
                SET  UR20-CUST-RC-PERMANENT-ERROR TO TRUE
           END-IF
           ADD  WS-CUST-RECORD-LENGTH     TO WS-REVEAL-POS
           .
       5000-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  DISPATCH ONE GVBUR20 CALL TO THE INTERFACE OF THE SHARD       *
      *  IN WS-DIR-SHARD, FILLING ITS FIELDS FROM THE GENERIC CALL     *
      *  BLOCK AND HARVESTING THE RESULTS BACK.  AN OPEN (FUNCTION     *
