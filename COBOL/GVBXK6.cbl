      *                                                                *
      *   INPUTS:   1. VSAM CUSTNAME FILE        (DDNAME=CUSTNAMV)     *
      *             2. X95PARM6-LOOKUP-KEY - THE CUSTOMER KEY TO FIND  *
      *                IN BYTES 1-10, AND AN OPTIONAL AS-OF DATE       *
      *                (CCYYMMDD) IN BYTES 11-18                       *
      *             3. VSAM HISTORY FILE (DDNAME=CUSTHIST) - OPTIONAL, *
      *                READ ONLY FOR LOOKUPS THAT CARRY AN AS-OF DATE  *
      *                                                                *
      *   OUTPUTS:  1. X95PARM9-RESULT-PTR - ADDRESS OF THE MATCHED    *
      *                CUSTNAMV RECORD, OR X95PARM9-RESULT-PTR-NUMERIC *
      *    'LOCATE' REQUEST.  ON THE CLOSE PHASE THE FILE IS CLOSED    *
      *    AND THE LOCK RELEASED.                                      *
      *                                                                *
      *    WHEN THE LOOKUP KEY CARRIES AN AS-OF DATE, THE RECORD       *
      *    RETURNED IS THE VERSION IN FORCE ON THAT DATE: THE CURRENT  *
      *    CUSTNAMV RECORD IF ITS PLCY-TERM-EFF-DT IS ON OR BEFORE THE *
      *    DATE, OTHERWISE THE CUSTHIST IMAGE WITH THE LATEST          *
      *    PLCY-TERM-EFF-DT ON OR BEFORE THE DATE.  WHEN CUSTHIST HOLDS*
      *    NO SUCH EARLIER VERSION THE CURRENT CUSTNAMV RECORD (OR     *
      *    NOT-FOUND) IS RETURNED, EXACTLY AS FOR AN UNDATED LOOKUP.   *
      *                                                                *
      *    IMPORTANT: PROGRAM MUST HAVE RES, RENT IN COMPILE          *
      *               PROCESS OPTIONS AND RENT IN LINK FOR EXECUTION  *
      *               IN LE 370 MULTI-THREAD ENVIRONMENT.             *
      *    GVBUR05  - GENEVA OBTAIN STORAGE IN MEMORY                 *
      *    GVBTP90  - FILE I-O PROCESSING                             *
      *    GVBUR66  - ENQ-DEQ PROCESSING                              *
      *    MBRPIICR - PERSONAL-DATA FIELD PROTECTION SERVICE          *
      *                                                               *
      *****************************************************************
      *
       01  WS-GVBTP90                   PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBUR66                   PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-MBRSHRDR                  PIC X(08)  VALUE 'MBRSHRDR'.
       01  WS-MBRPIICR                  PIC X(08)  VALUE 'MBRPIICR'.
      *                  FOR ERROR MESSAGING
       01  MODNAME                      PIC  X(08) VALUE 'GVBXK6  '.
       01  WS-LOOKUP-DDNAME             PIC X(08)  VALUE 'CUSTNAMV'.
       01  WS-CACHE-PTR                 POINTER.
      *
      *****************************************************************
      *  EFFECTIVE-DATED (AS-OF) LOOKUP SUPPORT.  BYTES 11-18 OF
      *  X95PARM6-LOOKUP-KEY, WHEN NUMERIC, ARE THE DATE THE JOIN
      *  WANTS THE CUSTOMER AS OF.  THE CUSTHIST CLUSTER MLOADVS
      *  FEEDS WITH EVERY SUPERSEDED IMAGE IS KEYED BY KEY-ID PLUS
      *  PLCY-TERM-EFF-DT, SO ONE SHORT BROWSE OVER A CUSTOMER'S
      *  TERMS FINDS THE LATEST ONE IN FORCE ON THE DATE.  THE
      *  CUSTHIST DD IS OPTIONAL - NOT ALLOCATED MEANS EVERY LOOKUP
      *  IS ANSWERED FROM CUSTNAMV, AS THIS EXIT HAS ALWAYS WORKED.
      *****************************************************************
       01  WS-HIST-PTR                  POINTER.
       01  WS-HIST-DDNAME               PIC X(08)  VALUE 'CUSTHIST'.
       01  WS-HIST-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-HIST-OPEN                        VALUE 'Y'.
       01  WS-HIST-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-HIST-EOF                         VALUE 'Y'.
       01  WS-HIST-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-HIST-FOUND                       VALUE 'Y'.
       01  WS-ASOF-DATE                 PIC X(08)  VALUE SPACES.
       01  WS-HIST-RECORD-KEY.
           05  WS-HIST-KEY-ID           PIC X(10).
           05  WS-HIST-KEY-EFF-DT       PIC X(08).
       01  WS-HIST-RECORD               PIC X(96)  VALUE SPACES.
       01  WS-HIST-BEST-RECORD          PIC X(96)  VALUE SPACES.
      *      THE NAME AND ADDRESS ARE HELD PROTECTED ON BOTH CLUSTERS
      *      (SEE GVBCPIIK).  GENEVA IS HANDED CLEAR TEXT: EACH RECORD
      *      IS REVEALED UNDER THE ACTIVE KEY AS IT IS CACHED OR
      *      RETURNED.
       COPY GVBCPIIK.
       01  WS-ASOF-LOOKUPS              PIC S9(11) COMP-3 VALUE +0.
       01  WS-ASOF-HIST-FOUND           PIC S9(11) COMP-3 VALUE +0.
      *
      *****************************************************************
      *  SHARD ROUTING (SEE GVBCSHRD/MBRSHRDR).  ONE GVBTP90
      *  PARAMETER AREA PER SHARD CLUSTER, EACH IN ITS OWN GVBUR05-
      *  OBTAINED STORAGE, SO A KEYED LOOKUP CAN BE ROUTED TO THE
           05  LS-CACHE-ENTRY           OCCURS 5000 TIMES
                                        PIC X(96).
      *
      *      THE CUSTNAMV RECORD A LOOKUP HAS JUST RESOLVED TO, SEEN
      *      THROUGH X95PARM9-RESULT-PTR-LOW, SO AN AS-OF LOOKUP CAN
      *      TEST ITS PLCY-TERM-EFF-DT WHEREVER THE RECORD LIVES.
       01  LS-RESULT-RECORD.
           05  LS-RESULT-KEY-ID         PIC X(10).
           05  LS-RESULT-EFF-DT         PIC X(08).
           05  FILLER                   PIC X(78).
      *
      *****************************************************************
      * MAIN LOGIC.                                                   *
      *    OPEN PHASE OPENS CUSTNAMV KEYED AND TAKES OUT A SHARED      *
      *   BUILD THE IN-MEMORY LOOKUP CACHE
      *
           PERFORM 150-BUILD-CACHE        THRU 150-EXIT
      *
      *   OPEN THE OPTIONAL HISTORY CLUSTER FOR AS-OF LOOKUPS
      *
           PERFORM 180-OPEN-HISTORY       THRU 180-EXIT
           .
       100-EXIT.
           EXIT.
           IF   GVBTP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                SET  WS-CACHE-PRELOAD-EOF  TO TRUE
           ELSE
                PERFORM 175-REVEAL-TP90-RCRD THRU 175-EXIT
                ADD  +1                TO LS-CACHE-COUNT
                MOVE GVBTP90-RECORD-AREA
                     TO LS-CACHE-ENTRY(LS-CACHE-COUNT)
      *
      *
      ***************************************************************
      *  REVEAL THE RECORD JUST READ INTO GVBTP90-RECORD-AREA UNDER
      *  THE ACTIVE KEY.  A RECORD THAT CANNOT BE REVEALED ENDS THE
      *  RUN - GENEVA IS NEVER HANDED PROTECTED BYTES AS A RESULT.
      ***************************************************************
       175-REVEAL-TP90-RCRD.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  GVBTP90-RECORD-AREA(1:96)
           IF   NOT PIIC-RET-USABLE
                PERFORM 9996-PII-KEY-ERR  THRU 9996-EXIT
           END-IF
           .
       175-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  OPEN THE CUSTHIST HISTORY CLUSTER FOR KEYED (VSAM) INPUT      *
      *  UNDER ITS OWN GVBUR05-OBTAINED PARAMETER AREA.  THE DD IS     *
      *  OPTIONAL: A FAILED OPEN ONLY MEANS AS-OF LOOKUPS ARE          *
      *  ANSWERED FROM CUSTNAMV.  THE SHARED LOCK ON CUSTNAMV ALREADY  *
      *  KEEPS MLOADVS, THE ONLY CUSTHIST WRITER, OUT FOR THE LIFE OF  *
      *  THE EXIT.                                                     *
      ******************************************************************
       180-OPEN-HISTORY.
      *
           MOVE LENGTH               OF GVBTP90-PARAMETER-AREA
                                     TO WS-WORK-AREA-LNGTH

           CALL WS-GVBUR05 USING     WS-HIST-PTR
                                     WS-WORK-AREA-LNGTH
           END-CALL

           SET ADDRESS                OF GVBTP90-PARAMETER-AREA
                                      TO WS-HIST-PTR
      *
           SET  GVBTP90-ANCHOR        TO NULL
           MOVE WS-HIST-DDNAME        TO GVBTP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN    TO GVBTP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM    TO GVBTP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT   TO GVBTP90-FILE-MODE

           CALL WS-GVBTP90  USING GVBTP90-PARAMETER-AREA
                                  WS-HIST-RECORD
                                  WS-HIST-RECORD-KEY
           END-CALL

           IF   GVBTP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                SET  WS-HIST-OPEN     TO TRUE
                DISPLAY 'GVBXK6: HISTORY OPENED: ' WS-HIST-DDNAME
           ELSE
                MOVE 'N'              TO WS-HIST-OPEN-SW
                DISPLAY 'GVBXK6: NO CUSTHIST DD ALLOCATED, AS-OF '
                        'LOOKUPS WILL RETURN THE CURRENT RECORD'
           END-IF
           .
       180-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOCATE ONE CUSTNAMV RECORD BY THE KEY PASSED IN
      *  X95PARM6-LOOKUP-KEY, THE SAME TP90-VALUE-LOCATE CALL MBRSEVS
      *  ISSUES FOR ITS OWN CTLCARD MODE = 'LOCATE' REQUEST.  ONLY THE
                  ADD  +1                 TO WS-CACHE-MISSES
                  PERFORM 250-LOCATE-AND-CACHE THRU 250-EXIT
           END-EVALUATE
      *
      *      AN AS-OF DATE IN BYTES 11-18 OF THE KEY ASKS FOR THE
      *      VERSION IN FORCE ON THAT DATE RATHER THAN TODAY'S.
           IF   X95PARM6-LOOKUP-KEY(11:8) NUMERIC
           AND  X95PARM6-LOOKUP-KEY(11:8) NOT = ZEROES
           AND  (X95PARM8-SUCCESSFUL OR X95PARM8-NOT-FOUND)
                MOVE X95PARM6-LOOKUP-KEY(11:8) TO WS-ASOF-DATE
                PERFORM 300-RESOLVE-AS-OF  THRU 300-EXIT
           END-IF
      *
           MOVE X95PARM8-RETURN-CODE     TO RETURN-CODE
           .
           EVALUATE TRUE
             WHEN GVBTP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                  ADD  +1                    TO WS-LOOKUPS-FOUND
                  PERFORM 175-REVEAL-TP90-RCRD THRU 175-EXIT
                  IF   LS-CACHE-COUNT < WS-CACHE-MAX-ENTRIES
                       ADD  +1               TO LS-CACHE-COUNT
                       MOVE GVBTP90-RECORD-AREA
      *
      *
      ***************************************************************
      *  AS-OF LOOKUP.  THE CURRENT CUSTNAMV RECORD STANDS WHEN ITS
      *  OWN TERM HAD ALREADY STARTED ON THE AS-OF DATE - NOTHING IN
      *  CUSTHIST CAN BE MORE RECENT AND STILL IN FORCE.  OTHERWISE
      *  (OR WHEN THE KEY IS NO LONGER ON CUSTNAMV) THE LATEST
      *  CUSTHIST IMAGE EFFECTIVE ON OR BEFORE THE DATE IS RETURNED
      *  IN ITS PLACE; WITH NO SUCH EARLIER VERSION THE CUSTNAMV
      *  RESULT ABOVE IS LEFT AS IT IS.
      ***************************************************************
       300-RESOLVE-AS-OF.
      *
           ADD  +1                        TO WS-ASOF-LOOKUPS
      *
           IF   NOT WS-HIST-OPEN
                GO TO 300-EXIT
           END-IF
      *
           IF   X95PARM8-SUCCESSFUL
                SET  ADDRESS OF LS-RESULT-RECORD
                                          TO X95PARM9-RESULT-PTR-LOW
                IF   LS-RESULT-EFF-DT NOT > WS-ASOF-DATE
                     GO TO 300-EXIT
                END-IF
           END-IF
      *
           PERFORM 310-START-HIST-BROWSE  THRU 310-EXIT
      *
           IF   NOT WS-HIST-FOUND
                GO TO 300-EXIT
           END-IF
      *
           ADD  +1                        TO WS-ASOF-HIST-FOUND
           IF   X95PARM8-NOT-FOUND
                SUBTRACT +1             FROM WS-LOOKUPS-NOT-FOUND
                ADD  +1                   TO WS-LOOKUPS-FOUND
           END-IF
           MOVE WS-HIST-BEST-RECORD       TO WS-HIST-RECORD
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-HIST-RECORD
           IF   NOT PIIC-RET-USABLE
                PERFORM 9996-PII-KEY-ERR  THRU 9996-EXIT
           END-IF
           SET  X95PARM9-RESULT-PTR-LOW   TO ADDRESS OF WS-HIST-RECORD
           MOVE ZERO TO X95PARM9-RESULT-PTR-NUMERICH
           SET  X95PARM8-SUCCESSFUL       TO TRUE
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSITION ON THE CUSTOMER'S FIRST CUSTHIST TERM AND READ
      *  FORWARD THROUGH THEM, KEEPING THE LAST ONE EFFECTIVE ON OR
      *  BEFORE THE AS-OF DATE (THE SAME SB/BR PATTERN MBRSEVS USES
      *  FOR ITS OWN CUSTHIST BROWSE).
      ***************************************************************
       310-START-HIST-BROWSE.
      *
           MOVE 'N'                       TO WS-HIST-FOUND-SW
           MOVE 'N'                       TO WS-HIST-EOF-SW
           SET  ADDRESS OF GVBTP90-PARAMETER-AREA
                                          TO WS-HIST-PTR
      *
           MOVE WS-RESOLVED-KEY           TO WS-HIST-KEY-ID
           MOVE LOW-VALUES                TO WS-HIST-KEY-EFF-DT
           MOVE SPACES                    TO WS-HIST-RECORD
      *
           MOVE  WS-HIST-DDNAME           TO GVBTP90-DDNAME
           MOVE  GVBTP90-VALUE-START-BROWSE
                                          TO GVBTP90-FUNCTION-CODE
           MOVE  GVBTP90-VALUE-VSAM       TO GVBTP90-FILE-TYPE
           MOVE  GVBTP90-VALUE-INPUT      TO GVBTP90-FILE-MODE

           CALL WS-GVBTP90  USING GVBTP90-PARAMETER-AREA
                                  WS-HIST-RECORD
                                  WS-HIST-RECORD-KEY
           END-CALL
      *
           EVALUATE TRUE
             WHEN GVBTP90-RETURN-CODE = GVBTP90-VALUE-END-OF-FILE
             WHEN GVBTP90-RETURN-CODE = GVBTP90-VALUE-NOT-FOUND
                  CONTINUE
             WHEN GVBTP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                  MOVE WS-HIST-DDNAME     TO WS-LOOKUP-DDNAME
                  PERFORM 9995-FATAL-TP90-ERR THRU 9995-EXIT
             WHEN OTHER
                  PERFORM 320-READ-HIST-RCRD THRU 320-EXIT
                        UNTIL WS-HIST-EOF
           END-EVALUATE
           .
       310-EXIT.
           EXIT.
      *
      *
       320-READ-HIST-RCRD.
      *
           MOVE  WS-HIST-DDNAME           TO GVBTP90-DDNAME
           MOVE  GVBTP90-VALUE-READNEXT   TO GVBTP90-FUNCTION-CODE
           MOVE  GVBTP90-VALUE-VSAM       TO GVBTP90-FILE-TYPE
           MOVE  GVBTP90-VALUE-INPUT      TO GVBTP90-FILE-MODE

           CALL WS-GVBTP90  USING GVBTP90-PARAMETER-AREA
                                  WS-HIST-RECORD
                                  WS-HIST-RECORD-KEY
           END-CALL
      *
      *      THE KEYS COME BACK IN EFFECTIVE-DATE ORDER, SO THE FIRST
      *      ONE PAST THE AS-OF DATE (OR THE NEXT CUSTOMER) ENDS IT.
           IF   GVBTP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
           OR   WS-HIST-RECORD(1:10)  NOT = WS-RESOLVED-KEY
           OR   WS-HIST-RECORD(11:8)  > WS-ASOF-DATE
                SET  WS-HIST-EOF          TO TRUE
           ELSE
                SET  WS-HIST-FOUND        TO TRUE
                MOVE WS-HIST-RECORD       TO WS-HIST-BEST-RECORD
           END-IF
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RELEASE THE SHARED LOCK, CLOSE CUSTNAMV, AND DISPLAY TOTALS.
      ***************************************************************
       9900-FINALIZATION.
           MOVE +0                     TO WS-CUR-SHARD
           PERFORM 9910-CLOSE-ONE-SHARD THRU 9910-EXIT
                   UNTIL WS-CUR-SHARD >= WS-SHARD-COUNT
      *
           IF   WS-HIST-OPEN
                SET  ADDRESS OF GVBTP90-PARAMETER-AREA
                                       TO WS-HIST-PTR
                MOVE  WS-HIST-DDNAME   TO GVBTP90-DDNAME
                MOVE  GVBTP90-VALUE-CLOSE
                                       TO GVBTP90-FUNCTION-CODE
                MOVE  GVBTP90-VALUE-VSAM
                                       TO GVBTP90-FILE-TYPE
                MOVE  GVBTP90-VALUE-INPUT
                                       TO GVBTP90-FILE-MODE
                CALL WS-GVBTP90  USING GVBTP90-PARAMETER-AREA
                                       WS-HIST-RECORD
                                       WS-HIST-RECORD-KEY
                END-CALL
           END-IF
      *
           DISPLAY 'GVBXK6: ' WS-LOOKUPS-DONE      ' LOOKUPS DONE'
           DISPLAY 'GVBXK6: ' WS-LOOKUPS-FOUND      ' LOOKUPS FOUND'
           DISPLAY 'GVBXK6: ' WS-LOOKUPS-NOT-FOUND  ' LOOKUPS NOT FOUND'
           DISPLAY 'GVBXK6: ' WS-CACHE-HITS         ' CACHE HITS'
           DISPLAY 'GVBXK6: ' WS-CACHE-MISSES       ' CACHE MISSES'
           DISPLAY 'GVBXK6: ' WS-ASOF-LOOKUPS       ' AS-OF LOOKUPS'
           DISPLAY 'GVBXK6: ' WS-ASOF-HIST-FOUND
                   ' ANSWERED FROM CUSTHIST'
           .
       9900-EXIT.
           EXIT.
           .
       9995-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  A RECORD THAT CANNOT BE REVEALED (NO KEY, OR A ROTATION IN
      *  PROGRESS) ABORTS THE RUN RATHER THAN JOIN ON PROTECTED BYTES.
      ***************************************************************
       9996-PII-KEY-ERR.
      *
           DISPLAY 'GVBXK6: *** RECORD CANNOT BE REVEALED UNDER THE '
                   'ACTIVE KEY, MBRPIICR RC = ' PIIC-RETURN-CODE ' ***'
           SET  X95PARM8-ABORT-RUN        TO TRUE
           MOVE X95PARM8-RETURN-CODE      TO RETURN-CODE
           GOBACK
           .
       9996-EXIT.
           EXIT.
