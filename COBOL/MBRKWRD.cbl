      **              THE CALLER'S DEFAULTS STAND (RETURN CODE '4'),   *
      **              THE SAME OPTIONAL-DD CONVENTION THE UTILITIES    *
      **              HAVE ALWAYS FOLLOWED.                            *
      **              BEFORE ANY CARD IS READ, EVERY KEYWORD IS        *
      **              RESOLVED FROM THE PARAMETER REGISTRY (SEE        *
      **              GVBCPREG) FOR THE CALLER AS OF THE RUN DATE; A   *
      **              REGISTRY VALUE REPLACES THE CALLER'S DEFAULT,    *
      **              AND A CARD MAY OVERRIDE IT ONLY WHERE THE        *
      **              REGISTRY ROW ALLOWS OVERRIDE - OTHERWISE THE     *
      **              CARD FAILS THE PARSE.  A MISSING PARMREG DD      *
      **              MEANS THE REGISTRY IS NOT CONSULTED.             *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   CONTROL CARDS (DDNAME SUPPLIED BY CALLER,      *
      **                NORMALLY CTLCARD)                              *
      **                PARAMETER REGISTRY           (DDNAME=PARMREG)  *
      **                                                               *
      ** OUTPUT FILES:  NONE - THE ECHO GOES TO THE JOB LOG            *
      **                                                               *
           88  WS-VALUE-OK                        VALUE 'Y'.
      *
      *****************************************************************
      *  PARAMETER REGISTRY RESOLUTION.  ONE SLOT PER CALLER ENTRY
      *  RECORDS WHETHER THE REGISTRY SUPPLIED IT, FROM WHICH ROW,
      *  AND WHETHER A CARD MAY OVERRIDE IT.
      *****************************************************************
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZEROES.
       01  WS-PREG-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-PREG-OPEN                       VALUE 'Y'.
       01  WS-PREG-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-PREG-EOF                        VALUE 'Y'.
       01  WS-PREG-ROW-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-PREG-ROW-FOUND                  VALUE 'Y'.
       01  WS-PREG-HELD-VALUE          PIC X(64)  VALUE SPACES.
       01  WS-PREG-HELD-OVERRIDE       PIC X(01)  VALUE SPACES.
       01  WS-PREG-HELD-STATUS         PIC X(01)  VALUE SPACES.
       01  WS-PREG-HELD-EFF-DATE       PIC 9(08)  VALUE ZEROES.
       01  WS-PREG-TBL.
           05  WS-PREG-SLOT            OCCURS 16 TIMES.
               10  WS-PREG-SUPPLIED    PIC X(01).
               10  WS-PREG-OVERRIDE    PIC X(01).
               10  WS-PREG-EFF-DATE    PIC 9(08).
      *
       COPY GVBCPREG.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION FOR THE CONTROL-CARD DD.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90G-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90G-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90G-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90G-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90G-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90G-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90G-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90G-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90G-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90G-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90G-ESDS==.
      *
       EJECT
       LINKAGE SECTION.
           MOVE ' '                       TO EOF-FLAG
           MOVE +0                        TO WS-CARD-CNT
      *
           PERFORM 150-RESOLVE-REGISTRY   THRU 150-EXIT
      *
           IF   NOT KWRD-RET-INVALID
                PERFORM 100-OPEN-CARD-FILE THRU 100-EXIT
                IF   KWRD-RET-OK
                     PERFORM 200-PARSE-ONE-CARD THRU 200-EXIT
                             UNTIL EOF-FLAG = 'Y'
                                OR KWRD-RET-INVALID
                     PERFORM 800-CLOSE-CARD-FILE THRU 800-EXIT
                END-IF
           END-IF
      *
           IF   NOT KWRD-RET-INVALID

           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE '4'                   TO KWRD-RETURN-CODE
                IF   WS-PREG-OPEN
                     DISPLAY 'MBRKWRD: ' KWRD-CALLER-ID ' - NO '
                             KWRD-DDNAME ' DD ALLOCATED, REGISTRY '
                             'VALUES AND DEFAULTS STAND'
                ELSE
                     DISPLAY 'MBRKWRD: ' KWRD-CALLER-ID ' - NO '
                             KWRD-DDNAME ' DD ALLOCATED, DEFAULTS STAND'
                END-IF
           END-IF
           .
       100-EXIT.
      *
      *
      ***************************************************************
      *  RESOLVE EVERY ENTRY IN THE CALLER'S TABLE FROM THE
      *  PARAMETER REGISTRY AS OF THE RUN DATE.  NO PARMREG DD
      *  MEANS THE REGISTRY IS NOT IN USE FOR THIS RUN.
      ***************************************************************
       150-RESOLVE-REGISTRY.
      *
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           MOVE 'N'                       TO WS-PREG-OPEN-SW
           MOVE +0                        TO WS-ENTRY-IDX
           PERFORM 155-CLEAR-ONE-SLOT     THRU 155-EXIT
                   UNTIL WS-ENTRY-IDX >= +16
      *
           SET   TP90G-ANCHOR          TO NULL
           MOVE  'PARMREG '            TO TP90G-DDNAME
           MOVE  TP90-VALUE-OPEN       TO TP90G-FUNCTION-CODE
           MOVE  TP90-VALUE-VSAM       TO TP90G-FILE-TYPE
           MOVE  TP90-VALUE-INPUT      TO TP90G-FILE-MODE
           MOVE  SPACES                TO TP90G-RETURN-CODE
           MOVE  +0                    TO TP90G-VSAM-RETURN-CODE
           MOVE  +0                    TO TP90G-RECORD-LENGTH
           MOVE  SPACES                TO TP90G-RECFM

           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY

           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRKWRD: ' KWRD-CALLER-ID ' - NO PARMREG '
                        'DD ALLOCATED, REGISTRY NOT CONSULTED'
                GO TO 150-EXIT
           END-IF
      *
           SET  WS-PREG-OPEN              TO TRUE
           MOVE +0                        TO WS-ENTRY-IDX
           PERFORM 160-RESOLVE-ONE-ENTRY  THRU 160-EXIT
                   UNTIL WS-ENTRY-IDX >= KWRD-ENTRY-COUNT
                      OR KWRD-RET-INVALID
      *
           MOVE  TP90-VALUE-CLOSE      TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY
           SET   TP90G-ANCHOR          TO NULL
           .
       150-EXIT.
           EXIT.
      *
      *
       155-CLEAR-ONE-SLOT.
      *
           ADD  +1                        TO WS-ENTRY-IDX
           MOVE 'N'                       TO WS-PREG-SUPPLIED
                                             (WS-ENTRY-IDX)
           MOVE 'N'                       TO WS-PREG-OVERRIDE
                                             (WS-ENTRY-IDX)
           MOVE ZEROES                    TO WS-PREG-EFF-DATE
                                             (WS-ENTRY-IDX)
           .
       155-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND THE ROW IN FORCE FOR ONE KEYWORD - THE LAST ROW FOR
      *  THE CALLER AND KEYWORD NOT DATED AFTER THE RUN DATE.  A
      *  RETIRED ROW LEAVES THE CALLER'S DEFAULT STANDING.  THE
      *  REGISTRY VALUE IS HELD TO THE CALLER'S PERMITTED LIST
      *  JUST AS A CARD IS.
      ***************************************************************
       160-RESOLVE-ONE-ENTRY.
      *
           ADD  +1                        TO WS-ENTRY-IDX
           MOVE 'N'                       TO WS-PREG-ROW-FOUND-SW
           MOVE 'N'                       TO WS-PREG-EOF-SW
      *
           MOVE KWRD-CALLER-ID            TO PREG-KEY-PROGRAM
           MOVE KWRD-NAME (WS-ENTRY-IDX)  TO PREG-KEY-KEYWORD
           MOVE ZEROES                    TO PREG-KEY-EFF-DATE
           MOVE TP90-VALUE-START-BROWSE   TO TP90G-FUNCTION-CODE
           MOVE LENGTH OF PREG-RECORD     TO TP90G-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90G-RECFM
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY
           IF   TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 160-EXIT
           END-IF
      *
           PERFORM 170-READ-ONE-ROW       THRU 170-EXIT
                   UNTIL WS-PREG-EOF
      *
           IF   NOT WS-PREG-ROW-FOUND
           OR   WS-PREG-HELD-STATUS NOT = 'S'
                GO TO 160-EXIT
           END-IF
      *
           MOVE WS-PREG-HELD-VALUE        TO WS-TOKEN-VALUE
           PERFORM 500-VALIDATE-VALUE     THRU 500-EXIT
           IF   WS-VALUE-OK
                MOVE WS-PREG-HELD-VALUE   TO KWRD-VALUE (WS-ENTRY-IDX)
                MOVE 'R'                  TO KWRD-SOURCE (WS-ENTRY-IDX)
                MOVE 'Y'                  TO WS-PREG-SUPPLIED
                                             (WS-ENTRY-IDX)
                MOVE WS-PREG-HELD-OVERRIDE
                                          TO WS-PREG-OVERRIDE
                                             (WS-ENTRY-IDX)
                MOVE WS-PREG-HELD-EFF-DATE
                                          TO WS-PREG-EFF-DATE
                                             (WS-ENTRY-IDX)
           ELSE
                MOVE '8'                  TO KWRD-RETURN-CODE
                MOVE SPACES               TO KWRD-ERROR-TEXT
                MOVE 'REGISTRY VALUE NOT PERMITTED FOR '
                                          TO KWRD-ERROR-TEXT(1:34)
                MOVE KWRD-NAME (WS-ENTRY-IDX)
                                          TO KWRD-ERROR-TEXT(35:12)
           END-IF
           .
       160-EXIT.
           EXIT.
      *
      *
       170-READ-ONE-ROW.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90G-FUNCTION-CODE
           CALL GVBTP90    USING TP90G-PARAMETER-AREA,
                                 PREG-RECORD,
                                 PREG-RECORD-KEY
      *
           EVALUATE TRUE
             WHEN TP90G-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
             OR   PREG-PROGRAM NOT = KWRD-CALLER-ID
             OR   PREG-KEYWORD NOT = KWRD-NAME (WS-ENTRY-IDX)
             OR   PREG-EFF-DATE > WS-RUN-DATE
                  SET  WS-PREG-EOF        TO TRUE
             WHEN OTHER
                  SET  WS-PREG-ROW-FOUND  TO TRUE
                  MOVE PREG-VALUE         TO WS-PREG-HELD-VALUE
                  MOVE PREG-OVERRIDE      TO WS-PREG-HELD-OVERRIDE
                  MOVE PREG-STATUS        TO WS-PREG-HELD-STATUS
                  MOVE PREG-EFF-DATE      TO WS-PREG-HELD-EFF-DATE
           END-EVALUATE
           .
       170-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  READ AND PARSE ONE CARD.  BLANK CARDS AND '*' COMMENTS ARE
      *  SKIPPED; ANYTHING ELSE MUST BE KEYWORD=VALUE.
      ***************************************************************
                  MOVE 'DUPLICATE KEYWORD: '
                                          TO KWRD-ERROR-TEXT(1:20)
                  MOVE WS-TOKEN-NAME      TO KWRD-ERROR-TEXT(21:12)
      *      THE REGISTRY FIXES THIS VALUE UNLESS ITS ROW SAYS A
      *      CARD MAY OVERRIDE IT.
             WHEN KWRD-FROM-REGISTRY (WS-ENTRY-IDX)
             AND  WS-PREG-OVERRIDE (WS-ENTRY-IDX) NOT = 'Y'
                  MOVE '8'                TO KWRD-RETURN-CODE
                  MOVE SPACES             TO KWRD-ERROR-TEXT
                  MOVE 'REGISTRY VALUE NOT OVERRIDABLE: '
                                          TO KWRD-ERROR-TEXT(1:33)
                  MOVE WS-TOKEN-NAME      TO KWRD-ERROR-TEXT(34:12)
             WHEN OTHER
                  PERFORM 500-VALIDATE-VALUE THRU 500-EXIT
                  IF   WS-VALUE-OK
       710-ECHO-ONE-ENTRY.
      *
           ADD  +1                        TO WS-ENTRY-IDX
           EVALUATE TRUE
             WHEN KWRD-FROM-CARD (WS-ENTRY-IDX)
             AND  WS-PREG-SUPPLIED (WS-ENTRY-IDX) = 'Y'
                DISPLAY 'MBRKWRD:   ' KWRD-NAME (WS-ENTRY-IDX) ' = '
                        KWRD-VALUE (WS-ENTRY-IDX) (1:32)
                        ' (CARD, OVERRIDES REGISTRY)'
             WHEN KWRD-FROM-CARD (WS-ENTRY-IDX)
                DISPLAY 'MBRKWRD:   ' KWRD-NAME (WS-ENTRY-IDX) ' = '
                        KWRD-VALUE (WS-ENTRY-IDX) (1:32) ' (CARD)'
             WHEN KWRD-FROM-REGISTRY (WS-ENTRY-IDX)
                DISPLAY 'MBRKWRD:   ' KWRD-NAME (WS-ENTRY-IDX) ' = '
                        KWRD-VALUE (WS-ENTRY-IDX) (1:32)
                        ' (REGISTRY, EFFECTIVE '
                        WS-PREG-EFF-DATE (WS-ENTRY-IDX) ')'
             WHEN OTHER
                DISPLAY 'MBRKWRD:   ' KWRD-NAME (WS-ENTRY-IDX) ' = '
                        KWRD-VALUE (WS-ENTRY-IDX) (1:32) ' (DEFAULT)'
           END-EVALUATE
           .
       710-EXIT.
           EXIT.
