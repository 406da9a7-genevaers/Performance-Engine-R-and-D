      *             LINE, THE SAME KIND OF COUNT MBRSEVS ALREADY      *
      *             DISPLAYS FOR ITS OWN LOCAL CTLCARD REPORT.        *
      *                                                                *
      *             OPTIONALLY THE REPORT IS ALSO BURST ON A CONTROL- *
      *             BREAK FIELD OF THE PRINT LINE (CUST-STATE, THE    *
      *             SOURCE-SYSTEM CODE, ...), EACH BURST WRITTEN TO   *
      *             THE OUTPUT DD ITS BREAK VALUE IS DISTRIBUTED TO   *
      *             WITH ITS OWN PAGE HEADINGS, PAGE NUMBERING AND A  *
      *             BURST TRAILER CARRYING ITS LINE AND PAGE COUNTS.  *
      *             THE WHOLE REPORT STILL GOES TO GVBMR88 AS BEFORE, *
      *             SO EVERY BURST RECONCILES BACK TO THE FULL COPY.  *
      *                                                                *
      *   INPUTS:   1. X88PARM2-PRINT-REC   - THE VIEW'S FORMATTED    *
      *                LINE, AS BUILT BY GVBMR88 FROM THE VIEW        *
      *                DEFINITION                                     *
      *             2. X88PARM4-REPORT-FIELDS - SECTION ID, LINE/     *
      *                PAGE SIZE, RUN LINE LENGTH                     *
      *             3. X88PARM3-STARTUP-PARMS - 'BURST,OOO,LL' TURNS  *
      *                ON BURSTING ON THE LL-BYTE BREAK FIELD AT      *
      *                OFFSET OOO OF THE PRINT LINE; ANYTHING ELSE    *
      *                LEAVES THE REPORT UNBURST                      *
      *             4. BURST DISTRIBUTION TABLE  (DDNAME=BURSTTBL) -  *
      *                BREAK VALUE TO OUTPUT DD, SEE GVBCBRST         *
      *                                                                *
      *   OUTPUTS:  1. X88PARM6-OUTPUT-RECORD-PTR - ADDRESS OF THE    *
      *                CARRIAGE-CONTROL-PREFIXED LINE TO BE PRINTED   *
      *             2. ONE 133-BYTE ASA PRINT FILE PER DD NAMED IN    *
      *                BURSTTBL (PLUS BURSTOTH WHEN THE TABLE HAS NO  *
      *                '*' ENTRY), WHEN BURSTING IS ON                *
      *                                                                *
      *   PROCESS:                                                     *
      *    THE PROGRAM IS INVOKED BY GVBMR88 AS A PRINT EXIT AND IS   *
      *    CALL (DETECTED BY X88PARM7-WORK-AREA-ANCHOR BEING NULL)    *
      *    AND RE-ADDRESSED ON EVERY SUBSEQUENT CALL.                 *
      *                                                                *
      *    WHEN BURSTING, PAGE/COLUMN HEADING LINES ARE KEPT IN THE   *
      *    WORK AREA AS EACH BURST'S HEADING BLOCK AND EVERY OTHER    *
      *    LINE IS ROUTED TO THE CURRENT BURST.  A NEW, NON-BLANK     *
      *    BREAK VALUE ON A DETAIL, SORT-HEADING OR SUBTOTAL LINE     *
      *    CLOSES THE BURST IN PROGRESS WITH ITS TRAILER AND STARTS   *
      *    THE NEXT ON A NEW PAGE.  THE BREAK FIELD SHOULD BE A SORT- *
      *    KEY COLUMN, SO THE GRAND-TOTAL SUBTOTAL LINE (THE ONLY ONE *
      *    WITH THE FIELD BLANK) MARKS THE END OF THE REPORT: THE     *
      *    LAST BURST IS CLOSED, EVERY BURST DD IS CLOSED AND THE     *
      *    BURST TOTALS ARE DISPLAYED.  THE GVBCX88P INTERFACE HAS NO *
      *    CLOSE CALL OF ITS OWN TO DO THIS FROM.                     *
      *                                                                *
      *    IMPORTANT: PROGRAM MUST HAVE RES, RENT IN COMPILE          *
      *               PROCESS OPTIONS AND RENT IN LINK FOR EXECUTION  *
      *               IN LE 370 MULTI-THREAD ENVIRONMENT.             *
      *                                                               *
      *   CALLED PROGRAMS:                                            *
      *    GVBUR05  - GENEVA OBTAIN STORAGE IN MEMORY                 *
      *    GVBTP90  - FILE I-O PROCESSING                             *
      *                                                               *
      *****************************************************************
      *
      *****************************************************************

       01  WS-GVBUR05                   PIC X(08)  VALUE 'GVBUR05 '.
       01  WS-GVBTP90                   PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-BURSTTBL-DDNAME           PIC X(08)  VALUE 'BURSTTBL'.
       01  WS-BURSTOTH-DDNAME           PIC X(08)  VALUE 'BURSTOTH'.
      *
      *      GVBTP90 FUNCTION/FILE-TYPE/MODE/RETURN-CODE CONSTANTS
       COPY GVBCTP90.
      *                  FOR ERROR MESSAGING
       01  MODNAME                      PIC  X(08) VALUE 'GVBXP8  '.

       01  WS-WORK-AREA-LNGTH           PIC S9(08) COMP.
       01  WS-LINE-LENGTH               PIC S9(04) COMP.
       01  WS-EDIT-COUNT                PIC ZZZZ9.
      *
      *****************************************************************
      *  REPORT BURSTING WORK FIELDS.  NOTHING HERE HAS TO SURVIVE
      *  BETWEEN CALLS - THE BURST STATE ITSELF IS IN LS-WORK-AREA.
      *****************************************************************
       01  WS-STARTUP-PARMS.
           05  WS-SP-KEYWORD            PIC X(05).
               88  WS-SP-BURST             VALUE 'BURST'.
           05  FILLER                   PIC X(01).
           05  WS-SP-OFFSET             PIC X(03).
           05  WS-SP-OFFSET-NUM         REDEFINES WS-SP-OFFSET
                                        PIC 9(03).
           05  FILLER                   PIC X(01).
           05  WS-SP-LENGTH             PIC X(02).
           05  WS-SP-LENGTH-NUM         REDEFINES WS-SP-LENGTH
                                        PIC 9(02).
           05  FILLER                   PIC X(20).
      *
       COPY GVBCBRST.
      *
       01  WS-TP90-RECORD-KEY           PIC X(10)  VALUE SPACES.
       01  WS-BREAK-VALUE               PIC X(08)  VALUE SPACES.
       01  WS-TBL-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-TBL-EOF                          VALUE 'Y'.
       01  WS-ENTRY-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-ENTRY-FOUND                      VALUE 'Y'.
       01  WS-SRCH-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-SRCH-DDNAME               PIC X(08)  VALUE SPACES.
       01  WS-DEST-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-HDG-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-EDIT-LINES                PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-BURST-LINE                PIC X(133) VALUE SPACES.
      *
       01  WS-BURST-HEADING.
           05  WS-BHDG-CC               PIC X(01)  VALUE '0'.
           05  FILLER                   PIC X(14)  VALUE
               'DISTRIBUTION: '.
           05  WS-BHDG-VALUE            PIC X(08)  VALUE SPACES.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-BHDG-DESC             PIC X(30)  VALUE SPACES.
           05  FILLER                   PIC X(13)  VALUE
               '  BURST PAGE '.
           05  WS-BHDG-PAGE             PIC ZZZZ9.
           05  FILLER                   PIC X(60)  VALUE SPACES.
      *
       01  WS-BURST-TRAILER.
           05  FILLER                   PIC X(01)  VALUE '0'.
           05  FILLER                   PIC X(17)  VALUE
               '*** END OF BURST '.
           05  WS-BTRL-BURST-NBR        PIC ZZZZ9.
           05  FILLER                   PIC X(09)  VALUE
               '  VALUE: '.
           05  WS-BTRL-VALUE            PIC X(08)  VALUE SPACES.
           05  FILLER                   PIC X(08)  VALUE
               '  DEST: '.
           05  WS-BTRL-DDNAME           PIC X(08)  VALUE SPACES.
           05  FILLER                   PIC X(09)  VALUE
               '  LINES: '.
           05  WS-BTRL-LINES            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(09)  VALUE
               '  PAGES: '.
           05  WS-BTRL-PAGES            PIC ZZZZ9.
           05  FILLER                   PIC X(04)  VALUE ' ***'.
           05  FILLER                   PIC X(43)  VALUE SPACES.

       01  FILLER                       PIC X(40)       VALUE
           'WORKING STORAGE FOR GVBXP8 ENDS HERE'.
           05  LS-OUTPUT-LINE.
               10  LS-CARRIAGE-CONTROL  PIC X(01).
               10  LS-LINE-TEXT         PIC X(132).
      *
      *      REPORT BURSTING STATE - THE BREAK FIELD, THE BURST IN
      *      PROGRESS, ITS SAVED HEADING BLOCK, THE DISTRIBUTION
      *      TABLE LOADED FROM BURSTTBL AND ONE GVBTP90 PARAMETER AREA
      *      PER DISTINCT OUTPUT DD.
           05  LS-BURST-MODE-SW         PIC X(01).
               88  LS-BURST-ACTIVE         VALUE 'Y'.
           05  LS-BURST-OFFSET          PIC S9(04) COMP.
           05  LS-BURST-LENGTH          PIC S9(04) COMP.
           05  LS-PAGE-SIZE             PIC S9(04) COMP.
           05  LS-BURST-OPEN-SW         PIC X(01).
               88  LS-BURST-OPEN           VALUE 'Y'.
           05  LS-HDG-CAPTURE-SW        PIC X(01).
               88  LS-HDG-CAPTURING        VALUE 'Y'.
           05  LS-CUR-BREAK-VALUE       PIC X(08).
           05  LS-CUR-DESCRIPTION       PIC X(30).
           05  LS-CUR-DEST-IDX          PIC S9(04) COMP.
           05  LS-BURST-NBR             PIC S9(07) COMP-3.
           05  LS-BURST-LINES           PIC S9(07) COMP-3.
           05  LS-BURST-PAGES           PIC S9(07) COMP-3.
           05  LS-BURST-PAGE-LINES      PIC S9(04) COMP.
           05  LS-LINES-SEEN            PIC S9(09) COMP-3.
           05  LS-LINES-BURST           PIC S9(09) COMP-3.
           05  LS-LINES-NOT-BURST       PIC S9(09) COMP-3.
           05  LS-HDG-COUNT             PIC S9(04) COMP.
           05  LS-HDG-LINE              OCCURS 8 TIMES
                                        PIC X(133).
           05  LS-TBL-TP90-AREA         PIC X(32).
           05  LS-DEFAULT-DEST-IDX      PIC S9(04) COMP.
           05  LS-DIST-COUNT            PIC S9(04) COMP.
           05  LS-DIST-ENTRY            OCCURS 60 TIMES.
               10  LS-DIST-VALUE        PIC X(08).
               10  LS-DIST-DESCRIPTION  PIC X(30).
               10  LS-DIST-DEST-IDX     PIC S9(04) COMP.
           05  LS-DEST-COUNT            PIC S9(04) COMP.
           05  LS-DEST-ENTRY            OCCURS 20 TIMES.
               10  LS-DEST-DDNAME       PIC X(08).
               10  LS-DEST-STATUS       PIC X(01).
                   88  LS-DEST-NOT-OPENED  VALUE ' '.
                   88  LS-DEST-OPEN        VALUE 'O'.
                   88  LS-DEST-CLOSED      VALUE 'C'.
                   88  LS-DEST-FAILED      VALUE 'F'.
               10  LS-DEST-BURSTS       PIC S9(07) COMP-3.
               10  LS-DEST-LINES        PIC S9(09) COMP-3.
               10  LS-DEST-TP90-AREA    PIC X(32).
      *
      *      GVBTP90 PARAMETER AREA, ADDRESSED ONTO LS-TBL-TP90-AREA
      *      OR THE LS-DEST-TP90-AREA OF THE DD BEING WRITTEN.
       COPY GVBCTP9P.

      *****************************************************************
      * MAIN LOGIC.                                                   *
             WHEN OTHER
                  PERFORM 260-BUILD-BLANK-LINE      THRU 260-EXIT
           END-EVALUATE
      *
           IF   LS-BURST-ACTIVE
                PERFORM 300-BURST-LINE          THRU 300-EXIT
           END-IF
      *
           SET  X88PARM6-OUTPUT-RECORD-PTR      TO
                                        ADDRESS OF LS-OUTPUT-LINE
      *
      ******************************************************************
      *  FIRST-CALL INITIALIZATION - OBTAIN THE RETAINED WORK AREA AND
      *  ZERO THE RUNNING DETAIL-LINE COUNT, THEN SET UP BURSTING IF
      *  THE VIEW'S STARTUP PARMS ASK FOR IT.
      ******************************************************************
       100-INIT.
      *

           SET  ADDRESS OF LS-WORK-AREA         TO
                                        X88PARM7-WORK-AREA-ANCHOR
           INITIALIZE LS-WORK-AREA
           MOVE ZERO                            TO LS-DETAIL-COUNT
           MOVE 'N'                             TO LS-BURST-MODE-SW
                                                   LS-BURST-OPEN-SW
                                                   LS-HDG-CAPTURE-SW
      *
           DISPLAY MODNAME ': WORK AREA ACQUIRED FOR VIEW ID '
                   X88PARM1-VIEW-ID
      *
           MOVE X88PARM3-STARTUP-PARMS          TO WS-STARTUP-PARMS
           IF   WS-SP-BURST
                PERFORM 110-INIT-BURSTING       THRU 110-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  VALIDATE THE BURST STARTUP PARMS AND LOAD THE DISTRIBUTION
      *  TABLE.  ANY PROBLEM IS DISPLAYED AND LEAVES THE REPORT UNBURST
      *  - THE FULL REPORT STILL PRINTS THROUGH GVBMR88 EITHER WAY.
      ******************************************************************
       110-INIT-BURSTING.
      *
           IF   WS-SP-OFFSET NOT NUMERIC
           OR   WS-SP-LENGTH NOT NUMERIC
           OR   WS-SP-OFFSET-NUM = ZERO
           OR   WS-SP-LENGTH-NUM = ZERO
           OR   WS-SP-LENGTH-NUM > LENGTH OF LS-CUR-BREAK-VALUE
           OR   WS-SP-OFFSET-NUM + WS-SP-LENGTH-NUM - 1 >
                                       LENGTH OF X88PARM2-PRINT-REC
                DISPLAY MODNAME ': INVALID BURST STARTUP PARMS '
                        WS-STARTUP-PARMS ', REPORT NOT BURST'
                GO TO 110-EXIT
           END-IF
      *
           MOVE WS-SP-OFFSET-NUM                TO LS-BURST-OFFSET
           MOVE WS-SP-LENGTH-NUM                TO LS-BURST-LENGTH
           IF   X88PARM4-MAX-PAGE-SIZE > ZERO
                MOVE X88PARM4-MAX-PAGE-SIZE     TO LS-PAGE-SIZE
           ELSE
                MOVE +60                        TO LS-PAGE-SIZE
           END-IF
      *
           PERFORM 120-LOAD-DIST-TABLE          THRU 120-EXIT
      *
           IF   LS-DIST-COUNT = ZERO
                DISPLAY MODNAME ': NO BURST DISTRIBUTION TABLE '
                        'ENTRIES, REPORT NOT BURST'
                GO TO 110-EXIT
           END-IF
      *
      *      VALUES NOT IN THE TABLE GO TO THE '*' ENTRY'S DD, OR TO
      *      BURSTOTH WHEN THE TABLE HAS NONE, SO NO PAGE IS DROPPED.
           IF   LS-DEFAULT-DEST-IDX = ZERO
                MOVE WS-BURSTOTH-DDNAME         TO WS-SRCH-DDNAME
                PERFORM 140-FIND-DEST           THRU 140-EXIT
                MOVE WS-DEST-IDX                TO LS-DEFAULT-DEST-IDX
           END-IF
      *
           SET  LS-BURST-ACTIVE                 TO TRUE
           DISPLAY MODNAME ': BURSTING VIEW ' X88PARM1-VIEW-ID
                   ' ON PRINT POSITIONS ' WS-SP-OFFSET
                   ' LENGTH ' WS-SP-LENGTH
                   ', ' LS-DIST-COUNT ' TABLE ENTRIES, '
                   LS-DEST-COUNT ' DESTINATIONS'
           .
       110-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  READ THE BURSTTBL DISTRIBUTION TABLE INTO THE WORK AREA.
      ******************************************************************
       120-LOAD-DIST-TABLE.
      *
           SET  ADDRESS OF TP90-PARAMETER-AREA  TO
                                        ADDRESS OF LS-TBL-TP90-AREA
           SET  TP90-ANCHOR                     TO NULL
           MOVE WS-BURSTTBL-DDNAME              TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN                 TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT                TO TP90-FILE-MODE
           MOVE SPACES                          TO TP90-RETURN-CODE
           MOVE +0                              TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF BRST-RECORD           TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN            TO TP90-RECFM
           CALL WS-GVBTP90 USING TP90-PARAMETER-AREA,
                                 BRST-RECORD,
                                 WS-TP90-RECORD-KEY
           END-CALL
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY MODNAME ': NO BURSTTBL DD ALLOCATED, RET CD = '
                        TP90-RETURN-CODE
                GO TO 120-EXIT
           END-IF
      *
           MOVE 'N'                             TO WS-TBL-EOF-SW
           PERFORM 125-READ-DIST-RCRD           THRU 125-EXIT
                   UNTIL WS-TBL-EOF
      *
           SET  ADDRESS OF TP90-PARAMETER-AREA  TO
                                        ADDRESS OF LS-TBL-TP90-AREA
           MOVE TP90-VALUE-CLOSE                TO TP90-FUNCTION-CODE
           CALL WS-GVBTP90 USING TP90-PARAMETER-AREA,
                                 BRST-RECORD,
                                 WS-TP90-RECORD-KEY
           END-CALL
           .
       120-EXIT.
           EXIT.
      *
      *
       125-READ-DIST-RCRD.
      *
           SET  ADDRESS OF TP90-PARAMETER-AREA  TO
                                        ADDRESS OF LS-TBL-TP90-AREA
           MOVE TP90-VALUE-READ                 TO TP90-FUNCTION-CODE
           CALL WS-GVBTP90 USING TP90-PARAMETER-AREA,
                                 BRST-RECORD,
                                 WS-TP90-RECORD-KEY
           END-CALL
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                SET  WS-TBL-EOF                 TO TRUE
                GO TO 125-EXIT
           END-IF
      *
           IF   BRST-BREAK-VALUE = SPACES
           OR   BRST-DDNAME = SPACES
                GO TO 125-EXIT
           END-IF
      *
           MOVE BRST-DDNAME                     TO WS-SRCH-DDNAME
           PERFORM 140-FIND-DEST                THRU 140-EXIT
           IF   WS-DEST-IDX = ZERO
                DISPLAY MODNAME ': TOO MANY BURST DDS, '
                        BRST-DDNAME ' IGNORED FOR ' BRST-BREAK-VALUE
                GO TO 125-EXIT
           END-IF
      *
           IF   BRST-DEFAULT-ENTRY
                MOVE WS-DEST-IDX                TO LS-DEFAULT-DEST-IDX
                GO TO 125-EXIT
           END-IF
      *
           IF   LS-DIST-COUNT >= 60
                DISPLAY MODNAME ': BURST TABLE FULL, '
                        BRST-BREAK-VALUE ' WILL GO TO THE DEFAULT DD'
                GO TO 125-EXIT
           END-IF
      *
           ADD  +1                              TO LS-DIST-COUNT
           MOVE BRST-BREAK-VALUE    TO LS-DIST-VALUE (LS-DIST-COUNT)
           MOVE BRST-DESCRIPTION    TO
                                 LS-DIST-DESCRIPTION (LS-DIST-COUNT)
           MOVE WS-DEST-IDX         TO LS-DIST-DEST-IDX (LS-DIST-COUNT)
           .
       125-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  FIND WS-SRCH-DDNAME IN THE DESTINATION TABLE, ADDING IT IF
      *  THIS IS ITS FIRST APPEARANCE.  WS-DEST-IDX COMES BACK ZERO
      *  ONLY WHEN THE TABLE IS FULL.
      ******************************************************************
       140-FIND-DEST.
      *
           MOVE +0                              TO WS-DEST-IDX
           MOVE +0                              TO WS-SRCH-IDX
           PERFORM 145-SEARCH-DEST-ENTRY        THRU 145-EXIT
                   UNTIL WS-SRCH-IDX >= LS-DEST-COUNT
                      OR WS-DEST-IDX > ZERO
      *
           IF   WS-DEST-IDX = ZERO
           AND  LS-DEST-COUNT < 20
                ADD  +1                         TO LS-DEST-COUNT
                MOVE LS-DEST-COUNT              TO WS-DEST-IDX
                MOVE WS-SRCH-DDNAME   TO LS-DEST-DDNAME (WS-DEST-IDX)
                MOVE SPACE            TO LS-DEST-STATUS (WS-DEST-IDX)
                MOVE ZERO             TO LS-DEST-BURSTS (WS-DEST-IDX)
                                         LS-DEST-LINES (WS-DEST-IDX)
           END-IF
           .
       140-EXIT.
           EXIT.
      *
      *
       145-SEARCH-DEST-ENTRY.
      *
           ADD  +1                              TO WS-SRCH-IDX
           IF   LS-DEST-DDNAME (WS-SRCH-IDX) = WS-SRCH-DDNAME
                MOVE WS-SRCH-IDX                TO WS-DEST-IDX
           END-IF
           .
       145-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  THE OUTPUT LINE MAY NOT EXCEED LS-LINE-TEXT.  A VIEW THAT HAS
      *  NOT SET X88PARM4-REPORT-LINE-LENGTH (OR HAS SET IT LARGER
      *  THAN THIS EXIT SUPPORTS) FALLS BACK TO THE FULL PRINT-REC.
           .
       260-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  ROUTE THE LINE JUST BUILT TO THE BURST IN PROGRESS.  PAGE
      *  HEADINGS START A NEW HEADING BLOCK AND THE COLUMN HEADING,
      *  DASH AND BLANK LINES THAT FOLLOW ONE ARE ADDED TO IT; EVERY
      *  OTHER LINE IS BODY TEXT FOR THE CURRENT BURST.
      ******************************************************************
       300-BURST-LINE.
      *
           EVALUATE TRUE
             WHEN X88PARM4-PAGE-HEADING
                  MOVE ZERO                     TO LS-HDG-COUNT
                  SET  LS-HDG-CAPTURING         TO TRUE
                  PERFORM 310-SAVE-HEADING-LINE THRU 310-EXIT
             WHEN X88PARM4-COLUMN-HEADING
                  PERFORM 310-SAVE-HEADING-LINE THRU 310-EXIT
             WHEN LS-HDG-CAPTURING
              AND (X88PARM4-DASH-LINE OR X88PARM4-BLANK-LINE)
                  PERFORM 310-SAVE-HEADING-LINE THRU 310-EXIT
             WHEN OTHER
                  MOVE 'N'                      TO LS-HDG-CAPTURE-SW
                  PERFORM 320-ROUTE-BODY-LINE   THRU 320-EXIT
           END-EVALUATE
           .
       300-EXIT.
           EXIT.
      *
      *
       310-SAVE-HEADING-LINE.
      *
           IF   LS-HDG-COUNT < 8
                ADD  +1                         TO LS-HDG-COUNT
                MOVE LS-OUTPUT-LINE   TO LS-HDG-LINE (LS-HDG-COUNT)
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  A BODY LINE.  A NEW BREAK VALUE CLOSES THE CURRENT BURST AND
      *  OPENS THE NEXT; A SUBTOTAL LINE WITH THE BREAK FIELD BLANK IS
      *  THE GRAND TOTAL, WHICH ENDS THE LAST BURST AND THE REPORT.
      *  LINES THAT CANNOT BE DELIVERED TO A BURST ARE COUNTED SO THE
      *  BURST TOTALS STILL RECONCILE TO THE FULL REPORT.
      ******************************************************************
       320-ROUTE-BODY-LINE.
      *
           ADD  +1                              TO LS-LINES-SEEN
           MOVE SPACES                          TO WS-BREAK-VALUE
           IF   X88PARM4-DETAIL-LINE
           OR   X88PARM4-SORT-HEADING
           OR   X88PARM4-SUBTOTAL-LINE
                MOVE X88PARM2-PRINT-REC (LS-BURST-OFFSET :
                                         LS-BURST-LENGTH)
                                                TO WS-BREAK-VALUE
           END-IF
      *
           IF   X88PARM4-SUBTOTAL-LINE
           AND  WS-BREAK-VALUE = SPACES
                ADD  +1                         TO LS-LINES-NOT-BURST
                IF   LS-BURST-OPEN
                     PERFORM 400-CLOSE-BURST    THRU 400-EXIT
                END-IF
                PERFORM 450-CLOSE-DESTINATIONS  THRU 450-EXIT
                PERFORM 480-DISPLAY-BURST-TOTALS THRU 480-EXIT
                GO TO 320-EXIT
           END-IF
      *
           IF   WS-BREAK-VALUE NOT = SPACES
                IF   NOT LS-BURST-OPEN
                     PERFORM 350-OPEN-BURST     THRU 350-EXIT
                ELSE
                     IF   WS-BREAK-VALUE NOT = LS-CUR-BREAK-VALUE
                          PERFORM 400-CLOSE-BURST THRU 400-EXIT
                          PERFORM 350-OPEN-BURST  THRU 350-EXIT
                     END-IF
                END-IF
           END-IF
      *
           IF   NOT LS-BURST-OPEN
           OR   LS-CUR-DEST-IDX = ZERO
                ADD  +1                         TO LS-LINES-NOT-BURST
                GO TO 320-EXIT
           END-IF
      *
           IF   LS-BURST-PAGE-LINES >= LS-PAGE-SIZE
                PERFORM 360-WRITE-BURST-HEADINGS THRU 360-EXIT
           END-IF
      *
           MOVE LS-OUTPUT-LINE                  TO WS-BURST-LINE
           PERFORM 380-WRITE-BURST-RECORD       THRU 380-EXIT
           ADD  +1                              TO LS-BURST-LINES
           ADD  +1                              TO LS-LINES-BURST
           .
       320-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  START A BURST FOR WS-BREAK-VALUE: FIND ITS DESTINATION IN THE
      *  DISTRIBUTION TABLE (THE DEFAULT DD WHEN IT IS NOT LISTED),
      *  OPEN THAT DD ON ITS FIRST USE, AND BEGIN PAGE 1.
      ******************************************************************
       350-OPEN-BURST.
      *
           SET  LS-BURST-OPEN                   TO TRUE
           ADD  +1                              TO LS-BURST-NBR
           MOVE WS-BREAK-VALUE                  TO LS-CUR-BREAK-VALUE
           MOVE ZERO                            TO LS-BURST-LINES
                                                   LS-BURST-PAGES
           MOVE SPACES                          TO LS-CUR-DESCRIPTION
           MOVE LS-DEFAULT-DEST-IDX             TO LS-CUR-DEST-IDX
      *
           MOVE 'N'                             TO WS-ENTRY-FOUND-SW
           MOVE +0                              TO WS-SRCH-IDX
           PERFORM 355-SEARCH-DIST-ENTRY        THRU 355-EXIT
                   UNTIL WS-SRCH-IDX >= LS-DIST-COUNT
                      OR WS-ENTRY-FOUND
      *
           IF   WS-ENTRY-FOUND
                MOVE LS-DIST-DEST-IDX (WS-SRCH-IDX)
                                                TO LS-CUR-DEST-IDX
                MOVE LS-DIST-DESCRIPTION (WS-SRCH-IDX)
                                                TO LS-CUR-DESCRIPTION
           END-IF
      *
           IF   LS-CUR-DEST-IDX = ZERO
                DISPLAY MODNAME ': BURST ' LS-BURST-NBR ' VALUE '
                        LS-CUR-BREAK-VALUE ' HAS NO USABLE DD'
                GO TO 350-EXIT
           END-IF
      *
           PERFORM 370-OPEN-DEST                THRU 370-EXIT
      *
      *      A DD THAT WILL NOT OPEN FALLS BACK TO THE DEFAULT DD.
           IF   LS-DEST-FAILED (LS-CUR-DEST-IDX)
           AND  LS-CUR-DEST-IDX NOT = LS-DEFAULT-DEST-IDX
           AND  LS-DEFAULT-DEST-IDX > ZERO
                MOVE LS-DEFAULT-DEST-IDX        TO LS-CUR-DEST-IDX
                PERFORM 370-OPEN-DEST           THRU 370-EXIT
           END-IF
      *
           IF   LS-DEST-FAILED (LS-CUR-DEST-IDX)
                DISPLAY MODNAME ': BURST ' LS-BURST-NBR ' VALUE '
                        LS-CUR-BREAK-VALUE ' HAS NO USABLE DD'
                MOVE ZERO                       TO LS-CUR-DEST-IDX
                GO TO 350-EXIT
           END-IF
      *
           ADD  +1             TO LS-DEST-BURSTS (LS-CUR-DEST-IDX)
           PERFORM 360-WRITE-BURST-HEADINGS     THRU 360-EXIT
           .
       350-EXIT.
           EXIT.
      *
      *
       355-SEARCH-DIST-ENTRY.
      *
           ADD  +1                              TO WS-SRCH-IDX
           IF   LS-DIST-VALUE (WS-SRCH-IDX) = WS-BREAK-VALUE
                SET  WS-ENTRY-FOUND             TO TRUE
           END-IF
           .
       355-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  START A NEW BURST PAGE: THE SAVED PAGE HEADING, THE BURST'S
      *  OWN DISTRIBUTION LINE AND PAGE NUMBER, THEN THE REST OF THE
      *  SAVED HEADING BLOCK.
      ******************************************************************
       360-WRITE-BURST-HEADINGS.
      *
           ADD  +1                              TO LS-BURST-PAGES
           MOVE ZERO                            TO LS-BURST-PAGE-LINES
           MOVE LS-CUR-BREAK-VALUE              TO WS-BHDG-VALUE
           MOVE LS-CUR-DESCRIPTION              TO WS-BHDG-DESC
           MOVE LS-BURST-PAGES                  TO WS-BHDG-PAGE
      *
           IF   LS-HDG-COUNT = ZERO
                MOVE '1'                        TO WS-BHDG-CC
                MOVE WS-BURST-HEADING           TO WS-BURST-LINE
                PERFORM 380-WRITE-BURST-RECORD  THRU 380-EXIT
                GO TO 360-EXIT
           END-IF
      *
           MOVE LS-HDG-LINE (1)                 TO WS-BURST-LINE
           MOVE '1'                             TO WS-BURST-LINE (1:1)
           PERFORM 380-WRITE-BURST-RECORD       THRU 380-EXIT
      *
           MOVE '0'                             TO WS-BHDG-CC
           MOVE WS-BURST-HEADING                TO WS-BURST-LINE
           PERFORM 380-WRITE-BURST-RECORD       THRU 380-EXIT
      *
           MOVE +1                              TO WS-HDG-IDX
           PERFORM 365-WRITE-HEADING-LINE       THRU 365-EXIT
                   UNTIL WS-HDG-IDX >= LS-HDG-COUNT
           .
       360-EXIT.
           EXIT.
      *
      *
       365-WRITE-HEADING-LINE.
      *
           ADD  +1                              TO WS-HDG-IDX
           MOVE LS-HDG-LINE (WS-HDG-IDX)        TO WS-BURST-LINE
           PERFORM 380-WRITE-BURST-RECORD       THRU 380-EXIT
           .
       365-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  OPEN THE CURRENT BURST'S DD ON ITS FIRST USE.  A DD ALREADY
      *  CLOSED AT A PRIOR GRAND TOTAL IS REOPENED FOR EXTEND SO THE
      *  PAGES ALREADY WRITTEN TO IT ARE KEPT.
      ******************************************************************
       370-OPEN-DEST.
      *
           IF   LS-DEST-OPEN (LS-CUR-DEST-IDX)
           OR   LS-DEST-FAILED (LS-CUR-DEST-IDX)
                GO TO 370-EXIT
           END-IF
      *
           SET  ADDRESS OF TP90-PARAMETER-AREA  TO ADDRESS OF
                                LS-DEST-TP90-AREA (LS-CUR-DEST-IDX)
           IF   LS-DEST-CLOSED (LS-CUR-DEST-IDX)
                MOVE TP90-VALUE-EXTEND          TO TP90-FILE-MODE
           ELSE
                MOVE TP90-VALUE-OUTPUT          TO TP90-FILE-MODE
           END-IF
           SET  TP90-ANCHOR                     TO NULL
           MOVE LS-DEST-DDNAME (LS-CUR-DEST-IDX)
                                                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN                 TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL           TO TP90-FILE-TYPE
           MOVE SPACES                          TO TP90-RETURN-CODE
           MOVE +0                              TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-BURST-LINE         TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN            TO TP90-RECFM
           CALL WS-GVBTP90 USING TP90-PARAMETER-AREA,
                                 WS-BURST-LINE,
                                 WS-TP90-RECORD-KEY
           END-CALL
      *
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  LS-DEST-OPEN (LS-CUR-DEST-IDX) TO TRUE
                DISPLAY MODNAME ': BURST DD OPENED: '
                        LS-DEST-DDNAME (LS-CUR-DEST-IDX)
           ELSE
                SET  LS-DEST-FAILED (LS-CUR-DEST-IDX) TO TRUE
                DISPLAY MODNAME ': BURST DD '
                        LS-DEST-DDNAME (LS-CUR-DEST-IDX)
                        ' DID NOT OPEN, RET CD = ' TP90-RETURN-CODE
           END-IF
           .
       370-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  WRITE WS-BURST-LINE TO THE CURRENT BURST'S DD AND COUNT IT
      *  TOWARD THE BURST PAGE (TWO LINES FOR A DOUBLE-SPACED ONE).
      ******************************************************************
       380-WRITE-BURST-RECORD.
      *
           SET  ADDRESS OF TP90-PARAMETER-AREA  TO ADDRESS OF
                                LS-DEST-TP90-AREA (LS-CUR-DEST-IDX)
           MOVE TP90-VALUE-WRITE                TO TP90-FUNCTION-CODE
           CALL WS-GVBTP90 USING TP90-PARAMETER-AREA,
                                 WS-BURST-LINE,
                                 WS-TP90-RECORD-KEY
           END-CALL
      *
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY MODNAME ': ERROR WRITING BURST DD '
                        LS-DEST-DDNAME (LS-CUR-DEST-IDX)
                        ' RET CD = ' TP90-RETURN-CODE
           END-IF
      *
           IF   WS-BURST-LINE (1:1) = '0'
                ADD  +2                         TO LS-BURST-PAGE-LINES
           ELSE
                ADD  +1                         TO LS-BURST-PAGE-LINES
           END-IF
           .
       380-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  END THE CURRENT BURST WITH ITS TRAILER - WRITTEN TO THE BURST
      *  DD AND ECHOED TO THE JOB LOG SO EVERY BURST IS ACCOUNTED FOR.
      ******************************************************************
       400-CLOSE-BURST.
      *
           MOVE LS-BURST-NBR                    TO WS-BTRL-BURST-NBR
           MOVE LS-CUR-BREAK-VALUE              TO WS-BTRL-VALUE
           MOVE LS-BURST-LINES                  TO WS-BTRL-LINES
           MOVE LS-BURST-PAGES                  TO WS-BTRL-PAGES
      *
           IF   LS-CUR-DEST-IDX = ZERO
                MOVE '(NONE)'                   TO WS-BTRL-DDNAME
           ELSE
                MOVE LS-DEST-DDNAME (LS-CUR-DEST-IDX)
                                                TO WS-BTRL-DDNAME
                ADD  LS-BURST-LINES   TO LS-DEST-LINES (LS-CUR-DEST-IDX)
                MOVE WS-BURST-TRAILER           TO WS-BURST-LINE
                PERFORM 380-WRITE-BURST-RECORD  THRU 380-EXIT
           END-IF
      *
           DISPLAY MODNAME ': ' WS-BURST-TRAILER (2:90)
           MOVE 'N'                             TO LS-BURST-OPEN-SW
           .
       400-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  END OF REPORT - CLOSE EVERY BURST DD STILL OPEN.
      ******************************************************************
       450-CLOSE-DESTINATIONS.
      *
           MOVE +0                              TO WS-DEST-IDX
           PERFORM 455-CLOSE-ONE-DEST           THRU 455-EXIT
                   UNTIL WS-DEST-IDX >= LS-DEST-COUNT
           .
       450-EXIT.
           EXIT.
      *
      *
       455-CLOSE-ONE-DEST.
      *
           ADD  +1                              TO WS-DEST-IDX
           IF   NOT LS-DEST-OPEN (WS-DEST-IDX)
                GO TO 455-EXIT
           END-IF
      *
           SET  ADDRESS OF TP90-PARAMETER-AREA  TO ADDRESS OF
                                LS-DEST-TP90-AREA (WS-DEST-IDX)
           MOVE TP90-VALUE-CLOSE                TO TP90-FUNCTION-CODE
           CALL WS-GVBTP90 USING TP90-PARAMETER-AREA,
                                 WS-BURST-LINE,
                                 WS-TP90-RECORD-KEY
           END-CALL
           SET  LS-DEST-CLOSED (WS-DEST-IDX)    TO TRUE
           .
       455-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      *  BURST TOTALS FOR THE JOB LOG: LINES BURST PLUS LINES NOT
      *  BURST ALWAYS EQUALS THE BODY LINES OF THE FULL REPORT.
      ******************************************************************
       480-DISPLAY-BURST-TOTALS.
      *
           DISPLAY MODNAME ': BURST TOTALS FOR VIEW ' X88PARM1-VIEW-ID
           MOVE LS-BURST-NBR                    TO WS-EDIT-LINES
           DISPLAY MODNAME ': BURSTS WRITTEN      = ' WS-EDIT-LINES
           MOVE LS-LINES-SEEN                   TO WS-EDIT-LINES
           DISPLAY MODNAME ': BODY LINES          = ' WS-EDIT-LINES
           MOVE LS-LINES-BURST                  TO WS-EDIT-LINES
           DISPLAY MODNAME ': LINES BURST         = ' WS-EDIT-LINES
           MOVE LS-LINES-NOT-BURST              TO WS-EDIT-LINES
           DISPLAY MODNAME ': LINES NOT BURST     = ' WS-EDIT-LINES
      *
           MOVE +0                              TO WS-DEST-IDX
           PERFORM 485-DISPLAY-DEST-TOTALS      THRU 485-EXIT
                   UNTIL WS-DEST-IDX >= LS-DEST-COUNT
           .
       480-EXIT.
           EXIT.
      *
      *
       485-DISPLAY-DEST-TOTALS.
      *
           ADD  +1                              TO WS-DEST-IDX
           MOVE LS-DEST-LINES (WS-DEST-IDX)     TO WS-EDIT-LINES
           MOVE LS-DEST-BURSTS (WS-DEST-IDX)    TO WS-EDIT-COUNT
           DISPLAY MODNAME ': DD ' LS-DEST-DDNAME (WS-DEST-IDX)
                   ' BURSTS ' WS-EDIT-COUNT ' LINES ' WS-EDIT-LINES
           .
       485-EXIT.
           EXIT.
