      **              THE FULL LEGAL NAME FROM A 'NAM' CHILD WHEN ONE  *
      **              EXISTS, THE PARENT FIELD OTHERWISE - IS ENCODED  *
      **              THROUGH MBRPHONC AND UPSERTED INTO THE PHONIDXV  *
      **              KSDS.  AN INDIVIDUAL IS ENCODED ON THE SURNAME   *
      **              FROM THE 'PNM' PARSED-NAME CHILD (GVBCCHLD NOTE  *
      **              9), A BUSINESS OR UNPARSEABLE NAME WHOLE; WITH   *
      **              NO CHILD (OR NO CUSTPNMV DD) MBRPHONC SPLITS THE *
      **              NAME ITSELF (FUNCTION 'S'), THE SAME WAY EVERY   *
      **              SEARCH OF THE INDEX DOES.  THE INDEX IS THE      *
      **              CODE/STATE/KEY KSDS THE MBRCPHON SEARCH          *
      **              TRANSACTION BROWSES.  RUNS IN THE                *
      **              NIGHTLY CYCLE RIGHT AFTER MLOADVS, AND THE SAME  *
      **              JOB AGAINST A FRESHLY DEFINED CLUSTER IS THE     *
      **              FULL REBUILD - THE INDEX IS DERIVED DATA AND     *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRPHONC - PHONETIC ENCODER                   *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE          (DDNAME=CUSTNAMV)  *
      **                LEGAL-NAME CHILD CLUSTER    (DDNAME=CUSTLGNV)  *
      **                PARSED-NAME CHILD CLUSTER   (DDNAME=CUSTPNMV)  *
      **                                                               *
      ** OUTPUT FILES:  PHONETIC INDEX CLUSTER      (DDNAME=PHONIDXV)  *
      **                                                               *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRPHONC                 PIC X(08)  VALUE 'MBRPHONC'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      THE NAME AND THE LEGAL NAME ARE HELD PROTECTED (SEE
      *      GVBCPIIK) AND ARE REVEALED UNDER THE ACTIVE KEY TO ENCODE.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
       01  WS-INDEXED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-NO-LETTERS-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-LEGAL-NAME-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-SURNAME-CNT              PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
                                ==TP90L-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90L-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90N-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90N-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90N-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90N-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90N-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90N-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90N-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90N-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90N-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90N-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90N-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
                        'PARENT NAMES ONLY'
                SET  TP90L-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90N-ANCHOR              TO NULL
           MOVE 'CUSTPNMV'                TO TP90N-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90N-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90N-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90N-FILE-MODE
           MOVE SPACES                    TO TP90N-RETURN-CODE
           MOVE +0                        TO TP90N-VSAM-RETURN-CODE
           MOVE +0                        TO TP90N-RECORD-LENGTH
           MOVE SPACES                    TO TP90N-RECFM
           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90N-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRPHONB: CUSTPNMV DD NOT ALLOCATED, '
                        'NAMES SPLIT BY MBRPHONC'
                SET  TP90N-ANCHOR           TO NULL
           END-IF
           .
       100-EXIT.
           EXIT.
           END-EVALUATE
      *
           ADD  +1                        TO RECORD-CNT
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           PERFORM 310-REVEAL-IMAGE       THRU 310-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
      *      THE NAME TO ENCODE - THE FULL LEGAL NAME WHEN A 'NAM'
      *      CHILD EXISTS, THE PARENT FIELD OTHERWISE.
           SET  PHON-FCN-ENCODE-SURNAME   TO TRUE
           MOVE SPACES                    TO PHON-NAME-IN
           MOVE TP90-CUST-NAME            TO PHON-NAME-IN
           IF   TP90L-ANCHOR NOT = NULL
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                IF   TP90L-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                     SET  PIIC-IMAGE-CHILD TO TRUE
                     PERFORM 310-REVEAL-IMAGE THRU 310-EXIT
                     IF   SEVERE-ERROR NOT = ' '
                          GO TO 300-EXIT
                     END-IF
                     IF   CUST-NAM-LEGAL-NAME NOT = SPACES
                          MOVE CUST-NAM-LEGAL-NAME TO PHON-NAME-IN
                          ADD  +1         TO WS-LEGAL-NAME-CNT
                     END-IF
                END-IF
           END-IF
      *
           PERFORM 305-USE-NAME-PARTS     THRU 305-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 300-EXIT
           END-IF
      *
           CALL WS-MBRPHONC USING PHON-ENCODE-PARMS
           IF   PHON-RET-NO-LETTERS
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE PARSED-NAME CHILD, WHEN THERE IS ONE, DECIDES WHAT IS
      *  ENCODED: AN INDIVIDUAL'S SURNAME, OR THE NAME WHOLE FOR A
      *  BUSINESS OR AN UNPARSEABLE NAME.  WITHOUT ONE THE FUNCTION
      *  STAYS 'S' AND MBRPHONC SPLITS THE NAME ITSELF.
      ***************************************************************
       305-USE-NAME-PARTS.
      *
           IF   TP90N-ANCHOR = NULL
                GO TO 305-EXIT
           END-IF
      *
           MOVE 'CUSTPNMV'                TO TP90N-DDNAME
           MOVE TP90-VALUE-LOCATE         TO TP90N-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90N-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90N-FILE-MODE
           MOVE +96                       TO TP90N-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90N-RECFM
           MOVE SPACES                    TO CUST-CHILD-RECORD-KEY
           MOVE TP90-CUST-KEY-ID          TO CUST-CHILD-RECORD-KEY(1:10)
           MOVE 'PNM01'                   TO CUST-CHILD-RECORD-KEY(11:5)
           CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90N-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                GO TO 305-EXIT
           END-IF
      *
           SET  PIIC-IMAGE-CHILD          TO TRUE
           PERFORM 310-REVEAL-IMAGE       THRU 310-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 305-EXIT
           END-IF
      *
           SET  PHON-FCN-ENCODE           TO TRUE
           IF   CUST-PNM-INDIVIDUAL
           AND  CUST-PNM-LAST NOT = SPACES
                MOVE SPACES               TO PHON-NAME-IN
                MOVE CUST-PNM-LAST        TO PHON-NAME-IN
                ADD  +1                   TO WS-SURNAME-CNT
           END-IF
           .
       305-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE PARENT OR A CHILD IMAGE UNDER THE ACTIVE
      *  KEY; PIIC-IMAGE-TYPE IS SET BY THE CALLER.
      ***************************************************************
       310-REVEAL-IMAGE.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           IF   PIIC-IMAGE-PARENT
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       TP90-FB-RECORD-AREA
           ELSE
                CALL WS-MBRPIICR USING PIIC-PARMS,
                                       CUST-CHILD-RECORD
           END-IF
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRPHONB: PERSONAL DATA KEY ERROR, KEY '
                        TP90-CUST-KEY-ID ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       310-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
           IF   TP90N-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90N-FUNCTION-CODE
                CALL GVBTP90    USING TP90N-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
           END-IF
      *
           MOVE RECORD-CNT                TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPHONB: ' WS-DISPLAY-MASK-1 ' RECORDS READ'
           MOVE WS-LEGAL-NAME-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPHONB: ' WS-DISPLAY-MASK-1 ' ENCODED FROM '
                   'LEGAL-NAME CHILDREN'
           MOVE WS-SURNAME-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPHONB: ' WS-DISPLAY-MASK-1 ' ENCODED ON THE '
                   'PARSED SURNAME'
           MOVE WS-NO-LETTERS-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRPHONB: ' WS-DISPLAY-MASK-1 ' NAMES WITHOUT '
                   'LETTERS SKIPPED'
