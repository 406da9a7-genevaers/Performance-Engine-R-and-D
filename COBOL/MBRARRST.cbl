      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBUR40 - COMPRESS/EXPAND ENGINE              *
      **                 GVBUR66 - ENQ/DEQ SERIALIZATION               *
      **                 MBRAUDCH - AUDIT CHAIN-LINK SERVICE           *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   RESTORE REQUEST KEYS         (DDNAME=KEYCARD)  *
      **                ARCHIVE DIRECTORY            (DDNAME=ARCHDIR)  *
      **                BEFORE/AFTER AUDIT TRAIL     (DDNAME=CUSTNAUD) *
      **                RESTORE REPORT               (DDNAME=RESTRPT)  *
      **                                                               *
      ** I-O FILES:     AUDIT CHAIN HEADS            (DDNAME=AUDCHNV)  *
      **                                                               *
      ** RETURN CDS:  0000 - ALL REQUESTED KEYS RESTORED               *
      **              0004 - ONE OR MORE KEYS NOT FOUND IN THE         *
      **                     ARCHIVE DIRECTORY                         *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBUR40                  PIC X(08)  VALUE 'GVBUR40 '.
       01  WS-GVBUR66                  PIC X(08)  VALUE 'GVBUR66 '.
       01  WS-MBRAUDCH                 PIC X(08)  VALUE 'MBRAUDCH'.
      *
       01  WS-DICTIONARY-NAME          PIC X(08)  VALUE 'CUSTDICT'.
      *
       01  WS-WANTED-TBL-MAX           PIC S9(04) COMP VALUE +200.
       01  WS-WANTED-COUNT             PIC S9(04) COMP VALUE +0.
       01  WS-WANTED-TBL.
           05  WS-WANTED-ENTRY         OCCURS 200     TIMES.
               10  WS-WANTED-POSITION  PIC S9(08) COMP.
               10  WS-WANTED-ARCH-DATE PIC 9(08).
       01  WS-WANTED-IDX               PIC S9(04) COMP VALUE +0.
       01  WS-WANTED-MATCH-SW          PIC X(01)  VALUE 'N'.
           88  WS-WANTED-MATCH                    VALUE 'Y'.
       01  WS-MATCH-ARCH-DATE          PIC 9(08)  VALUE ZEROES.
      *
      *      THE NAME AND ADDRESS ARE HELD PROTECTED (SEE GVBCPIIK).
      *      AN ARCHIVED IMAGE IS UNDER THE GENERATION IN FORCE ON ITS
      *      ARCHIVE DATE, SO IT IS REVEALED UNDER THAT GENERATION AND
      *      PROTECTED AGAIN UNDER THE ACTIVE ONE BEFORE THE UPSERT.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       01  WS-ARCH-STAMP-TIME          PIC 9(06)  VALUE 235959.
       COPY GVBCPIIK.
      *
       01  WS-ADIR-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-ADIR-EOF                        VALUE 'Y'.
           05  WS-AUDIT-REC-KEY        PIC X(10).
           05  WS-AUDIT-REC-BEFORE-IMAGE PIC X(96).
           05  WS-AUDIT-REC-AFTER-IMAGE  PIC X(96).
           05  WS-AUDIT-REC-CHAIN-SEQ    PIC 9(09).
           05  WS-AUDIT-REC-CHAIN-HASH   PIC 9(15).
      *
       COPY GVBCAUDH.
      *
      *****************************************************************
      *  RESTORE REPORT LINE.
                ADD  +1                 TO WS-WANTED-COUNT
                MOVE ADIR-RCRD-POSITION
                     TO WS-WANTED-POSITION(WS-WANTED-COUNT)
                MOVE ADIR-ARCH-DATE
                     TO WS-WANTED-ARCH-DATE(WS-WANTED-COUNT)
                MOVE 'Y'                TO WS-REQ-FOUND-SW(WS-REQ-IDX)
           END-IF
           .
           IF   WS-WANTED-POSITION(WS-WANTED-IDX) =
                WS-ARCHVHST-POSITION
                SET  WS-WANTED-MATCH   TO TRUE
                MOVE WS-WANTED-ARCH-DATE(WS-WANTED-IDX)
                                       TO WS-MATCH-ARCH-DATE
           END-IF
           .
       530-EXIT.
                MOVE TP90-FB-RECORD-AREA   TO WS-AUDIT-BEFORE-RECORD
                SET  WS-AUDIT-BEFORE-FOUND TO TRUE
           END-IF
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-GEN-AT-STAMP         TO TRUE
           MOVE WS-MATCH-ARCH-DATE        TO PIIC-STAMP-DATE
           MOVE WS-ARCH-STAMP-TIME        TO PIIC-STAMP-TIME
           PERFORM 555-ARCHIVE-PII        THRU 555-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 550-EXIT
           END-IF
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           PERFORM 555-ARCHIVE-PII        THRU 555-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 550-EXIT
           END-IF
      *
           MOVE WS-CUSTNAME-RECORD        TO TP90-FB-RECORD-AREA
           MOVE SPACES                    TO TP90-RECORD-KEY
       550-EXIT.
           EXIT.
      *
      *
       555-ARCHIVE-PII.
      *
           SET  PIIC-IMAGE-PARENT         TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-CUSTNAME-RECORD
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRARRST: PERSONAL DATA KEY ERROR, KEY '
                        WS-CUSTNAME-RECORD(1:10) ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       555-EXIT.
           EXIT.
      *
      *
       560-WRITE-AUDIT-PAIR.
      *
           MOVE  WS-CUSTNAME-RECORD(1:10) TO WS-AUDIT-REC-KEY
           MOVE  WS-AUDIT-BEFORE-RECORD   TO WS-AUDIT-REC-BEFORE-IMAGE
           MOVE  WS-CUSTNAME-RECORD       TO WS-AUDIT-REC-AFTER-IMAGE
      *
           SET   AUDH-FCN-LINK            TO TRUE
           MOVE  WS-AUDIT-DDNAME          TO AUDH-CHAIN-ID
           MOVE  WS-AUDIT-RECORD (1:223)  TO AUDH-PAIR-IMAGE
           CALL  WS-MBRAUDCH USING AUDH-LINK-PARMS
           MOVE  AUDH-CHAIN-SEQ           TO WS-AUDIT-REC-CHAIN-SEQ
           MOVE  AUDH-CHAIN-HASH          TO WS-AUDIT-REC-CHAIN-HASH
      *
           MOVE  TP90-VALUE-WRITE         TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                     CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                           WS-AUDIT-RECORD,
                                           TP90-RECORD-KEY
                     SET  AUDH-FCN-CLOSE   TO TRUE
                     CALL WS-MBRAUDCH USING AUDH-LINK-PARMS
                END-IF
      *
                MOVE TP90-VALUE-CLOSE      TO TP90R-FUNCTION-CODE
