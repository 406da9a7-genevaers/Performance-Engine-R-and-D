      **              CUSTNAMV IS EVER LOST OR CORRUPTED.             *
      **                                                               *
      ** MODULES CALLED: GVBU20C - CUSTNAME DIRECT-ACCESS I/O         *
      **                 MBRPIICR - PERSONAL-DATA KEY GENERATION      *
      **                 GVBTP90 - I/O HANDLER (OUTPUT ONLY)          *
      **                                                               *
      ** INPUT FILES:   VSAM CUSTNAME FILE           (DDNAME=CUSTNAMV)*
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  THE PERSONAL-DATA FIELDS ARE UNLOADED EXACTLY AS STORED -
      *  PROTECTED UNDER THE ACTIVE PIIKEYS GENERATION - AND THE
      *  HEADER CARRIES THAT GENERATION SO THE RECEIVING HOP KNOWS
      *  WHICH KEY TO REVEAL THEM UNDER (000 = CLEAR TEXT).
      *****************************************************************
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *      SHARED ENQ/DEQ COPYBOOK, THE SAME MINOR NAME (THE
      *CUSTNAMV CLUSTER ITSELF) AND SHARED-READ SCOPE MBRSEVS USES SO
      *THIS UNLOAD DOESN'T BLOCK OTHER CONCURRENT BROWSES BUT STILL
           SET  HDRT-IS-HEADER            TO TRUE
           MOVE WS-BUSN-DATE              TO HDRT-HDR-BUSN-DATE
           MOVE 'CUSTNAMV'                TO HDRT-HDR-FEED-ID

           SET  PIIC-FCN-QUERY            TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           MOVE ZEROES                    TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  WS-CUSTNAMS-RECORD
           EVALUATE TRUE
             WHEN PIIC-RET-OK
                MOVE PIIC-GENERATION      TO HDRT-HDR-PII-KEY-GEN
             WHEN PIIC-RET-NOT-IN-FORCE
                MOVE '000'                TO HDRT-HDR-PII-KEY-GEN
             WHEN OTHER
                DISPLAY 'MBRUNLD: PERSONAL-DATA KEY NOT USABLE, '
                        'MBRPIICR RC = ' PIIC-RETURN-CODE
                DISPLAY 'MBRUNLD: (R = KEY ROTATION INCOMPLETE - '
                        'RERUN MBRPIIRK FIRST)'
                MOVE  'Y'                 TO SEVERE-ERROR
                GO TO 450-EXIT
           END-EVALUATE

           MOVE HDRT-HEADER-RECORD        TO WS-CUSTNAMS-RECORD

           MOVE TP90-VALUE-WRITE          TO TP90S-FUNCTION-CODE
