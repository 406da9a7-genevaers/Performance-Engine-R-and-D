      ** MODULES CALLED: GVBTP90  - I/O HANDLER                        *
      **                 GVBUR66  - ENQ/DEQ SERIALIZATION              *
      **                 MBRAUDWR - SHARED CUSTNAUD AUDIT WRITER       *
      **                 MBRSTTRN - STATUS TRANSITION CHECK            *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** INPUT FILES:   GENERATION DELTA FILE       (DDNAME=GDIFFDLT)  *
      **                OPTIONAL LEGAL-HOLD LIST    (DDNAME=HOLDLIST)  *
       01  WS-APPLIED-DEL-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-SKIPPED-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-HELD-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-STATUS-REFUSED-CNT       PIC S9(08) COMP VALUE +0.
       01  WS-PII-REFUSED-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-HIST-RCRDS-WRITTEN       PIC S9(08) COMP VALUE +0.
       01  WS-AGRX-RCRDS-WRITTEN       PIC S9(08) COMP VALUE +0.
      *
       COPY GVBCAUDW.
       01  WS-MBRAUDWR                 PIC X(08)  VALUE 'MBRAUDWR'.
      *
      *      A DELTA IS A LOAD LIKE ANY OTHER - A STATUS CHANGE THE
      *      LOAD PATH MAY NOT MAKE (SEE GVBCSTTR/MBRSTTRN) IS
      *      REFUSED AND REPORTED, NOT APPLIED.
       COPY GVBCSTTR.
       01  WS-MBRSTTRN                 PIC X(08)  VALUE 'MBRSTTRN'.
      *
      *      THE DELTA IMAGES ARE CLEAR FEED TEXT; EACH IS PROTECTED
      *      UNDER THE ACTIVE PERSONAL-DATA KEY (SEE GVBCPIIK) BEFORE
      *      IT REACHES CUSTNAMV, THE JOURNAL OR CUSTHIST.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *****************************************************************
      *  LEGAL-HOLD LIST (SEE GVBCHOLD), LOADED AT INIT FROM THE
      *  OPTIONAL HOLDLIST DD AND CHECKED BEFORE EVERY
           END-IF
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
           PERFORM 150-CHECK-PII-KEY         THRU 150-EXIT
           PERFORM 160-LOAD-HOLD-LIST        THRU 160-EXIT
           PERFORM 170-OPEN-SIDECARS         THRU 170-EXIT
           .
      *
      *
      ***************************************************************
      *  ASK MBRPIICR WHICH PERSONAL-DATA KEY GENERATION IS ACTIVE.
      *  AN INCOMPLETE KEY ROTATION, OR A KEY THIS JOB IS NOT
      *  AUTHORIZED TO, STOPS THE APPLY BEFORE ANY DELTA IS READ.
      ***************************************************************
       150-CHECK-PII-KEY.
      *
           SET  PIIC-FCN-QUERY            TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           MOVE ZEROES                    TO PIIC-GENERATION
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  DLTA-NEW-IMAGE
           EVALUATE TRUE
             WHEN PIIC-RET-OK
                  DISPLAY 'MBRDLTAP: PERSONAL DATA STORED UNDER KEY '
                          'GENERATION ' PIIC-GENERATION
             WHEN PIIC-RET-NOT-IN-FORCE
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'MBRDLTAP: *** PERSONAL-DATA KEY NOT '
                          'USABLE, MBRPIICR RC = ' PIIC-RETURN-CODE
                          ' - NOTHING APPLIED ***'
                  DISPLAY 'MBRDLTAP:     (R = KEY ROTATION INCOMPLETE'
                          ' - RERUN MBRPIIRK FIRST)'
                  MOVE 'Y'                 TO SEVERE-ERROR
           END-EVALUATE
           .
       150-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD THE HOLDLIST CLUSTER INTO THE IN-MEMORY HOLD TABLE.
      *  THE DD IS OPTIONAL - NOT ALLOCATED MEANS NO HOLDS ARE IN
      *  FORCE, THE SAME CONVENTION MBRPURGE AND MBRCDEL FOLLOW.
       510-APPLY-ADD.
      *
           PERFORM 505-FETCH-BEFORE-IMAGE THRU 505-EXIT
           PERFORM 508-CHECK-STATUS-CHANGE THRU 508-EXIT
           IF   STTR-RET-REFUSED
                GO TO 510-EXIT
           END-IF
           MOVE DLTA-NEW-IMAGE            TO TP90-FB-RECORD-AREA
           PERFORM 506-PROTECT-PERSONAL-DATA THRU 506-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 510-EXIT
           END-IF
           PERFORM 507-STAMP-MAINTENANCE  THRU 507-EXIT
           MOVE SPACES                    TO TP90-RECORD-KEY
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
       520-APPLY-CHANGE.
      *
           PERFORM 505-FETCH-BEFORE-IMAGE THRU 505-EXIT
           PERFORM 508-CHECK-STATUS-CHANGE THRU 508-EXIT
           IF   STTR-RET-REFUSED
                GO TO 520-EXIT
           END-IF
           MOVE DLTA-NEW-IMAGE            TO TP90-FB-RECORD-AREA
           PERFORM 506-PROTECT-PERSONAL-DATA THRU 506-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 520-EXIT
           END-IF
           PERFORM 507-STAMP-MAINTENANCE  THRU 507-EXIT
           MOVE SPACES                    TO TP90-RECORD-KEY
           MOVE 'CUSTNAMV'                TO TP90-DDNAME
      *
      *
      ***************************************************************
      *  PROTECT THE NAME AND ADDRESS LINE OF THE IMAGE ABOUT TO BE
      *  WRITTEN UNDER THE ACTIVE KEY.  A DELTA THAT CANNOT BE
      *  PROTECTED IS SKIPPED, NEVER WRITTEN IN CLEAR.
      ***************************************************************
       506-PROTECT-PERSONAL-DATA.
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                ADD  +1                   TO WS-PII-REFUSED-CNT
                ADD  +1                   TO WS-SKIPPED-CNT
                DISPLAY 'MBRDLTAP: *** PERSONAL DATA NOT PROTECTED, '
                        'MBRPIICR RC = ' PIIC-RETURN-CODE ', KEY '
                        DLTA-KEY-ID ', DELTA SKIPPED ***'
           END-IF
           .
       506-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  STAMP THE MAINTENANCE METADATA (BYTES 81-95, SEE GVBCCUST)
      *  INTO THE IMAGE ABOUT TO LAND ON THE CLUSTER - THE SAME
      *  SHAPE MLOADVS STAMPS, WITH THIS APPLIER'S OWN IDENTITY AND
      *
      *
      ***************************************************************
      *  ASK MBRSTTRN WHETHER THE LOAD PATH MAY MOVE THE STORED
      *  CUSTOMER TO THE DELTA'S STATUS.  A REFUSED DELTA IS
      *  COUNTED AND REPORTED; CUSTNAMV IS LEFT AS IT WAS.
      ***************************************************************
       508-CHECK-STATUS-CHANGE.
      *
           SET  STTR-RET-ALLOWED          TO TRUE
           IF   NOT WS-BEFORE-FOUND
                GO TO 508-EXIT
           END-IF
      *
           SET  STTR-FCN-CHECK            TO TRUE
           SET  STTR-PATH-LOAD            TO TRUE
           MOVE WS-BEFORE-RECORD(80:1)    TO STTR-FROM-STATUS
           MOVE DLTA-NEW-IMAGE(80:1)      TO STTR-TO-STATUS
           MOVE ZEROES                    TO STTR-AS-OF-DATE
           CALL WS-MBRSTTRN USING STTR-CHECK-PARMS
           IF   STTR-RET-REFUSED
                ADD  +1                   TO WS-STATUS-REFUSED-CNT
                DISPLAY 'MBRDLTAP: *** ' STTR-REASON-TEXT
                        ', KEY ' DLTA-KEY-ID ', NOT APPLIED ***'
           END-IF
           .
       508-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE SIDE-CAR TRAIL FOR ONE APPLIED ADD OR CHANGE - THE
      *  CUSTNAUD PAIR (ADDED WHEN NO PRIOR IMAGE EXISTED, CHANGED
      *  OTHERWISE), THE SUPERSEDED IMAGE TO CUSTHIST, AND THE
           MOVE WS-HELD-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDLTAP: ' WS-DISPLAY-MASK-1
                   ' DELETES REFUSED ON LEGAL HOLD'
           MOVE WS-STATUS-REFUSED-CNT     TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDLTAP: ' WS-DISPLAY-MASK-1
                   ' STATUS CHANGES REFUSED'
           MOVE WS-PII-REFUSED-CNT        TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRDLTAP: ' WS-DISPLAY-MASK-1
                   ' SKIPPED, PERSONAL DATA NOT PROTECTED'
           .
       9900-EXIT.
           EXIT.
