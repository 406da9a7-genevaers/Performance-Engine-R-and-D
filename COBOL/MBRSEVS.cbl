      ** DESCRIPTION: LISTS RECORDS IN VSAM CUSTNAME FILE              *        
      **                                                               *        
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *        
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *        
      **                                                               *        
      ** INPUT FILES:   VSAM CUSTNAME DDNAME (CUSTNAMV)                *        
      **                                                               *        
      *
       01  WS-GVBUR66             PIC X(08)  VALUE 'GVBUR66 '.
      *
      *      THE NAME AND ADDRESS ARE HELD PROTECTED (SEE GVBCPIIK).
      *      EACH RECORD IS REVEALED UNDER THE ACTIVE KEY BEFORE IT IS
      *      LISTED, EXTRACTED OR REPORTED.
       01  WS-MBRPIICR            PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
      *****************************************************************         
      *                                                               *         
      *  COMMAREA FOR SUBROUTINE GVBTP90 - VSAM/QSAM I/O HANDLER.     *         
                  DISPLAY 'MBRSEVS: STOP KEY ' WS-CTL-STOP-KEY
                          ' REACHED, ENDING BROWSE'
             ELSE
                  PERFORM 705-REVEAL-RECORD    THRU 705-EXIT
             END-IF
             IF   EOF-FLAG = ' '
             AND  SEVERE-ERROR = ' '
                  DISPLAY 'HISTORY RECORD READ: '
                          TP90-FB-RECORD-AREA(1:64)
                          ' LRECL ' TP90-RECORD-LENGTH
                      WS-CTL-START-KEY ' RET CD = ' TP90-RETURN-CODE
              MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
              PERFORM 705-REVEAL-RECORD   THRU 705-EXIT
           END-IF
           IF SEVERE-ERROR = ' '
              DISPLAY 'RECORD LOCATED: ' TP90-FB-RECORD-AREA(1:64)
                      ' LRECL ' TP90-RECORD-LENGTH
              PERFORM 700-CHECK-ESDS      THRU 700-EXIT
                  DISPLAY 'MBRSEVS: STOP KEY ' WS-CTL-STOP-KEY
                          ' REACHED, ENDING BROWSE'
             ELSE
                  PERFORM 705-REVEAL-RECORD    THRU 705-EXIT
             END-IF
             IF   EOF-FLAG = ' '
             AND  SEVERE-ERROR = ' '
                  DISPLAY 'RECORD READ: ' TP90-FB-RECORD-AREA(1:64)
                          ' LRECL ' TP90-RECORD-LENGTH
                  ADD +1 TO RECORD-CNT
      *
      *
      ***************************************************************
      *  REVEAL THE RECORD JUST READ UNDER THE ACTIVE KEY.  CUSTNAMV
      *  AND CUSTHIST HOLD THE NAME AND ADDRESS PROTECTED; THE LISTING,
      *  EXTRACT AND REPORT CARRY THEM IN CLEAR.
      ***************************************************************
       705-REVEAL-RECORD.
      *
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRSEVS: PERSONAL DATA KEY ERROR, KEY '
                        TP90-FB-RECORD-AREA(1:10) ' MBRPIICR RC = '
                        PIIC-RETURN-CODE
                MOVE  'Y'                 TO SEVERE-ERROR
           END-IF
           .
       705-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE THE JUST-BROWSED/LOCATED RECORD TO THE OPTIONAL
      *  QSAM EXTRACT FILE.
      ***************************************************************
