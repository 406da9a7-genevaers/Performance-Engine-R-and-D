      **              THE CITY/STATE/COUNTRY ARE REPLACED BY THE       *
      **              POSTAL DIRECTORY'S (POSTDIRV, SEE GVBCPOST)      *
      **              SPELLING FOR THE RECORD'S POSTAL CODE.  EVERY    *
      **              RECORD THAT CHANGES IS REWRITTEN IN PLACE,       *
      **              STAMPED 'ADRS' (GVBCCHLD CUST-CHILD-UPD-IDENT),  *
      **              WITH A CHANGED BEFORE/AFTER PAIR APPENDED TO THE *
      **              CUSTNAUD JOURNAL THROUGH MBRAUDWR; EVERY         *
      **              ADDRESS WHOSE POSTAL CODE DOES NOT RESOLVE IN    *
      **              THE DIRECTORY IS LISTED ON THE EXCEPTION         *
           IF   CUST-CHILD-RECORD = WS-BEFORE-IMAGE
                ADD  +1                    TO WS-RCRDS-UNCHANGED
           ELSE
                MOVE 'ADRS'                TO CUST-CHILD-UPD-IDENT
                MOVE 'CUSTADRV'            TO TP90-DDNAME
                MOVE TP90-VALUE-UPDATE     TO TP90-FUNCTION-CODE
                MOVE TP90-VALUE-VSAM       TO TP90-FILE-TYPE
