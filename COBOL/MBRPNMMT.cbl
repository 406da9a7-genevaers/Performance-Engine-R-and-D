       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRPNMMT.
      *****************************************************************
      *                                                               *
      * (C) COPYRIGHT IBM CORPORATION 2023.                           *
      *     Copyright Contributors to the GenevaERS Project.          *
      * SPDX-License-Identifier: Apache-2.0                           *
      *                                                               *
      *****************************************************************
      *                                                               *
      * Licensed under the Apache License,                            *
      * Version 2.0 (the "License");                                  *
      * you may not use this file except in                           *
      * compliance with the License.                                  *
      * You may obtain a copy of the License at                       *
      *                                                               *
      *     http://www.apache.org/licenses/LICENSE-2.0                *
      *                                                               *
      *  Unless required by applicable law or                         *
      *  agreed to in writing, software                               *
      *  distributed under the License is distributed                 *
      *  on an "AS IS" BASIS,                                         *
      *  WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express *
      *  or implied.                                                  *
      *  See the License for the specific language governing          *
      *  permissions and limitations under the License.               *
      *                                                               *
      ******************************************************************
      **                PROGRAM INFORMATION                            *
      ******************************************************************
      **                                                               *
      ** DESCRIPTION: PARSED-NAME MAINTENANCE SERVICE (SEE GVBCPNMM    *
      **              FOR THE CALLING INTERFACE) - THE ONE WRITER OF   *
      **              CUSTPNMV.  PARSES THE NAME IT IS GIVEN THROUGH   *
      **              MBRNMPRS, LAYS THE PARTS OUT AS THE CUSTOMER'S   *
      **              'PNM' CHILD, PROTECTS THEM UNDER THE ACTIVE      *
      **              PERSONAL-DATA KEY AND WRITES OR REWRITES THE     *
      **              SEQ-01 RECORD.  A RECORD ALREADY STORED EXACTLY  *
      **              SO IS LEFT ALONE, AND A PARENT NAME NEVER        *
      **              DISPLACES A PARSE OF THE LEGAL NAME UNLESS THE   *
      **              CALLER ASKS FOR A REPLACE.  THE CLUSTER IS HELD  *
      **              OPEN FROM FIRST USE TO THE CALLER'S CLOSE CALL;  *
      **              A MISSING CUSTPNMV DD FOLLOWS THE USUAL          *
      **              OPTIONAL-DD CONVENTION AND IS REPORTED ONCE.     *
      **              CALLED BY MLOADVS, MBRCUPD, MBRCAPPR, MBRFRZAP,  *
      **              MBRCCHLD AND MBRPNMBL.                           *
      **                                                               *
      ** MODULES CALLED: GVBTP90  - I/O HANDLER                        *
      **                 MBRNMPRS - NAME-PARSING SERVICE               *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                                                               *
      ** I-O FILES:     PARSED-NAME CHILDREN        (DDNAME=CUSTPNMV)  *
      **                                                               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-MBRNMPRS                 PIC X(08)  VALUE 'MBRNMPRS'.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
      *
       01  WS-PNM-DDNAME               PIC X(08)  VALUE 'CUSTPNMV'.
       01  WS-PNM-STATE-SW             PIC X(01)  VALUE ' '.
           88  WS-PNM-UNTRIED                     VALUE ' '.
           88  WS-PNM-IS-OPEN                     VALUE 'O'.
           88  WS-PNM-UNAVAILABLE                 VALUE 'N'.
      *
       01  WS-STORED-FOUND-SW          PIC X(01)  VALUE 'N'.
           88  WS-STORED-FOUND                    VALUE 'Y'.
      *
      *      THE STORED RECORD, REVEALED, FOR THE NO-CHANGE TEST.
       01  WS-STORED-CLEAR             PIC X(96)  VALUE SPACES.
      *
       COPY GVBCCHLD.
      *
       COPY GVBCNMPR.
      *
       COPY GVBCPIIK.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
      *
       EJECT
       LINKAGE SECTION.
      *
       COPY GVBCPNMM.
      *
       PROCEDURE DIVISION USING PNMM-PARMS.
      *
       000-MAIN-LOGIC.
      *
           MOVE '0'                       TO PNMM-RETURN-CODE
           MOVE SPACE                     TO PNMM-NAME-TYPE
           MOVE SPACES                    TO PNMM-REASON-TEXT
      *
           EVALUATE TRUE
             WHEN PNMM-FCN-WRITE
             WHEN PNMM-FCN-REPLACE
                  PERFORM 100-ENSURE-OPEN THRU 100-EXIT
                  IF   WS-PNM-IS-OPEN
                       PERFORM 200-WRITE-PARSED-NAME THRU 200-EXIT
                  END-IF
             WHEN PNMM-FCN-CLOSE
                  PERFORM 300-CLOSE-CLUSTER THRU 300-EXIT
             WHEN OTHER
                  MOVE '8'                TO PNMM-RETURN-CODE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  OPEN CUSTPNMV ON FIRST USE.  A DD THAT IS NOT ALLOCATED IS
      *  REPORTED ONCE AND EVERY LATER CALL ANSWERS '4' WITHOUT
      *  RETRYING THE OPEN.
      ***************************************************************
       100-ENSURE-OPEN.
      *
           EVALUATE TRUE
             WHEN WS-PNM-IS-OPEN
                  CONTINUE
             WHEN WS-PNM-UNAVAILABLE
                  MOVE '4'                TO PNMM-RETURN-CODE
             WHEN OTHER
                  SET   TP90-ANCHOR           TO NULL
                  MOVE  WS-PNM-DDNAME         TO TP90-DDNAME
                  MOVE  TP90-VALUE-OPEN       TO TP90-FUNCTION-CODE
                  MOVE  TP90-VALUE-VSAM       TO TP90-FILE-TYPE
                  MOVE  TP90-VALUE-IO         TO TP90-FILE-MODE
                  MOVE  SPACES                TO TP90-RETURN-CODE
                  MOVE  +0                    TO TP90-VSAM-RETURN-CODE
                  MOVE  +0                    TO TP90-RECORD-LENGTH
                  MOVE  SPACES                TO TP90-RECFM

                  CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                        CUST-CHILD-RECORD,
                                        CUST-CHILD-RECORD-KEY

                  IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                       SET  WS-PNM-IS-OPEN    TO TRUE
                  ELSE
                       SET  WS-PNM-UNAVAILABLE TO TRUE
                       MOVE '4'               TO PNMM-RETURN-CODE
                       DISPLAY 'MBRPNMMT: NO CUSTPNMV DD ALLOCATED, '
                               'PARSED NAMES NOT KEPT FOR THIS RUN'
                  END-IF
           END-EVALUATE
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PARSE, LAY OUT, PROTECT AND UPSERT ONE PARSED-NAME RECORD.
      ***************************************************************
       200-WRITE-PARSED-NAME.
      *
           MOVE SPACES                    TO CUST-CHILD-RECORD
           MOVE PNMM-KEY-ID               TO CUST-CHILD-KEY-ID
           SET  CUST-CHILD-PARSED-NAME    TO TRUE
           MOVE '01'                      TO CUST-CHILD-SEQ-NBR
           MOVE CUST-CHILD-RECORD (1:15)  TO CUST-CHILD-RECORD-KEY
      *
      *      WHAT IS STORED NOW, IN CLEAR.
           MOVE 'N'                       TO WS-STORED-FOUND-SW
           MOVE SPACES                    TO WS-STORED-CLEAR
           MOVE TP90-VALUE-LOCATE         TO TP90-FUNCTION-CODE
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-STORED-FOUND      TO TRUE
                SET  PIIC-FCN-REVEAL      TO TRUE
                PERFORM 250-CHILD-PII     THRU 250-EXIT
                IF   NOT PIIC-RET-USABLE
                     GO TO 200-EXIT
                END-IF
                MOVE CUST-CHILD-RECORD    TO WS-STORED-CLEAR
                IF   PNMM-FCN-WRITE
                AND  PNMM-SRC-PARENT
                AND  CUST-PNM-FROM-LEGAL-NAME
                     MOVE '2'             TO PNMM-RETURN-CODE
                     GO TO 200-EXIT
                END-IF
           END-IF
      *
           MOVE PNMM-NAME                 TO NMPR-NAME-IN
           CALL WS-MBRNMPRS USING NMPR-PARMS
           MOVE NMPR-NAME-TYPE            TO PNMM-NAME-TYPE
           MOVE NMPR-REASON-TEXT          TO PNMM-REASON-TEXT
      *
           MOVE SPACES                    TO CUST-CHILD-RECORD
           MOVE PNMM-KEY-ID               TO CUST-CHILD-KEY-ID
           SET  CUST-CHILD-PARSED-NAME    TO TRUE
           MOVE '01'                      TO CUST-CHILD-SEQ-NBR
           MOVE NMPR-NAME-PARTS           TO CUST-PNM-NAME-PARTS
           MOVE NMPR-NAME-TYPE            TO CUST-PNM-NAME-TYPE
           MOVE PNMM-SOURCE               TO CUST-PNM-SOURCE
           MOVE PNMM-UPD-IDENT            TO CUST-CHILD-UPD-IDENT
      *
      *      THE SAME PARTS, TYPE AND SOURCE ALREADY STORED - LEAVE
      *      THE RECORD (AND ITS STAMP) AS IT IS.
           IF   WS-STORED-FOUND
           AND  CUST-CHILD-RECORD (1:82) = WS-STORED-CLEAR (1:82)
                MOVE '1'                  TO PNMM-RETURN-CODE
                GO TO 200-EXIT
           END-IF
      *
           SET  PIIC-FCN-PROTECT          TO TRUE
           PERFORM 250-CHILD-PII          THRU 250-EXIT
           IF   NOT PIIC-RET-USABLE
                GO TO 200-EXIT
           END-IF
      *
           IF   WS-STORED-FOUND
                MOVE TP90-VALUE-UPDATE    TO TP90-FUNCTION-CODE
           ELSE
                MOVE TP90-VALUE-WRITE     TO TP90-FUNCTION-CODE
           END-IF
           MOVE +96                       TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CUST-CHILD-RECORD,
                                 CUST-CHILD-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE '8'                  TO PNMM-RETURN-CODE
                DISPLAY 'MBRPNMMT: ERROR WRITING ' WS-PNM-DDNAME
                        ' KEY ' CUST-CHILD-RECORD-KEY
                        ' FUNCTION ' TP90-FUNCTION-CODE
                        ' RC = ' TP90-RETURN-CODE
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL OR PROTECT (AS PIIC-FUNCTION IS SET) THE PARTS IN
      *  CUST-CHILD-RECORD UNDER THE ACTIVE KEY.  A FAILURE MEANS
      *  NOTHING IS WRITTEN.
      ***************************************************************
       250-CHILD-PII.
      *
           SET  PIIC-IMAGE-CHILD          TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  CUST-CHILD-RECORD
           IF   NOT PIIC-RET-USABLE
                MOVE '8'                  TO PNMM-RETURN-CODE
                DISPLAY 'MBRPNMMT: *** PERSONAL DATA SERVICE RC = '
                        PIIC-RETURN-CODE ', KEY ' PNMM-KEY-ID
                        ', PARSED NAME NOT WRITTEN ***'
           END-IF
           .
       250-EXIT.
           EXIT.
      *
      *
       300-CLOSE-CLUSTER.
      *
           IF   WS-PNM-IS-OPEN
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      CUST-CHILD-RECORD,
                                      CUST-CHILD-RECORD-KEY
                SET  TP90-ANCHOR          TO NULL
                SET  WS-PNM-UNTRIED       TO TRUE
           END-IF
           .
       300-EXIT.
           EXIT.
