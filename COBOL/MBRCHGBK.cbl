       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCHGBK.
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
      ** DESCRIPTION: MONTHLY INTERNAL CHARGEBACK.  PRICES ONE MONTH   *
      **              OF CONSUMER-FACING SERVICE USE AND BILLS IT TO   *
      **              THE REQUESTING COST CENTERS (SEE GVBCCHGB):      *
      **                - RUNCTL RUNS THAT ENDED CLEAN (THE WAREHOUSE  *
      **                  AND JSON EXTRACTS AND THE LIKE), BY RUN ID;  *
      **                - SENTLOG TRANSMISSIONS (THE CDC TOPIC AND     *
      **                  OTHER FEEDS), BY FEED ID;                    *
      **                - THE CHGBUSE JOURNAL (SEE GVBCCHGU) - MQ      *
      **                  LOOKUP-SERVER REQUESTS BY REPLY-TO QUEUE,    *
      **                  AND AD-HOC EXTRACT RUNS ALREADY TAGGED WITH  *
      **                  THEIR COST CENTER.                           *
      **              CHGBASGN ASSIGNS EACH RUN ID, FEED ID AND        *
      **              REPLY-TO QUEUE TO ONE OR MORE COST CENTERS AND   *
      **              NAMES THE SERVICE IT IS PRICED AS; CHGBRATE      *
      **              PRICES EACH SERVICE PER RUN, PER THOUSAND        *
      **              RECORDS AND PER LOOKUP.                          *
      **                                                               *
      **              RUNS AND FEEDS WITH NO ASSIGNMENT ARE INTERNAL   *
      **              AND NOT CHARGED.  LOOKUPS FROM AN UNASSIGNED     *
      **              QUEUE, AND AD-HOC RUNS WITH NO COST CENTER, ARE  *
      **              BILLED TO COST CENTER UNASSGND SO THEY CAN BE    *
      **              CHASED; A SERVICE WITH NO RATE IS LISTED AT      *
      **              ZERO AND FLAGGED.  EITHER ENDS THE RUN RC 4.     *
      **                                                               *
      **              THE STATEMENT (CHGBRPT) GIVES EACH COST CENTER   *
      **              ITS USE BY SERVICE AND CONSUMER, THEN A SUMMARY  *
      **              OF ALL COST CENTERS.  THE FINANCE UPLOAD         *
      **              (CHGBUPLD) CARRIES ONE DETAIL PER COST CENTER    *
      **              PER SERVICE AND A CONTROL TRAILER.               *
      **                                                               *
      **              CONTROL CARD (CTLCARD, MBRKWRD FORMAT):          *
      **                MONTH=CCYYMM       - DEFAULT LAST MONTH        *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 GVBJDAY/GVBGDAT - DATE ARITHMETIC             *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   RUN-CONTROL CLUSTER         (DDNAME=RUNCTL)    *
      **                TRANSMISSIONS SENT          (DDNAME=SENTLOG)   *
      **                CHARGEBACK USAGE JOURNAL    (DDNAME=CHGBUSE)   *
      **                COST-CENTER ASSIGNMENTS     (DDNAME=CHGBASGN)  *
      **                SERVICE RATES               (DDNAME=CHGBRATE)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** OUTPUT FILES:  CHARGEBACK STATEMENTS       (DDNAME=CHGBRPT)   *
      **                FINANCE UPLOAD              (DDNAME=CHGBUPLD)  *
      **                                                               *
      ** NOTES:   SENTLOG AND CHGBUSE ARE OPTIONAL - A SHOP NOT        *
      **          RUNNING THE FEEDS OR THE SERVERS HAS NOTHING TO      *
      **          CHARGE FROM THEM.  RUNCTL AND THE TWO TABLES ARE     *
      **          REQUIRED.                                            *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - UNASSIGNED USAGE OR A SERVICE WITH NO     *
      **                     RATE                                      *
      **              0016 - ABEND                                     *
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
       01  WS-ABEND-CD                 PIC X(4)   VALUE '0016'.
      *
       01  GVBTP90                     PIC X(08)  VALUE 'GVBTP90 '.
       01  WS-GVBJDAY                  PIC X(08)  VALUE 'GVBJDAY '.
       01  WS-GVBGDAT                  PIC X(08)  VALUE 'GVBGDAT '.
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
       01  WS-RUNC-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-SENT-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-CHGU-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-USAGE-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-INTERNAL-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-UNASSIGNED-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-NO-RATE-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-REJECT-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-CARD-ERROR-CNT           PIC S9(08) COMP VALUE +0.
       01  WS-RPT-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-UPLOAD-CNT               PIC S9(08) COMP VALUE +0.
      *
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
      *
      *      THE MONTH CHARGED, AS CCYYMM, AND ITS FIRST DAY.
       01  WS-PERIOD-TAG               PIC X(06)  VALUE SPACES.
       01  WS-PERIOD-MONTH REDEFINES WS-PERIOD-TAG.
           05  WS-PERIOD-CCYY          PIC 9(04).
           05  WS-PERIOD-MM            PIC 9(02).
       01  WS-PERIOD-START             PIC 9(08)  VALUE ZEROES.
      *
       01  WS-UNASSIGNED-CC            PIC X(08)  VALUE 'UNASSGND'.
       01  WS-SOURCE-SYSTEM            PIC X(08)  VALUE 'CUSTNAME'.
      *
       01  WS-SENTLOG-AVAIL-SW         PIC X(01)  VALUE 'N'.
           88  WS-SENTLOG-AVAILABLE               VALUE 'Y'.
       01  WS-CHGBUSE-AVAIL-SW         PIC X(01)  VALUE 'N'.
           88  WS-CHGBUSE-AVAILABLE               VALUE 'Y'.
      *
      *****************************************************************
      *  COST-CENTER ASSIGNMENTS (CHGBASGN), IN CARD ORDER.
      *****************************************************************
       01  WS-ASGN-MAX                 PIC S9(04) COMP VALUE +300.
       01  WS-ASGN-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-ASGN-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-ASGN-TBL.
           05  WS-ASGN-ENTRY           OCCURS 300 TIMES.
               10  WS-ASGN-SOURCE      PIC X(01).
               10  WS-ASGN-CONSUMER-ID PIC X(48).
               10  WS-ASGN-COST-CENTER PIC X(08).
               10  WS-ASGN-SERVICE     PIC X(08).
               10  WS-ASGN-SHARE-PCT   PIC S9(03) COMP.
      *
      *****************************************************************
      *  SERVICE RATES (CHGBRATE).
      *****************************************************************
       01  WS-RATE-MAX                 PIC S9(04) COMP VALUE +100.
       01  WS-RATE-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-RATE-IDX                 PIC S9(04) COMP VALUE +0.
       01  WS-RATE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RATE-FOUND                      VALUE 'Y'.
       01  WS-RATE-TBL.
           05  WS-RATE-ENTRY           OCCURS 100 TIMES.
               10  WS-RATE-SERVICE     PIC X(08).
               10  WS-RATE-PER-RUN     PIC S9(05)V9(02) COMP-3.
               10  WS-RATE-PER-THOUSAND
                                       PIC S9(05)V9(04) COMP-3.
               10  WS-RATE-PER-LOOKUP  PIC S9(03)V9(06) COMP-3.
      *
      *****************************************************************
      *  THE USAGE ITEM IN HAND - ONE RUNCTL RUN, ONE SENTLOG
      *  TRANSMISSION OR ONE CHGBUSE RECORD - AND ONE COST CENTER'S
      *  PART OF IT.
      *****************************************************************
       01  WS-USE-SOURCE               PIC X(01)  VALUE SPACE.
           88  WS-USE-FROM-RUNCTL                 VALUE 'R'.
           88  WS-USE-FROM-SENTLOG                VALUE 'S'.
           88  WS-USE-FROM-LOOKUP                 VALUE 'Q'.
           88  WS-USE-FROM-ADHOC                  VALUE 'A'.
       01  WS-USE-CONSUMER-ID          PIC X(48)  VALUE SPACES.
       01  WS-USE-SERVICE              PIC X(08)  VALUE SPACES.
       01  WS-USE-COST-CENTER          PIC X(08)  VALUE SPACES.
       01  WS-USE-RUNS                 PIC S9(07) COMP-3 VALUE +0.
       01  WS-USE-RECORDS              PIC S9(11) COMP-3 VALUE +0.
       01  WS-USE-LOOKUPS              PIC S9(11) COMP-3 VALUE +0.
       01  WS-USE-POSTED-SW            PIC X(01)  VALUE 'N'.
           88  WS-USE-POSTED                      VALUE 'Y'.
      *
       01  WS-POST-COST-CENTER         PIC X(08)  VALUE SPACES.
       01  WS-POST-SERVICE             PIC X(08)  VALUE SPACES.
       01  WS-POST-SHARE-PCT           PIC S9(03) COMP VALUE +0.
       01  WS-POST-GROSS               PIC S9(13)V9(06) COMP-3
                                                  VALUE +0.
      *
      *****************************************************************
      *  THE STATEMENT LINES, KEPT IN COST CENTER / SERVICE / SOURCE
      *  / CONSUMER ORDER AS THEY ARE ADDED SO THE STATEMENTS AND THE
      *  UPLOAD COME STRAIGHT OFF THE TABLE.  CHARGES ARE HELD TO SIX
      *  DECIMALS AND ROUNDED TO THE CENT ONCE, PER LINE, AT PRINT.
      *  THE SPARE LAST ENTRY MAKES ROOM FOR THE INSERTION SHIFT.
      *****************************************************************
       01  WS-LINE-MAX                 PIC S9(04) COMP VALUE +1000.
       01  WS-LINE-CNT                 PIC S9(04) COMP VALUE +0.
       01  WS-LIN-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-SHIFT-IDX                PIC S9(04) COMP VALUE +0.
       01  WS-SHIFT-TO                 PIC S9(04) COMP VALUE +0.
       01  WS-LINE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-LINE-FOUND                      VALUE 'Y'.
       01  WS-NEW-LINE-KEY.
           05  WS-NEW-COST-CENTER      PIC X(08).
           05  WS-NEW-SERVICE          PIC X(08).
           05  WS-NEW-SOURCE           PIC X(01).
           05  WS-NEW-CONSUMER-ID      PIC X(48).
       01  WS-LINE-TBL.
           05  WS-LIN-ENTRY            OCCURS 1001 TIMES.
               10  WS-LIN-KEY.
                   15  WS-LIN-COST-CENTER
                                       PIC X(08).
                   15  WS-LIN-SERVICE  PIC X(08).
                   15  WS-LIN-SOURCE   PIC X(01).
                   15  WS-LIN-CONSUMER-ID
                                       PIC X(48).
               10  WS-LIN-SHARE-PCT    PIC S9(03) COMP.
               10  WS-LIN-RUNS         PIC S9(07) COMP-3.
               10  WS-LIN-RECORDS      PIC S9(11) COMP-3.
               10  WS-LIN-LOOKUPS      PIC S9(11) COMP-3.
               10  WS-LIN-GROSS        PIC S9(13)V9(06) COMP-3.
               10  WS-LIN-NO-RATE-SW   PIC X(01).
                   88  WS-LIN-NO-RATE             VALUE 'Y'.
      *
      *****************************************************************
      *  STATEMENT AND UPLOAD ACCUMULATORS, AND ONE SUMMARY ENTRY
      *  PER COST CENTER FOR THE CLOSING SUMMARY.
      *****************************************************************
       01  WS-LINE-CHARGE              PIC S9(11)V9(02) COMP-3
                                                  VALUE +0.
       01  WS-PREV-COST-CENTER         PIC X(08)  VALUE SPACES.
       01  WS-CC-TOTAL                 PIC S9(13)V9(02) COMP-3
                                                  VALUE +0.
       01  WS-GRAND-TOTAL              PIC S9(13)V9(02) COMP-3
                                                  VALUE +0.
      *
       01  WS-UPL-COST-CENTER          PIC X(08)  VALUE SPACES.
       01  WS-UPL-SERVICE              PIC X(08)  VALUE SPACES.
       01  WS-UPL-RUNS                 PIC S9(07) COMP-3 VALUE +0.
       01  WS-UPL-RECORDS              PIC S9(11) COMP-3 VALUE +0.
       01  WS-UPL-LOOKUPS              PIC S9(11) COMP-3 VALUE +0.
       01  WS-UPL-AMOUNT               PIC S9(11)V9(02) COMP-3
                                                  VALUE +0.
       01  WS-UPL-TOTAL                PIC S9(13)V9(02) COMP-3
                                                  VALUE +0.
      *
       01  WS-CCS-MAX                  PIC S9(04) COMP VALUE +300.
       01  WS-CCS-CNT                  PIC S9(04) COMP VALUE +0.
       01  WS-CCS-IDX                  PIC S9(04) COMP VALUE +0.
       01  WS-CCS-TBL.
           05  WS-CCS-ENTRY            OCCURS 300 TIMES.
               10  WS-CCS-COST-CENTER  PIC X(08).
               10  WS-CCS-TOTAL        PIC S9(13)V9(02) COMP-3.
      *
       COPY GVBCRUNC.
       COPY GVBCACKR.
       COPY GVBCCHGU.
       COPY GVBCCHGB.
      *
      *****************************************************************
      *  REPORT LINES - EACH IS BUILT IN ITS OWN LAYOUT AND MOVED TO
      *  THE OUTPUT BUFFER.
      *****************************************************************
       01  WS-RPT-LINE                 PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(50)  VALUE
               'MBRCHGBK - INTERNAL CHARGEBACK STATEMENT  PERIOD: '.
           05  WS-RPT-TITLE-PERIOD     PIC X(06).
           05  FILLER                  PIC X(17)  VALUE
               '   COST CENTER: '.
           05  WS-RPT-TITLE-CC         PIC X(08).
           05  FILLER                  PIC X(51)  VALUE SPACES.
      *
       01  WS-RPT-SECTION-LINE.
           05  WS-RPT-SECTION-TEXT     PIC X(132).
      *
       01  WS-RPT-DETAIL-HDR.
           05  FILLER                  PIC X(57)  VALUE
               'SERVICE  SOURCE  CONSUMER'.
           05  FILLER                  PIC X(09)  VALUE '     RUNS'.
           05  FILLER                  PIC X(14)  VALUE
               '       RECORDS'.
           05  FILLER                  PIC X(14)  VALUE
               '       LOOKUPS'.
           05  FILLER                  PIC X(06)  VALUE ' SHARE'.
           05  FILLER                  PIC X(18)  VALUE
               '            CHARGE'.
           05  FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-SERVICE      PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-DTL-SOURCE       PIC X(07).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-DTL-CONSUMER     PIC X(40).
           05  WS-RPT-DTL-RUNS         PIC Z,ZZZ,ZZ9.
           05  WS-RPT-DTL-RECORDS      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-RPT-DTL-LOOKUPS      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-SHARE        PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE '%'.
           05  WS-RPT-DTL-CHARGE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-DTL-FLAG         PIC X(07).
           05  FILLER                  PIC X(05)  VALUE SPACES.
      *
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL        PIC X(30).
           05  WS-RPT-TOT-CC           PIC X(08).
           05  FILLER                  PIC X(62)  VALUE SPACES.
           05  WS-RPT-TOT-CHARGE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WS-RPT-SUMMARY-HDR.
           05  FILLER                  PIC X(100) VALUE
               'COST CENTER'.
           05  FILLER                  PIC X(18)  VALUE
               '            CHARGE'.
           05  FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-SUM-CC           PIC X(08).
           05  FILLER                  PIC X(92)  VALUE SPACES.
           05  WS-RPT-SUM-CHARGE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14)  VALUE SPACES.
      *
       COPY GVBCKWRD.
       COPY GVBCJDAY.
       COPY GVBCGDAT.
      *
       COPY GVBCTP90.
       COPY GVBCTP9P.
       COPY GVBCTP9R.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90S-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90S-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90S-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90S-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90S-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90S-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90S-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90S-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90S-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90S-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90S-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90J-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90J-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90J-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90J-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90J-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90J-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90J-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90J-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90J-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90J-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90J-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90A-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90A-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90A-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90A-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90A-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90A-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90A-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90A-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90A-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90A-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90A-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90R-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90R-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90R-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90R-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90R-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90R-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90R-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90R-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90R-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90R-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90R-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90F-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90F-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90F-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90F-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90F-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90F-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90F-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90F-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90F-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90F-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90F-ESDS==.
      *
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRCHGBK'                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-START-RUNCTL     THRU 200-EXIT
                PERFORM 210-READ-RUNCTL      THRU 210-EXIT
                     UNTIL EOF-FLAG = 'Y'
                        OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-SENTLOG-AVAILABLE
                MOVE ' '                     TO EOF-FLAG
                PERFORM 300-READ-SENTLOG     THRU 300-EXIT
                     UNTIL EOF-FLAG = 'Y'
                        OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
           AND  WS-CHGBUSE-AVAILABLE
                MOVE ' '                     TO EOF-FLAG
                PERFORM 400-READ-JOURNAL     THRU 400-EXIT
                     UNTIL EOF-FLAG = 'Y'
                        OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 600-WRITE-STATEMENTS THRU 600-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRCHGBK'                TO RUNC-REG-RUN-ID
           MOVE WS-USAGE-CNT              TO RUNC-REG-RCRDS-READ
           MOVE WS-UPLOAD-CNT             TO RUNC-REG-RCRDS-WRITTEN
           MOVE WS-REJECT-CNT             TO RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-UNASSIGNED-CNT > ZERO
               OR WS-NO-RATE-CNT > ZERO
                  MOVE 4                     TO RETURN-CODE
             WHEN OTHER
                  MOVE 0                     TO RETURN-CODE
           END-EVALUATE
      *
           GOBACK
           .
       000-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CONTROL CARD, THE MONTH CHARGED, THE TWO TABLES, AND THE
      *  USAGE AND OUTPUT FILES.
      ***************************************************************
       100-INIT.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           MOVE 'MBRCHGBK'             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +1                     TO KWRD-ENTRY-COUNT
           MOVE 'MONTH'                TO KWRD-NAME (1)
           MOVE SPACES                 TO KWRD-VALUE (1)
           MOVE SPACES                 TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           IF   KWRD-RET-INVALID
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
      *      NO MONTH - CHARGE LAST MONTH, SO THE JOB CAN RUN ON THE
      *      FIRST OF THE MONTH AGAINST A COMPLETE MONTH.
           IF   KWRD-VALUE (1) = SPACES
                MOVE WS-TODAY-CCYYMMDD     TO JDAY-GREGORIAN-DATE
                MOVE 01                    TO JDAY-GREGORIAN-DATE (7:2)
                CALL WS-GVBJDAY USING JDAY-PARAMETER-AREA
                COMPUTE GDAT-JULIAN-DAY = JDAY-JULIAN-DAY - 1
                CALL WS-GVBGDAT USING GDAT-PARAMETER-AREA
                MOVE GDAT-GREGORIAN-DATE (1:6) TO WS-PERIOD-TAG
           ELSE
                MOVE KWRD-VALUE (1) (1:6)  TO WS-PERIOD-TAG
           END-IF
           IF   WS-PERIOD-TAG NOT NUMERIC
           OR   WS-PERIOD-MM < 01
           OR   WS-PERIOD-MM > 12
           OR   KWRD-VALUE (1) (7:1) NOT = SPACE
                DISPLAY 'MBRCHGBK: MONTH MUST BE CCYYMM'
                MOVE  'Y'                  TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           MOVE WS-PERIOD-TAG             TO WS-PERIOD-START (1:6)
           MOVE 01                        TO WS-PERIOD-START (7:2)
           MOVE WS-PERIOD-TAG             TO WS-RPT-TITLE-PERIOD
           DISPLAY 'MBRCHGBK: CHARGING MONTH ' WS-PERIOD-TAG
      *
           PERFORM 110-LOAD-ASSIGNMENTS   THRU 110-EXIT
           IF   SEVERE-ERROR = ' '
                PERFORM 130-LOAD-RATES     THRU 130-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
           AND  WS-CARD-ERROR-CNT > ZERO
                MOVE WS-CARD-ERROR-CNT     TO WS-DISPLAY-MASK-1
                DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                        ' TABLE CARDS IN ERROR - NOTHING CHARGED'
                MOVE  'Y'                  TO SEVERE-ERROR
           END-IF
           IF   SEVERE-ERROR NOT = ' '
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90-ANCHOR               TO NULL
           MOVE 'RUNCTL  '                TO TP90-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           IF   TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGBK DD: RUNCTL, GVBTP90 FAILED, '
                        'RET CD = ' TP90-RETURN-CODE
                SET  TP90-ANCHOR            TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           DISPLAY 'DATASET OPENED: ' TP90-DDNAME
      *
           SET  TP90S-ANCHOR              TO NULL
           MOVE 'SENTLOG '                TO TP90S-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90S-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90S-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90S-FILE-MODE
           MOVE SPACES                    TO TP90S-RETURN-CODE
           MOVE +0                        TO TP90S-VSAM-RETURN-CODE
           MOVE LENGTH OF ACKR-RECORD     TO TP90S-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90S-RECFM
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 ACKR-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90S-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-SENTLOG-AVAILABLE  TO TRUE
                DISPLAY 'DATASET OPENED: ' TP90S-DDNAME
           ELSE
                DISPLAY 'MBRCHGBK: NO SENTLOG DD ALLOCATED, NO FEED '
                        'TRANSMISSIONS CHARGED'
                SET  TP90S-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90J-ANCHOR              TO NULL
           MOVE 'CHGBUSE '                TO TP90J-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90J-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90J-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90J-FILE-MODE
           MOVE SPACES                    TO TP90J-RETURN-CODE
           MOVE +0                        TO TP90J-VSAM-RETURN-CODE
           MOVE LENGTH OF CHGU-RECORD     TO TP90J-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90J-RECFM
           CALL GVBTP90    USING TP90J-PARAMETER-AREA,
                                 CHGU-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90J-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                SET  WS-CHGBUSE-AVAILABLE  TO TRUE
                DISPLAY 'DATASET OPENED: ' TP90J-DDNAME
           ELSE
                DISPLAY 'MBRCHGBK: NO CHGBUSE DD ALLOCATED, NO '
                        'LOOKUPS OR AD-HOC RUNS CHARGED'
                SET  TP90J-ANCHOR           TO NULL
           END-IF
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'CHGBRPT '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-LINE     TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGBK DD: CHGBRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                SET  TP90R-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
      *
           SET  TP90F-ANCHOR              TO NULL
           MOVE 'CHGBUPLD'                TO TP90F-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90F-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90F-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90F-FILE-MODE
           MOVE SPACES                    TO TP90F-RETURN-CODE
           MOVE +0                        TO TP90F-VSAM-RETURN-CODE
           MOVE LENGTH OF CHGF-RECORD     TO TP90F-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90F-RECFM
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 CHGF-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGBK DD: CHGBUPLD, GVBTP90 FAILED, '
                        'RET CD = ' TP90F-RETURN-CODE
                SET  TP90F-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 100-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD THE COST-CENTER ASSIGNMENT CARDS.  BLANK CARDS AND
      *  CARDS STARTING '*' ARE COMMENTS.  A BAD CARD IS LISTED AND
      *  COUNTED; ANY BAD CARD STOPS THE RUN AFTER BOTH TABLES ARE
      *  CHECKED, SO ONE PASS SHOWS EVERY MISTAKE.
      ***************************************************************
       110-LOAD-ASSIGNMENTS.
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'CHGBASGN'                TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE LENGTH OF CHGA-RECORD     TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 CHGA-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGBK DD: CHGBASGN, GVBTP90 FAILED, '
                        'RET CD = ' TP90A-RETURN-CODE
                SET  TP90A-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 110-EXIT
           END-IF
      *
           MOVE ' '                       TO EOF-FLAG
           PERFORM 120-LOAD-ONE-ASSIGNMENT THRU 120-EXIT
                   UNTIL EOF-FLAG = 'Y'
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 CHGA-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90A-ANCHOR              TO NULL
           MOVE ' '                       TO EOF-FLAG
      *
           MOVE WS-ASGN-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' COST-CENTER ASSIGNMENTS LOADED'
           .
       110-EXIT.
           EXIT.
      *
      *
       120-LOAD-ONE-ASSIGNMENT.
      *
           MOVE TP90-VALUE-READ           TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 CHGA-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90A-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90A-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 120-EXIT
             WHEN OTHER
                  DISPLAY 'MBRCHGBK DD: CHGBASGN, GVBTP90 FAILED, '
                          'RET CD = ' TP90A-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 120-EXIT
           END-EVALUATE
      *
           IF   CHGA-RECORD = SPACES
           OR   CHGA-SOURCE = '*'
                GO TO 120-EXIT
           END-IF
      *
           IF   NOT CHGA-SOURCE-VALID
           OR   CHGA-CONSUMER-ID = SPACES
           OR   CHGA-COST-CENTER = SPACES
                DISPLAY 'MBRCHGBK: BAD ASSIGNMENT CARD - ' CHGA-RECORD
                ADD  +1                    TO WS-CARD-ERROR-CNT
                GO TO 120-EXIT
           END-IF
           IF   CHGA-SHARE-PCT NOT = SPACES
                IF   CHGA-SHARE-PCT NOT NUMERIC
                OR   CHGA-SHARE-PCT-N = ZERO
                OR   CHGA-SHARE-PCT-N > 100
                     DISPLAY 'MBRCHGBK: SHARE MUST BE 001-100 - '
                             CHGA-RECORD
                     ADD  +1               TO WS-CARD-ERROR-CNT
                     GO TO 120-EXIT
                END-IF
           END-IF
      *
           IF   WS-ASGN-CNT >= WS-ASGN-MAX
                DISPLAY 'MBRCHGBK: MORE THAN 300 ASSIGNMENT CARDS'
                MOVE 'Y'                   TO SEVERE-ERROR
                GO TO 120-EXIT
           END-IF
      *
           ADD  +1                        TO WS-ASGN-CNT
           MOVE CHGA-SOURCE               TO
                                    WS-ASGN-SOURCE (WS-ASGN-CNT)
           MOVE CHGA-CONSUMER-ID          TO
                                    WS-ASGN-CONSUMER-ID (WS-ASGN-CNT)
           MOVE CHGA-COST-CENTER          TO
                                    WS-ASGN-COST-CENTER (WS-ASGN-CNT)
           MOVE CHGA-SERVICE              TO
                                    WS-ASGN-SERVICE (WS-ASGN-CNT)
           IF   CHGA-SHARE-PCT = SPACES
                MOVE +100                  TO
                                    WS-ASGN-SHARE-PCT (WS-ASGN-CNT)
           ELSE
                MOVE CHGA-SHARE-PCT-N      TO
                                    WS-ASGN-SHARE-PCT (WS-ASGN-CNT)
           END-IF
           .
       120-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD THE SERVICE RATE CARDS.  A SERVICE MAY BE PRICED ONLY
      *  ONCE.
      ***************************************************************
       130-LOAD-RATES.
      *
           SET  TP90A-ANCHOR              TO NULL
           MOVE 'CHGBRATE'                TO TP90A-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90A-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90A-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90A-FILE-MODE
           MOVE SPACES                    TO TP90A-RETURN-CODE
           MOVE +0                        TO TP90A-VSAM-RETURN-CODE
           MOVE LENGTH OF CHGR-RECORD     TO TP90A-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90A-RECFM
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 CHGR-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90A-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGBK DD: CHGBRATE, GVBTP90 FAILED, '
                        'RET CD = ' TP90A-RETURN-CODE
                SET  TP90A-ANCHOR           TO NULL
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 130-EXIT
           END-IF
      *
           MOVE ' '                       TO EOF-FLAG
           PERFORM 140-LOAD-ONE-RATE      THRU 140-EXIT
                   UNTIL EOF-FLAG = 'Y'
                      OR SEVERE-ERROR NOT = ' '
      *
           MOVE TP90-VALUE-CLOSE          TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 CHGR-RECORD,
                                 TP90-RECORD-KEY
           SET  TP90A-ANCHOR              TO NULL
           MOVE ' '                       TO EOF-FLAG
      *
           MOVE WS-RATE-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' SERVICE RATES LOADED'
           .
       130-EXIT.
           EXIT.
      *
      *
       140-LOAD-ONE-RATE.
      *
           MOVE TP90-VALUE-READ           TO TP90A-FUNCTION-CODE
           CALL GVBTP90    USING TP90A-PARAMETER-AREA,
                                 CHGR-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90A-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90A-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 140-EXIT
             WHEN OTHER
                  DISPLAY 'MBRCHGBK DD: CHGBRATE, GVBTP90 FAILED, '
                          'RET CD = ' TP90A-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 140-EXIT
           END-EVALUATE
      *
           IF   CHGR-RECORD = SPACES
           OR   CHGR-SERVICE (1:1) = '*'
                GO TO 140-EXIT
           END-IF
      *
           IF   CHGR-SERVICE = SPACES
           OR   CHGR-PER-RUN NOT NUMERIC
           OR   CHGR-PER-THOUSAND NOT NUMERIC
           OR   CHGR-PER-LOOKUP NOT NUMERIC
                DISPLAY 'MBRCHGBK: BAD RATE CARD - ' CHGR-RECORD
                ADD  +1                    TO WS-CARD-ERROR-CNT
                GO TO 140-EXIT
           END-IF
      *
           MOVE CHGR-SERVICE              TO WS-POST-SERVICE
           PERFORM 560-FIND-RATE          THRU 560-EXIT
           IF   WS-RATE-FOUND
                DISPLAY 'MBRCHGBK: SERVICE RATED TWICE - '
                        CHGR-RECORD
                ADD  +1                    TO WS-CARD-ERROR-CNT
                GO TO 140-EXIT
           END-IF
      *
           IF   WS-RATE-CNT >= WS-RATE-MAX
                DISPLAY 'MBRCHGBK: MORE THAN 100 RATE CARDS'
                MOVE 'Y'                   TO SEVERE-ERROR
                GO TO 140-EXIT
           END-IF
      *
           ADD  +1                        TO WS-RATE-CNT
           MOVE CHGR-SERVICE              TO
                                    WS-RATE-SERVICE (WS-RATE-CNT)
           MOVE CHGR-PER-RUN              TO
                                    WS-RATE-PER-RUN (WS-RATE-CNT)
           MOVE CHGR-PER-THOUSAND         TO
                                    WS-RATE-PER-THOUSAND (WS-RATE-CNT)
           MOVE CHGR-PER-LOOKUP           TO
                                    WS-RATE-PER-LOOKUP (WS-RATE-CNT)
           .
       140-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POSITION THE RUNCTL BROWSE AT THE FIRST CYCLE OF THE MONTH.
      ***************************************************************
       200-START-RUNCTL.
      *
           MOVE ' '                       TO EOF-FLAG
           MOVE 'RUNCTL  '                TO TP90-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE LENGTH OF RUNC-RECORD     TO TP90-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90-RECFM
      *
           MOVE WS-PERIOD-START           TO RUNC-KEY-CYCLE-DATE
           MOVE LOW-VALUES                TO RUNC-KEY-RUN-ID
      *
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
      *
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
             WHEN TP90-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE 'Y'                TO EOF-FLAG
             WHEN OTHER
                  DISPLAY 'MBRCHGBK DD: RUNCTL, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
           END-EVALUATE
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE RUNCTL RECORD - A RUN OF THE MONTH THAT ENDED CLEAN IS
      *  ONE RUN OF ITS RUN ID, WITH ITS RECORDS WRITTEN.  A RUN
      *  THAT FAILED OR NEVER FINISHED IS OURS TO ABSORB.
      ***************************************************************
       210-READ-RUNCTL.
      *
           MOVE 'RUNCTL  '                TO TP90-DDNAME
           MOVE TP90-VALUE-READNEXT       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RUNC-RECORD,
                                 RUNC-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 210-EXIT
             WHEN TP90-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRCHGBK DD: RUNCTL, GVBTP90 FAILED, '
                          'RET CD = ' TP90-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 210-EXIT
             WHEN RUNC-CYCLE-DATE (1:6) NOT = WS-PERIOD-TAG
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 210-EXIT
             WHEN OTHER
                  ADD  +1                 TO WS-RUNC-CNT
           END-EVALUATE
      *
           IF   NOT RUNC-STATUS-ENDED-OK
                GO TO 210-EXIT
           END-IF
      *
           MOVE 'R'                       TO WS-USE-SOURCE
           MOVE RUNC-RUN-ID               TO WS-USE-CONSUMER-ID
           MOVE RUNC-RUN-ID               TO WS-USE-SERVICE
           MOVE SPACES                    TO WS-USE-COST-CENTER
           MOVE +1                        TO WS-USE-RUNS
           MOVE RUNC-RCRDS-WRITTEN        TO WS-USE-RECORDS
           MOVE +0                        TO WS-USE-LOOKUPS
           PERFORM 500-CHARGE-USAGE       THRU 500-EXIT
           .
       210-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE SENTLOG ENTRY - A TRANSMISSION FOR A BUSINESS DATE OF
      *  THE MONTH IS ONE RUN OF ITS FEED, WITH ITS RECORD COUNT.
      ***************************************************************
       300-READ-SENTLOG.
      *
           MOVE TP90-VALUE-READ           TO TP90S-FUNCTION-CODE
           CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                 ACKR-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90S-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90S-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 300-EXIT
             WHEN OTHER
                  DISPLAY 'MBRCHGBK DD: SENTLOG, GVBTP90 FAILED, '
                          'RET CD = ' TP90S-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           IF   ACKR-BUSN-DATE (1:6) NOT = WS-PERIOD-TAG
                GO TO 300-EXIT
           END-IF
           IF   ACKR-RECORD-CNT NOT NUMERIC
                ADD  +1                    TO WS-REJECT-CNT
                GO TO 300-EXIT
           END-IF
           ADD  +1                        TO WS-SENT-CNT
      *
           MOVE 'S'                       TO WS-USE-SOURCE
           MOVE ACKR-FEED-ID              TO WS-USE-CONSUMER-ID
           MOVE ACKR-FEED-ID              TO WS-USE-SERVICE
           MOVE SPACES                    TO WS-USE-COST-CENTER
           MOVE +1                        TO WS-USE-RUNS
           MOVE ACKR-RECORD-CNT           TO WS-USE-RECORDS
           MOVE +0                        TO WS-USE-LOOKUPS
           PERFORM 500-CHARGE-USAGE       THRU 500-EXIT
           .
       300-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE CHGBUSE JOURNAL RECORD DATED IN THE MONTH.
      ***************************************************************
       400-READ-JOURNAL.
      *
           MOVE TP90-VALUE-READ           TO TP90J-FUNCTION-CODE
           CALL GVBTP90    USING TP90J-PARAMETER-AREA,
                                 CHGU-RECORD,
                                 TP90-RECORD-KEY
           EVALUATE TRUE
             WHEN TP90J-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  CONTINUE
             WHEN TP90J-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                TO EOF-FLAG
                  GO TO 400-EXIT
             WHEN OTHER
                  DISPLAY 'MBRCHGBK DD: CHGBUSE, GVBTP90 FAILED, '
                          'RET CD = ' TP90J-RETURN-CODE
                  MOVE 'Y'                TO SEVERE-ERROR
                  GO TO 400-EXIT
           END-EVALUATE
      *
           IF   CHGU-USAGE-DATE (1:6) NOT = WS-PERIOD-TAG
                GO TO 400-EXIT
           END-IF
           IF   NOT CHGU-SOURCE-ADHOC
           AND  NOT CHGU-SOURCE-LOOKUP
                ADD  +1                    TO WS-REJECT-CNT
                GO TO 400-EXIT
           END-IF
           IF   CHGU-RUNS NOT NUMERIC
           OR   CHGU-RECORDS NOT NUMERIC
           OR   CHGU-LOOKUPS NOT NUMERIC
                ADD  +1                    TO WS-REJECT-CNT
                GO TO 400-EXIT
           END-IF
           ADD  +1                        TO WS-CHGU-CNT
      *
           MOVE CHGU-SOURCE               TO WS-USE-SOURCE
           MOVE CHGU-CONSUMER-ID          TO WS-USE-CONSUMER-ID
           MOVE CHGU-SERVICE              TO WS-USE-SERVICE
           MOVE CHGU-COST-CENTER          TO WS-USE-COST-CENTER
           MOVE CHGU-RUNS                 TO WS-USE-RUNS
           MOVE CHGU-RECORDS              TO WS-USE-RECORDS
           MOVE CHGU-LOOKUPS              TO WS-USE-LOOKUPS
           PERFORM 500-CHARGE-USAGE       THRU 500-EXIT
           .
       400-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CHARGE ONE USAGE ITEM.  ONE ALREADY TAGGED WITH A COST
      *  CENTER GOES WHOLLY TO IT; OTHERWISE EVERY MATCHING
      *  ASSIGNMENT TAKES ITS SHARE.  UNMATCHED RUNS AND FEEDS ARE
      *  INTERNAL; UNMATCHED LOOKUPS AND UNTAGGED AD-HOC RUNS GO TO
      *  UNASSGND.
      ***************************************************************
       500-CHARGE-USAGE.
      *
           ADD  +1                        TO WS-USAGE-CNT
      *
           IF   WS-USE-COST-CENTER NOT = SPACES
                MOVE WS-USE-COST-CENTER    TO WS-POST-COST-CENTER
                MOVE WS-USE-SERVICE        TO WS-POST-SERVICE
                MOVE +100                  TO WS-POST-SHARE-PCT
                PERFORM 550-POST-CHARGE    THRU 550-EXIT
                GO TO 500-EXIT
           END-IF
      *
           MOVE 'N'                       TO WS-USE-POSTED-SW
           MOVE +0                        TO WS-ASGN-IDX
           PERFORM 510-APPLY-ASSIGNMENT   THRU 510-EXIT
                   UNTIL WS-ASGN-IDX >= WS-ASGN-CNT
                      OR SEVERE-ERROR NOT = ' '
           IF   WS-USE-POSTED
                GO TO 500-EXIT
           END-IF
      *
           IF   WS-USE-FROM-RUNCTL
           OR   WS-USE-FROM-SENTLOG
                ADD  +1                    TO WS-INTERNAL-CNT
                GO TO 500-EXIT
           END-IF
      *
           ADD  +1                        TO WS-UNASSIGNED-CNT
           MOVE WS-UNASSIGNED-CC          TO WS-POST-COST-CENTER
           MOVE WS-USE-SERVICE            TO WS-POST-SERVICE
           MOVE +100                      TO WS-POST-SHARE-PCT
           PERFORM 550-POST-CHARGE        THRU 550-EXIT
           .
       500-EXIT.
           EXIT.
      *
      *
       510-APPLY-ASSIGNMENT.
      *
           ADD  +1                        TO WS-ASGN-IDX
           IF   WS-ASGN-SOURCE (WS-ASGN-IDX) NOT = WS-USE-SOURCE
           OR   WS-ASGN-CONSUMER-ID (WS-ASGN-IDX)
                                          NOT = WS-USE-CONSUMER-ID
                GO TO 510-EXIT
           END-IF
      *
           MOVE WS-ASGN-COST-CENTER (WS-ASGN-IDX)
                                          TO WS-POST-COST-CENTER
           IF   WS-ASGN-SERVICE (WS-ASGN-IDX) = SPACES
                MOVE WS-USE-SERVICE        TO WS-POST-SERVICE
           ELSE
                MOVE WS-ASGN-SERVICE (WS-ASGN-IDX)
                                           TO WS-POST-SERVICE
           END-IF
           MOVE WS-ASGN-SHARE-PCT (WS-ASGN-IDX)
                                          TO WS-POST-SHARE-PCT
           PERFORM 550-POST-CHARGE        THRU 550-EXIT
           SET  WS-USE-POSTED             TO TRUE
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PRICE ONE COST CENTER'S SHARE OF THE USAGE ITEM AND ADD IT
      *  TO THAT COST CENTER'S STATEMENT LINE FOR THE SERVICE AND
      *  CONSUMER.  THE LINE CARRIES THE FULL USAGE AND THE SHARE.
      ***************************************************************
       550-POST-CHARGE.
      *
           PERFORM 560-FIND-RATE          THRU 560-EXIT
           IF   WS-RATE-FOUND
                COMPUTE WS-POST-GROSS =
                   ( WS-USE-RUNS    * WS-RATE-PER-RUN (WS-RATE-IDX)
                   + WS-USE-RECORDS * WS-RATE-PER-THOUSAND
                                                   (WS-RATE-IDX)
                                    / 1000
                   + WS-USE-LOOKUPS * WS-RATE-PER-LOOKUP
                                                   (WS-RATE-IDX) )
                   * WS-POST-SHARE-PCT / 100
           ELSE
                MOVE +0                    TO WS-POST-GROSS
           END-IF
      *
           MOVE WS-POST-COST-CENTER       TO WS-NEW-COST-CENTER
           MOVE WS-POST-SERVICE           TO WS-NEW-SERVICE
           MOVE WS-USE-SOURCE             TO WS-NEW-SOURCE
           MOVE WS-USE-CONSUMER-ID        TO WS-NEW-CONSUMER-ID
           PERFORM 570-FIND-LINE          THRU 570-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 550-EXIT
           END-IF
      *
           ADD  WS-USE-RUNS               TO WS-LIN-RUNS (WS-LIN-IDX)
           ADD  WS-USE-RECORDS            TO WS-LIN-RECORDS
                                                        (WS-LIN-IDX)
           ADD  WS-USE-LOOKUPS            TO WS-LIN-LOOKUPS
                                                        (WS-LIN-IDX)
           ADD  WS-POST-GROSS             TO WS-LIN-GROSS (WS-LIN-IDX)
           IF   NOT WS-RATE-FOUND
           AND  NOT WS-LIN-NO-RATE (WS-LIN-IDX)
                SET  WS-LIN-NO-RATE (WS-LIN-IDX) TO TRUE
                ADD  +1                    TO WS-NO-RATE-CNT
                DISPLAY 'MBRCHGBK: NO RATE FOR SERVICE '
                        WS-POST-SERVICE ' - CHARGED AT ZERO TO '
                        WS-POST-COST-CENTER
           END-IF
           .
       550-EXIT.
           EXIT.
      *
      *
       560-FIND-RATE.
      *
           MOVE 'N'                       TO WS-RATE-FOUND-SW
           MOVE +0                        TO WS-RATE-IDX
           PERFORM 565-MATCH-ONE-RATE     THRU 565-EXIT
                   UNTIL WS-RATE-FOUND
                      OR WS-RATE-IDX >= WS-RATE-CNT
           .
       560-EXIT.
           EXIT.
      *
      *
       565-MATCH-ONE-RATE.
      *
           ADD  +1                        TO WS-RATE-IDX
           IF   WS-RATE-SERVICE (WS-RATE-IDX) = WS-POST-SERVICE
                SET  WS-RATE-FOUND         TO TRUE
           END-IF
           .
       565-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FIND THE STATEMENT LINE FOR WS-NEW-LINE-KEY, OR INSERT IT
      *  IN KEY ORDER BY SHIFTING THE HIGHER LINES UP ONE.  A FULL
      *  TABLE STOPS THE RUN - A STATEMENT MISSING LINES WOULD
      *  UNDER-BILL.
      ***************************************************************
       570-FIND-LINE.
      *
           MOVE 'N'                       TO WS-LINE-FOUND-SW
           MOVE +1                        TO WS-LIN-IDX
           PERFORM 575-SCAN-ONE-LINE      THRU 575-EXIT
                   UNTIL WS-LIN-IDX > WS-LINE-CNT
                      OR WS-LIN-KEY (WS-LIN-IDX) >= WS-NEW-LINE-KEY
           IF   WS-LIN-IDX <= WS-LINE-CNT
           AND  WS-LIN-KEY (WS-LIN-IDX) = WS-NEW-LINE-KEY
                SET  WS-LINE-FOUND         TO TRUE
                GO TO 570-EXIT
           END-IF
      *
           IF   WS-LINE-CNT >= WS-LINE-MAX
                DISPLAY 'MBRCHGBK: MORE THAN 1000 STATEMENT LINES'
                MOVE 'Y'                   TO SEVERE-ERROR
                GO TO 570-EXIT
           END-IF
      *
           MOVE WS-LINE-CNT               TO WS-SHIFT-IDX
           PERFORM 578-SHIFT-ONE-LINE     THRU 578-EXIT
                   UNTIL WS-SHIFT-IDX < WS-LIN-IDX
           ADD  +1                        TO WS-LINE-CNT
      *
           INITIALIZE WS-LIN-ENTRY (WS-LIN-IDX)
           MOVE WS-NEW-LINE-KEY           TO WS-LIN-KEY (WS-LIN-IDX)
           MOVE WS-POST-SHARE-PCT         TO WS-LIN-SHARE-PCT
                                                        (WS-LIN-IDX)
           MOVE 'N'                       TO WS-LIN-NO-RATE-SW
                                                        (WS-LIN-IDX)
           .
       570-EXIT.
           EXIT.
      *
      *
       575-SCAN-ONE-LINE.
      *
           ADD  +1                        TO WS-LIN-IDX
           .
       575-EXIT.
           EXIT.
      *
      *
       578-SHIFT-ONE-LINE.
      *
           COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1
           MOVE WS-LIN-ENTRY (WS-SHIFT-IDX)
                                          TO WS-LIN-ENTRY (WS-SHIFT-TO)
           SUBTRACT 1                     FROM WS-SHIFT-IDX
           .
       578-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  WRITE ONE STATEMENT PER COST CENTER OFF THE ORDERED LINE
      *  TABLE, WITH THE UPLOAD DETAIL FOR EACH COST CENTER AND
      *  SERVICE, THEN THE SUMMARY OF ALL COST CENTERS AND THE
      *  UPLOAD TRAILER.
      ***************************************************************
       600-WRITE-STATEMENTS.
      *
           IF   WS-LINE-CNT = ZERO
                MOVE 'ALL'                 TO WS-RPT-TITLE-CC
                MOVE WS-RPT-TITLE-LINE     TO WS-RPT-LINE
                PERFORM 690-WRITE-LINE     THRU 690-EXIT
                MOVE 'NO CHARGEABLE USAGE IN THE PERIOD'
                                           TO WS-RPT-SECTION-TEXT
                PERFORM 680-WRITE-SECTION  THRU 680-EXIT
           END-IF
      *
           MOVE +0                        TO WS-LIN-IDX
           PERFORM 610-WRITE-ONE-LINE     THRU 610-EXIT
                   UNTIL WS-LIN-IDX >= WS-LINE-CNT
                      OR SEVERE-ERROR NOT = ' '
      *
           IF   WS-LINE-CNT > ZERO
                PERFORM 640-WRITE-UPLOAD-DETAIL THRU 640-EXIT
                PERFORM 620-CLOSE-COST-CENTER   THRU 620-EXIT
                PERFORM 650-WRITE-SUMMARY       THRU 650-EXIT
           END-IF
      *
           PERFORM 660-WRITE-UPLOAD-TRAILER THRU 660-EXIT
           .
       600-EXIT.
           EXIT.
      *
      *
       610-WRITE-ONE-LINE.
      *
           ADD  +1                        TO WS-LIN-IDX
      *
           IF   WS-LIN-COST-CENTER (WS-LIN-IDX) NOT = WS-UPL-COST-CENTER
           OR   WS-LIN-SERVICE (WS-LIN-IDX) NOT = WS-UPL-SERVICE
                IF   WS-UPL-COST-CENTER NOT = SPACES
                     PERFORM 640-WRITE-UPLOAD-DETAIL THRU 640-EXIT
                END-IF
                MOVE WS-LIN-COST-CENTER (WS-LIN-IDX)
                                           TO WS-UPL-COST-CENTER
                MOVE WS-LIN-SERVICE (WS-LIN-IDX)
                                           TO WS-UPL-SERVICE
                MOVE +0                    TO WS-UPL-RUNS
                                              WS-UPL-RECORDS
                                              WS-UPL-LOOKUPS
                                              WS-UPL-AMOUNT
           END-IF
      *
           IF   WS-LIN-COST-CENTER (WS-LIN-IDX)
                                       NOT = WS-PREV-COST-CENTER
                IF   WS-PREV-COST-CENTER NOT = SPACES
                     PERFORM 620-CLOSE-COST-CENTER THRU 620-EXIT
                END-IF
                PERFORM 630-OPEN-COST-CENTER THRU 630-EXIT
           END-IF
      *
           COMPUTE WS-LINE-CHARGE ROUNDED = WS-LIN-GROSS (WS-LIN-IDX)
           ADD  WS-LINE-CHARGE            TO WS-CC-TOTAL
                                             WS-UPL-AMOUNT
                                             WS-GRAND-TOTAL
           ADD  WS-LIN-RUNS (WS-LIN-IDX)  TO WS-UPL-RUNS
           ADD  WS-LIN-RECORDS (WS-LIN-IDX) TO WS-UPL-RECORDS
           ADD  WS-LIN-LOOKUPS (WS-LIN-IDX) TO WS-UPL-LOOKUPS
      *
           MOVE WS-LIN-SERVICE (WS-LIN-IDX)  TO WS-RPT-DTL-SERVICE
           EVALUATE WS-LIN-SOURCE (WS-LIN-IDX)
             WHEN 'R'
                  MOVE 'RUN    '          TO WS-RPT-DTL-SOURCE
             WHEN 'S'
                  MOVE 'FEED   '          TO WS-RPT-DTL-SOURCE
             WHEN 'Q'
                  MOVE 'LOOKUP '          TO WS-RPT-DTL-SOURCE
             WHEN OTHER
                  MOVE 'AD-HOC '          TO WS-RPT-DTL-SOURCE
           END-EVALUATE
           MOVE WS-LIN-CONSUMER-ID (WS-LIN-IDX)
                                          TO WS-RPT-DTL-CONSUMER
           MOVE WS-LIN-RUNS (WS-LIN-IDX)  TO WS-RPT-DTL-RUNS
           MOVE WS-LIN-RECORDS (WS-LIN-IDX)  TO WS-RPT-DTL-RECORDS
           MOVE WS-LIN-LOOKUPS (WS-LIN-IDX)  TO WS-RPT-DTL-LOOKUPS
           MOVE WS-LIN-SHARE-PCT (WS-LIN-IDX) TO WS-RPT-DTL-SHARE
           MOVE WS-LINE-CHARGE            TO WS-RPT-DTL-CHARGE
           IF   WS-LIN-NO-RATE (WS-LIN-IDX)
                MOVE 'NO RATE'             TO WS-RPT-DTL-FLAG
           ELSE
                MOVE SPACES                TO WS-RPT-DTL-FLAG
           END-IF
           MOVE WS-RPT-DETAIL-LINE        TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       610-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  CLOSE THE STATEMENT IN HAND WITH ITS TOTAL AND NOTE IT FOR
      *  THE SUMMARY.
      ***************************************************************
       620-CLOSE-COST-CENTER.
      *
           MOVE 'TOTAL FOR COST CENTER'   TO WS-RPT-TOT-LABEL
           MOVE WS-PREV-COST-CENTER       TO WS-RPT-TOT-CC
           MOVE WS-CC-TOTAL               TO WS-RPT-TOT-CHARGE
           MOVE WS-RPT-TOTAL-LINE         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
      *
           IF   WS-CCS-CNT < WS-CCS-MAX
                ADD  +1                    TO WS-CCS-CNT
                MOVE WS-PREV-COST-CENTER   TO
                                    WS-CCS-COST-CENTER (WS-CCS-CNT)
                MOVE WS-CC-TOTAL           TO
                                    WS-CCS-TOTAL (WS-CCS-CNT)
           ELSE
                DISPLAY 'MBRCHGBK: COST CENTER ' WS-PREV-COST-CENTER
                        ' LEFT OFF THE SUMMARY - MORE THAN 300'
           END-IF
           .
       620-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  START THE NEXT COST CENTER'S STATEMENT.
      ***************************************************************
       630-OPEN-COST-CENTER.
      *
           MOVE WS-LIN-COST-CENTER (WS-LIN-IDX) TO WS-PREV-COST-CENTER
           MOVE +0                        TO WS-CC-TOTAL
      *
           MOVE SPACES                    TO WS-RPT-SECTION-TEXT
           PERFORM 680-WRITE-SECTION      THRU 680-EXIT
           MOVE WS-PREV-COST-CENTER       TO WS-RPT-TITLE-CC
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           MOVE SPACES                    TO WS-RPT-SECTION-TEXT
           PERFORM 680-WRITE-SECTION      THRU 680-EXIT
           MOVE WS-RPT-DETAIL-HDR         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       630-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ONE FINANCE UPLOAD DETAIL FOR THE COST CENTER AND SERVICE
      *  JUST FINISHED.
      ***************************************************************
       640-WRITE-UPLOAD-DETAIL.
      *
           MOVE SPACES                    TO CHGF-RECORD
           SET  CHGF-DETAIL               TO TRUE
           MOVE WS-PERIOD-TAG             TO CHGF-PERIOD
           MOVE WS-UPL-COST-CENTER        TO CHGF-COST-CENTER
           MOVE WS-UPL-SERVICE            TO CHGF-SERVICE
           MOVE WS-UPL-RUNS               TO CHGF-RUNS
           MOVE WS-UPL-RECORDS            TO CHGF-RECORDS
           MOVE WS-UPL-LOOKUPS            TO CHGF-LOOKUPS
           MOVE WS-UPL-AMOUNT             TO CHGF-AMOUNT
           MOVE WS-SOURCE-SYSTEM          TO CHGF-SOURCE-SYSTEM
           ADD  WS-UPL-AMOUNT             TO WS-UPL-TOTAL
           PERFORM 670-WRITE-UPLOAD       THRU 670-EXIT
           IF   SEVERE-ERROR = ' '
                ADD  +1                    TO WS-UPLOAD-CNT
           END-IF
           .
       640-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CLOSING SUMMARY - EVERY COST CENTER'S TOTAL AND THE
      *  GRAND TOTAL, WHICH THE UPLOAD TRAILER ALSO CARRIES.
      ***************************************************************
       650-WRITE-SUMMARY.
      *
           MOVE SPACES                    TO WS-RPT-SECTION-TEXT
           PERFORM 680-WRITE-SECTION      THRU 680-EXIT
           MOVE 'SUMMARY '                TO WS-RPT-TITLE-CC
           MOVE WS-RPT-TITLE-LINE         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           MOVE SPACES                    TO WS-RPT-SECTION-TEXT
           PERFORM 680-WRITE-SECTION      THRU 680-EXIT
           MOVE WS-RPT-SUMMARY-HDR        TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
      *
           MOVE +0                        TO WS-CCS-IDX
           PERFORM 655-WRITE-ONE-SUMMARY  THRU 655-EXIT
                   UNTIL WS-CCS-IDX >= WS-CCS-CNT
      *
           MOVE 'GRAND TOTAL, ALL COST CENTERS'
                                          TO WS-RPT-TOT-LABEL
           MOVE SPACES                    TO WS-RPT-TOT-CC
           MOVE WS-GRAND-TOTAL            TO WS-RPT-TOT-CHARGE
           MOVE WS-RPT-TOTAL-LINE         TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       650-EXIT.
           EXIT.
      *
      *
       655-WRITE-ONE-SUMMARY.
      *
           ADD  +1                        TO WS-CCS-IDX
           MOVE WS-CCS-COST-CENTER (WS-CCS-IDX) TO WS-RPT-SUM-CC
           MOVE WS-CCS-TOTAL (WS-CCS-IDX) TO WS-RPT-SUM-CHARGE
           MOVE WS-RPT-SUMMARY-LINE       TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       655-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE UPLOAD TRAILER - DETAIL COUNT AND AMOUNT TOTAL, SO
      *  FINANCE CAN PROVE THE FILE ON RECEIPT.
      ***************************************************************
       660-WRITE-UPLOAD-TRAILER.
      *
           MOVE SPACES                    TO CHGF-RECORD
           SET  CHGF-TRAILER              TO TRUE
           MOVE WS-PERIOD-TAG             TO CHGF-PERIOD
           MOVE WS-UPLOAD-CNT             TO CHGF-TRL-DETAIL-CNT
           MOVE WS-UPL-TOTAL              TO CHGF-TRL-AMOUNT-TOTAL
           PERFORM 670-WRITE-UPLOAD       THRU 670-EXIT
           .
       660-EXIT.
           EXIT.
      *
      *
       670-WRITE-UPLOAD.
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 670-EXIT
           END-IF
           MOVE TP90-VALUE-WRITE          TO TP90F-FUNCTION-CODE
           CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                 CHGF-RECORD,
                                 TP90-RECORD-KEY
           IF   TP90F-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGBK DD: CHGBUPLD, GVBTP90 FAILED, '
                        'RET CD = ' TP90F-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           END-IF
           .
       670-EXIT.
           EXIT.
      *
      *
       680-WRITE-SECTION.
      *
           MOVE WS-RPT-SECTION-LINE       TO WS-RPT-LINE
           PERFORM 690-WRITE-LINE         THRU 690-EXIT
           .
       680-EXIT.
           EXIT.
      *
      *
       690-WRITE-LINE.
      *
           IF   SEVERE-ERROR NOT = ' '
                GO TO 690-EXIT
           END-IF
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-LINE,
                                 TP90-RECORD-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRCHGBK DD: CHGBRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE 'Y'                   TO SEVERE-ERROR
           ELSE
                ADD  +1                    TO WS-RPT-CNT
           END-IF
           .
       690-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           IF   TP90-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90-FUNCTION-CODE
                CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                      RUNC-RECORD,
                                      RUNC-RECORD-KEY
           END-IF
           IF   TP90S-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90S-FUNCTION-CODE
                CALL GVBTP90    USING TP90S-PARAMETER-AREA,
                                      ACKR-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90J-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90J-FUNCTION-CODE
                CALL GVBTP90    USING TP90J-PARAMETER-AREA,
                                      CHGU-RECORD,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90R-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90R-FUNCTION-CODE
                CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                      WS-RPT-LINE,
                                      TP90-RECORD-KEY
           END-IF
           IF   TP90F-ANCHOR NOT = NULL
                MOVE TP90-VALUE-CLOSE     TO TP90F-FUNCTION-CODE
                CALL GVBTP90    USING TP90F-PARAMETER-AREA,
                                      CHGF-RECORD,
                                      TP90-RECORD-KEY
           END-IF
      *
           MOVE WS-RUNC-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' RUNCTL RUNS IN THE MONTH'
           MOVE WS-SENT-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' SENTLOG TRANSMISSIONS IN THE MONTH'
           MOVE WS-CHGU-CNT               TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' CHGBUSE JOURNAL RECORDS IN THE MONTH'
           MOVE WS-INTERNAL-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' INTERNAL RUNS/FEEDS NOT CHARGED'
           MOVE WS-UNASSIGNED-CNT         TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' USAGE ITEMS CHARGED TO UNASSGND'
           MOVE WS-NO-RATE-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' STATEMENT LINES WITH NO RATE'
           MOVE WS-REJECT-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' MALFORMED USAGE RECORDS SKIPPED'
           MOVE WS-UPLOAD-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRCHGBK: ' WS-DISPLAY-MASK-1
                   ' FINANCE UPLOAD DETAILS WRITTEN'
           MOVE WS-GRAND-TOTAL            TO WS-DISPLAY-AMOUNT
           DISPLAY 'MBRCHGBK: TOTAL CHARGED ' WS-DISPLAY-AMOUNT
           .
       9900-EXIT.
           EXIT.
