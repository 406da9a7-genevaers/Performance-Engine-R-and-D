       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRECID.
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
      ** DESCRIPTION: ENTERPRISE CUSTOMER IDENTIFIER ACROSS THE        *
      **              REGIONS.  MBRRGNC LOADS EVERY REGION INTO        *
      **              CORPNAMV UNDER REGION-QUALIFIED KEYS AND FOLDS   *
      **              ONLY EXACT AGREEMENT-ID REPEATS, SO ONE PERSON   *
      **              HELD IN TWO REGIONS UNDER TWO AGREEMENTS IS      *
      **              STILL TWO CORPORATE RECORDS.  THIS JOB MATCHES   *
      **              THE CORPORATE RECORDS ACROSS REGIONS AND GIVES   *
      **              EVERY MATCHED CLUSTER ONE ENTERPRISE CUSTOMER    *
      **              ID, HELD IN THE ENTXREFV CROSS-REFERENCE (SEE    *
      **              GVBCECID).  THREE PHASES AROUND TWO JCL SORT     *
      **              STEPS, THE SORTED-EXTRACT CONVENTION MBRDUPF     *
      **              AND MBRHHLD USE, SO NO PHASE HOLDS THE FILE:     *
      **                                                               *
      **              MODE=EXTRACT BROWSES CORPNAMV AND ENTXREFV       *
      **              TOGETHER IN KEY ORDER.  EACH CORPORATE RECORD    *
      **              IS REVEALED AND GIVEN A PHONETIC SURNAME CODE    *
      **              AND A WHOLE-NAME CODE (MBRPHONC) AND A           *
      **              STANDARDIZED ADDRESS LINE (THE MBRADRST SUFFIX   *
      **              TABLE), AND ONE WORK RECORD, CARRYING THE        *
      **              RECORD'S CROSS-REFERENCE ROW FROM THE LAST RUN,  *
      **              GOES TO ECIDWORK.  A ROW WHOSE RECORD HAS LEFT   *
      **              CORPNAMV IS RETIRED, NOT DELETED (GVBCECID NOTE  *
      **              2).  THE JCL SORT ORDERS ECIDWORK ON BYTES 1-63  *
      **              (SURNAME CODE, NAME CODE, STATE, CITY, ADDRESS   *
      **              LINE, KEY) INTO ECIDSRTD.                        *
      **                                                               *
      **              MODE=MATCH READS ECIDSRTD ONE SURNAME-CODE       *
      **              BLOCK AT A TIME.  TWO RECORDS OF THE BLOCK FROM  *
      **              DIFFERENT REGIONS ARE SCORED: SURNAME 30, WHOLE  *
      **              NAME 20, ADDRESS LINE 20, CITY AND STATE 10,     *
      **              AGREEMENT ID 20.  A PAIR AT OR ABOVE THE MATCH   *
      **              THRESHOLD JOINS THE TWO CLUSTERS; A PAIR BELOW   *
      **              IT BUT AT OR ABOVE THE REVIEW THRESHOLD IS NOT   *
      **              JOINED BUT GOES ON THE REVIEW REPORT FOR THE     *
      **              DATA STEWARDS.  EVERY JOINED PAIR SHARES A       *
      **              SURNAME CODE, SO A CLUSTER NEVER SPANS TWO       *
      **              BLOCKS.  ONE ASSIGNMENT RECORD PER CORPORATE     *
      **              RECORD GOES TO ECIDASGN, LED BY THE LOWEST ID    *
      **              ITS CLUSTER HELD LAST RUN AND THE CLUSTER'S      *
      **              LOWEST KEY; THE JCL SORT ORDERS IT ON BYTES      *
      **              1-33 INTO ECIDASRT.                              *
      **                                                               *
      **              MODE=ASSIGN READS ECIDASRT A CLUSTER AT A TIME   *
      **              AND BRINGS ENTXREFV UP TO DATE.  IDS ARE STABLE  *
      **              FROM RUN TO RUN (GVBCECID NOTE 1): A CLUSTER     *
      **              KEEPS THE LOWEST ID ITS RECORDS ALREADY CARRY    *
      **              UNLESS A LOWER-KEYED CLUSTER HAS KEPT IT FIRST,  *
      **              AND OTHERWISE TAKES THE NEXT ID ABOVE THE        *
      **              HIGHEST ON THE CROSS-REFERENCE.  ITS REPORT      *
      **              LISTS EVERY RECORD MOVED BY A MERGE OR A SPLIT   *
      **              AND THE TRUE COUNT OF UNIQUE CUSTOMERS ACROSS    *
      **              THE REGIONS.                                     *
      **                                                               *
      **              CONTROL CARD KEYWORDS:                           *
      **                MODE=EXTRACT|MATCH|ASSIGN             (EXTRACT)*
      **                MATCH=NNN    JOIN AT OR ABOVE         (070)    *
      **                REVIEW=NNN   REPORT AT OR ABOVE       (060)    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                 MBRKWRD - CONTROL-CARD PARSER                 *
      **                 MBRPHONC - PHONETIC ENCODER                   *
      **                 MBRPIICR - PERSONAL-DATA PROTECTION           *
      **                 MBRRCREG - RUN-CONTROL REGISTRATION           *
      **                                                               *
      ** INPUT FILES:   CORPORATE KSDS              (DDNAME=CORPNAMV)  *
      **                SORTED MATCH WORK FILE      (DDNAME=ECIDSRTD)  *
      **                SORTED ASSIGNMENT FILE      (DDNAME=ECIDASRT)  *
      **                CONTROL CARD                (DDNAME=CTLCARD)   *
      **                                                               *
      ** I-O FILES:     ENTERPRISE CROSS-REFERENCE  (DDNAME=ENTXREFV)  *
      **                                                               *
      ** OUTPUT FILES:  MATCH WORK EXTRACT          (DDNAME=ECIDWORK)  *
      **                ASSIGNMENT FILE             (DDNAME=ECIDASGN)  *
      **                PHASE REPORT                (DDNAME=ECIDRPT)   *
      **                                                               *
      ** RETURN CDS:  0000 - SUCCESSFUL PROCESSING                     *
      **              0004 - BORDERLINE PAIRS LEFT FOR REVIEW, OR A    *
      **                     SURNAME BLOCK TOO LARGE TO MATCH WHOLE    *
      **                     (MATCH MODE)                              *
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
       01  WS-MBRKWRD                  PIC X(08)  VALUE 'MBRKWRD '.
       01  WS-MBRPHONC                 PIC X(08)  VALUE 'MBRPHONC'.
       01  WS-MBRRCREG                 PIC X(08)  VALUE 'MBRRCREG'.
      *
      *      THE NAME AND ADDRESS ARE HELD PROTECTED (SEE GVBCPIIK);
      *      THE MATCH NEEDS THEM IN CLEAR, SO EACH CORPORATE RECORD
      *      IS REVEALED UNDER THE ACTIVE KEY BEFORE IT GOES TO THE
      *      (TEMPORARY) ECIDWORK FILE.
       01  WS-MBRPIICR                 PIC X(08)  VALUE 'MBRPIICR'.
       COPY GVBCPIIK.
      *
       01  EOF-FLAG                    PIC X(01)  VALUE ' '.
       01  SEVERE-ERROR                PIC X(01)  VALUE ' '.
      *
      *      EXTRACT MODE COUNTS.
       01  WS-CORP-READ-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-XREF-READ-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-CARRIED-ROW-CNT          PIC S9(08) COMP VALUE +0.
       01  WS-NEW-ROW-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-RETIRED-CNT              PIC S9(08) COMP VALUE +0.
      *      MATCH MODE COUNTS.
       01  WS-WORK-READ-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-BLOCK-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-OVERSIZE-CNT             PIC S9(08) COMP VALUE +0.
       01  WS-PAIRS-SCORED-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-LINK-CNT                 PIC S9(08) COMP VALUE +0.
       01  WS-REVIEW-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-ASGN-WRITTEN-CNT         PIC S9(08) COMP VALUE +0.
      *      ASSIGN MODE COUNTS.
       01  WS-ASGN-READ-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-CLUSTER-CNT              PIC S9(08) COMP VALUE +0.
       01  WS-MULTI-REGION-CNT         PIC S9(08) COMP VALUE +0.
       01  WS-NEW-ID-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-JOINED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-MERGED-CNT               PIC S9(08) COMP VALUE +0.
       01  WS-SPLIT-CNT                PIC S9(08) COMP VALUE +0.
       01  WS-REFRESHED-CNT            PIC S9(08) COMP VALUE +0.
       01  WS-XREF-WRITTEN-CNT         PIC S9(08) COMP VALUE +0.
      *
       01  WS-TODAY-CCYYMMDD           PIC 9(08)  VALUE ZEROES.
       01  WS-DISPLAY-MASK-1           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DUMMY-KEY                PIC X(12)  VALUE SPACES.
      *
       01  WS-CONTROL-DDNAME           PIC X(08)  VALUE 'CTLCARD '.
       01  WS-CTL-MODE                 PIC X(07)  VALUE 'EXTRACT'.
           88  WS-CTL-MODE-EXTRACT                VALUE 'EXTRACT'.
           88  WS-CTL-MODE-MATCH                  VALUE 'MATCH  '.
           88  WS-CTL-MODE-ASSIGN                 VALUE 'ASSIGN '.
       01  WS-CTL-MATCH                PIC S9(04) COMP VALUE +70.
       01  WS-CTL-REVIEW               PIC S9(04) COMP VALUE +60.
       01  WS-KWRD-NUMERIC             PIC 9(03)  VALUE ZEROES.
      *
      *****************************************************************
      *  THE MATCH WORK RECORD - WRITTEN BY THE EXTRACT PHASE, SORTED
      *  ON BYTES 1-63 IN JCL, READ BACK BY THE MATCH PHASE.  THE
      *  SURNAME CODE IS BLANK FOR A NAME WITHOUT LETTERS, SO THOSE
      *  RECORDS SORT TOGETHER AND ARE NEVER PAIRED.  THE OLD ROW IS
      *  BLANK FOR A RECORD NEW TO THE CROSS-REFERENCE.
      *****************************************************************
       01  WS-WORK-RECORD.
           05  WS-WORK-SURNAME-CODE    PIC X(08).
           05  WS-WORK-NAME-CODE       PIC X(08).
           05  WS-WORK-STATE           PIC X(02).
           05  WS-WORK-CITY            PIC X(13).
           05  WS-WORK-ADDR-LINE       PIC X(20).
           05  WS-WORK-KEY.
               10  WS-WORK-REGION      PIC X(02).
               10  WS-WORK-KEY-ID      PIC X(10).
           05  WS-WORK-NAME            PIC X(20).
           05  WS-WORK-AGRE-ID         PIC 9(11).
           05  WS-WORK-OLD-ROW         PIC X(80).
      *
      *****************************************************************
      *  THE ASSIGNMENT RECORD - WRITTEN BY THE MATCH PHASE, SORTED
      *  ON BYTES 1-33 IN JCL, READ BACK BY THE ASSIGN PHASE.  EVERY
      *  RECORD OF ONE CLUSTER CARRIES THE SAME CANDIDATE ID AND ROOT
      *  KEY, SO THE SORT BRINGS A CLUSTER TOGETHER, AND CLUSTERS
      *  CLAIMING THE SAME ID TOGETHER IN KEY ORDER.  A CLUSTER WITH
      *  NO ID YET CARRIES ALL NINES AND SORTS LAST.
      *****************************************************************
       01  WS-ASGN-RECORD.
           05  WS-ASGN-CAND-ID         PIC 9(09).
               88  WS-ASGN-NO-CAND-ID             VALUE 999999999.
           05  WS-ASGN-ROOT-KEY        PIC X(12).
           05  WS-ASGN-KEY             PIC X(12).
           05  WS-ASGN-BEST-SCORE      PIC 9(03).
           05  WS-ASGN-CLUSTER-SIZE    PIC 9(04).
           05  WS-ASGN-OLD-ROW         PIC X(80).
      *
      *****************************************************************
      *  PAIR SCORING POINTS - THEY ADD TO 100.  THE SURNAME CODE IS
      *  ALSO THE BLOCKING KEY: A PAIR WITHOUT IT IS NEVER SCORED.
      *****************************************************************
       01  WS-PTS-SURNAME              PIC S9(04) COMP VALUE +30.
       01  WS-PTS-NAME                 PIC S9(04) COMP VALUE +20.
       01  WS-PTS-ADDR-LINE            PIC S9(04) COMP VALUE +20.
       01  WS-PTS-CITY-STATE           PIC S9(04) COMP VALUE +10.
       01  WS-PTS-AGREEMENT            PIC S9(04) COMP VALUE +20.
       01  WS-PAIR-SCORE               PIC S9(04) COMP VALUE +0.
      *
      *****************************************************************
      *  THE BLOCK TABLE - ONE SURNAME-CODE BLOCK OF THE SORTED WORK
      *  FILE.  EACH CLUSTER IS A TREE THROUGH WS-BT-PARENT WHOSE
      *  ROOT IS ITS LOWEST ENTRY; THE ROOT'S ENTRY ALSO CARRIES THE
      *  CLUSTER'S SIZE, ITS LOWEST KEY AND THE LOWEST ID ITS RECORDS
      *  HELD.  A BLOCK LARGER THAN THE TABLE IS MATCHED IN TABLE-
      *  SIZED PIECES (THE SORT KEEPS LIKE NAMES AND ADDRESSES
      *  ADJACENT) AND REPORTED, SO EVERY RECORD STILL GETS ITS ID.
      *****************************************************************
       01  WS-BLK-TBL-MAX              PIC S9(08) COMP VALUE +5000.
       01  WS-BLK-CNT                  PIC S9(08) COMP VALUE +0.
       01  WS-BLK-SURNAME-CODE         PIC X(08)  VALUE SPACES.
       01  WS-BLK-TBL.
           05  WS-BT-ENTRY             OCCURS 5000 TIMES.
               10  WS-BT-KEY.
                   15  WS-BT-REGION    PIC X(02).
                   15  WS-BT-KEY-ID    PIC X(10).
               10  WS-BT-NAME          PIC X(20).
               10  WS-BT-NAME-CODE     PIC X(08).
               10  WS-BT-ADDR-LINE     PIC X(20).
               10  WS-BT-CITY          PIC X(13).
               10  WS-BT-STATE         PIC X(02).
               10  WS-BT-AGRE-ID       PIC 9(11).
               10  WS-BT-PARENT        PIC S9(08) COMP.
               10  WS-BT-BEST-SCORE    PIC S9(04) COMP.
               10  WS-BT-SIZE          PIC S9(04) COMP.
               10  WS-BT-ROOT-KEY      PIC X(12).
               10  WS-BT-CAND-ID       PIC 9(09).
               10  WS-BT-OLD-ROW       PIC X(80).
       01  WS-I                        PIC S9(08) COMP VALUE +0.
       01  WS-J                        PIC S9(08) COMP VALUE +0.
       01  WS-ROOT-I                   PIC S9(08) COMP VALUE +0.
       01  WS-ROOT-J                   PIC S9(08) COMP VALUE +0.
       01  WS-FIND-IDX                 PIC S9(08) COMP VALUE +0.
      *
      *****************************************************************
      *  EXTRACT PHASE - THE TWO KEYED STREAMS BEING MERGED.  A
      *  STREAM AT END OF FILE HOLDS HIGH-VALUES.
      *****************************************************************
       01  WS-CORP-CURRENT-KEY         PIC X(12)  VALUE SPACES.
       01  WS-XREF-CURRENT-KEY         PIC X(12)  VALUE SPACES.
      *
      *****************************************************************
      *  ASSIGN PHASE - THE CLUSTER IN HAND AND THE ONE BEFORE IT.
      *****************************************************************
       01  WS-HIGH-WATER-ID            PIC 9(09)  VALUE ZEROES.
       01  WS-PREV-CAND-ID             PIC 9(09)  VALUE ZEROES.
       01  WS-PREV-ROOT-KEY            PIC X(12)  VALUE LOW-VALUES.
       01  WS-CLUS-NEW-ID              PIC 9(09)  VALUE ZEROES.
       01  WS-CLUS-ID-SOURCE           PIC X(01)  VALUE SPACE.
           88  WS-CLUS-ID-CARRIED                 VALUE 'C'.
           88  WS-CLUS-ID-ISSUED                  VALUE 'N'.
           88  WS-CLUS-ID-SPLIT                   VALUE 'S'.
       01  WS-OLD-ENT-ID               PIC 9(09)  VALUE ZEROES.
      *
      *****************************************************************
      *  WHICH SCORE COMPONENTS A PAIR MET, FOR THE REVIEW LINE.
      *****************************************************************
       01  WS-PAIR-FLAGS.
           05  WS-FLAG-SURNAME         PIC X(03).
           05  WS-FLAG-NAME            PIC X(03).
           05  WS-FLAG-ADDR-LINE       PIC X(03).
           05  WS-FLAG-CITY-STATE      PIC X(03).
           05  WS-FLAG-AGREEMENT       PIC X(03).
      *
       01  WS-UPPER-FOLD.
           05  WS-FOLD-LOWER           PIC X(26)  VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WS-FOLD-UPPER           PIC X(26)  VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *****************************************************************
      *  STREET-SUFFIX NORMALIZATION TABLE - KEPT ENTRY FOR ENTRY THE
      *  SAME AS MBRADRST'S, SO TWO REGIONS' SPELLINGS OF ONE ADDRESS
      *  COMPARE AS THE NIGHTLY STANDARDIZATION PASS WOULD LEAVE THEM.
      *  THE PARENT'S ADDRESS LINE IS 20 BYTES.
      *****************************************************************
       01  WS-ABBREV-TABLE-DATA.
           05  FILLER   PIC X(18)  VALUE 'STREET    09ST   2'.
           05  FILLER   PIC X(18)  VALUE 'AVENUE    06AVE  3'.
           05  FILLER   PIC X(18)  VALUE 'BOULEVARD 09BLVD 4'.
           05  FILLER   PIC X(18)  VALUE 'DRIVE     05DR   2'.
           05  FILLER   PIC X(18)  VALUE 'ROAD      04RD   2'.
           05  FILLER   PIC X(18)  VALUE 'LANE      04LN   2'.
           05  FILLER   PIC X(18)  VALUE 'COURT     05CT   2'.
           05  FILLER   PIC X(18)  VALUE 'PLACE     05PL   2'.
           05  FILLER   PIC X(18)  VALUE 'CIRCLE    06CIR  3'.
           05  FILLER   PIC X(18)  VALUE 'PARKWAY   07PKWY 4'.
           05  FILLER   PIC X(18)  VALUE 'HIGHWAY   07HWY  3'.
           05  FILLER   PIC X(18)  VALUE 'TERRACE   07TER  3'.
           05  FILLER   PIC X(18)  VALUE 'APARTMENT 09APT  3'.
           05  FILLER   PIC X(18)  VALUE 'SUITE     05STE  3'.
       01  WS-ABBREV-TABLE REDEFINES WS-ABBREV-TABLE-DATA.
           05  WS-ABBREV-ENTRY         OCCURS 14 TIMES.
               10  WS-ABBREV-LONG      PIC X(10).
               10  WS-ABBREV-LONG-LEN  PIC 9(02).
               10  WS-ABBREV-SHORT     PIC X(05).
               10  WS-ABBREV-SHORT-LEN PIC 9(01).
       01  WS-ABBREV-MAX               PIC S9(04) COMP VALUE +14.
       01  WS-ABBREV-IDX               PIC S9(04) COMP VALUE +1.
       01  WS-SCAN-POS                 PIC S9(04) COMP VALUE +1.
       01  WS-SCAN-LIMIT               PIC S9(04) COMP VALUE +1.
       01  WS-SCAN-DONE-SW             PIC X(01)  VALUE 'N'.
           88  WS-SCAN-DONE                       VALUE 'Y'.
       01  WS-WORD-MATCH-SW            PIC X(01)  VALUE 'N'.
           88  WS-WORD-MATCHED                    VALUE 'Y'.
       01  WS-TAIL-POS                 PIC S9(04) COMP VALUE +1.
       01  WS-TAIL-LEN                 PIC S9(04) COMP VALUE +0.
       01  WS-STD-LINE                 PIC X(20)  VALUE SPACES.
       01  WS-LINE-WORK                PIC X(20)  VALUE SPACES.
       01  WS-LINE-FILL-POS            PIC S9(04) COMP VALUE +1.
      *
      *****************************************************************
      *  PHASE REPORT - A HEADER, THE PHASE'S DETAIL SECTION (ROWS
      *  RETIRED, BORDERLINE PAIRS, OR RECORDS MOVED), THEN THE
      *  PHASE TOTALS.
      *****************************************************************
       01  WS-RPT-HEADER-LINE.
           05  FILLER                  PIC X(26)  VALUE
               'MBRECID - ENTERPRISE ID, '.
           05  WS-RPT-HDR-MODE         PIC X(07).
           05  FILLER                  PIC X(10)  VALUE ' ON CYCLE '.
           05  WS-RPT-HDR-DATE         PIC 9(08).
           05  FILLER                  PIC X(08)  VALUE '  MATCH '.
           05  WS-RPT-HDR-MATCH        PIC 9(03).
           05  FILLER                  PIC X(09)  VALUE '  REVIEW '.
           05  WS-RPT-HDR-REVIEW       PIC 9(03).
           05  FILLER                  PIC X(58)  VALUE SPACES.
      *
       01  WS-RPT-SECTION-LINE.
           05  WS-RPT-SECTION-TEXT     PIC X(60).
           05  FILLER                  PIC X(72)  VALUE SPACES.
      *
       01  WS-RPT-REVIEW-LINE.
           05  FILLER                  PIC X(06)  VALUE 'SCORE '.
           05  WS-RPT-RVW-SCORE        PIC 9(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-RVW-KEY-1        PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-RVW-NAME-1       PIC X(20).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-RVW-KEY-2        PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-RVW-NAME-2       PIC X(20).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-RVW-FLAGS        PIC X(15).
           05  FILLER                  PIC X(36)  VALUE SPACES.
      *
       01  WS-RPT-CHANGE-LINE.
           05  WS-RPT-CHG-KEY          PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RPT-CHG-ACTION       PIC X(08).
           05  FILLER                  PIC X(06)  VALUE '  OLD '.
           05  WS-RPT-CHG-OLD-ID       PIC 9(09).
           05  FILLER                  PIC X(06)  VALUE '  NEW '.
           05  WS-RPT-CHG-NEW-ID       PIC 9(09).
           05  FILLER                  PIC X(80)  VALUE SPACES.
      *
       01  WS-RPT-OVERSIZE-LINE.
           05  FILLER                  PIC X(20)  VALUE
               'SURNAME CODE BLOCK '.
           05  WS-RPT-OVR-CODE         PIC X(08).
           05  FILLER                  PIC X(17)  VALUE
               ' PIECE ENDS AFTER'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RPT-OVR-KEY          PIC X(12).
           05  FILLER                  PIC X(37)  VALUE
               ' - PAIRS ACROSS THE BREAK NOT SCORED'.
           05  FILLER                  PIC X(37)  VALUE SPACES.
      *
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL        PIC X(44).
           05  WS-RPT-TOT-CNT          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(74)  VALUE SPACES.
      *
       COPY GVBCKWRD.
       COPY GVBCRUNC.
       COPY GVBCPHON.
       COPY GVBCCORP.
       COPY GVBCECID.
      *
      *****************************************************************
      *  GVBTP90 I/O COMMUNICATION - CORPNAMV ON TP90V, ENTXREFV ON
      *  TP90X, THE SORTED INPUT OF THE MATCH AND ASSIGN PHASES ON
      *  TP90I, THE WORK OUTPUT OF THE EXTRACT AND MATCH PHASES ON
      *  TP90O, AND THE ECIDRPT REPORT ON TP90R.  THE BASE RECORD
      *  AREA IS ONLY THE FIELD VIEW THE REVEALED REGIONAL RECORD IS
      *  MOVED INTO.
      *****************************************************************
       COPY GVBCTP90.
       COPY GVBCTP9R.
      *
       COPY GVBCCUST REPLACING ==:XXX:== BY ==TP90==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90V-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90V-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90V-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90V-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90V-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90V-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90V-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90V-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90V-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90V-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90V-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90X-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90X-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90X-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90X-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90X-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90X-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90X-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90X-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90X-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90X-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90X-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90I-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90I-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90I-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90I-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90I-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90I-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90I-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90I-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90I-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90I-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90I-ESDS==.
      *
       COPY GVBCTP9P REPLACING ==TP90-PARAMETER-AREA== BY
                                ==TP90O-PARAMETER-AREA==
                                ==TP90-ANCHOR==          BY
                                ==TP90O-ANCHOR==
                                ==TP90-DDNAME==          BY
                                ==TP90O-DDNAME==
                                ==TP90-FUNCTION-CODE==   BY
                                ==TP90O-FUNCTION-CODE==
                                ==TP90-FILE-TYPE==       BY
                                ==TP90O-FILE-TYPE==
                                ==TP90-FILE-MODE==       BY
                                ==TP90O-FILE-MODE==
                                ==TP90-RETURN-CODE==     BY
                                ==TP90O-RETURN-CODE==
                                ==TP90-VSAM-RETURN-CODE== BY
                                ==TP90O-VSAM-RETURN-CODE==
                                ==TP90-RECORD-LENGTH==   BY
                                ==TP90O-RECORD-LENGTH==
                                ==TP90-RECFM==           BY
                                ==TP90O-RECFM==
                                ==TP90-ESDS==            BY
                                ==TP90O-ESDS==.
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
       EJECT
       PROCEDURE DIVISION.
      *
       000-MAIN-LOGIC.
      *
           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD
      *
           SET  RUNC-REG-START            TO TRUE
           MOVE 'MBRECID '                TO RUNC-REG-RUN-ID
           MOVE +0                        TO RUNC-REG-RCRDS-READ
                                             RUNC-REG-RCRDS-WRITTEN
                                             RUNC-REG-RCRDS-REJECTED
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           PERFORM 100-INIT                  THRU 100-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 200-WRITE-RPT-HEADER  THRU 200-EXIT
           END-IF
           IF   SEVERE-ERROR = ' '
                EVALUATE TRUE
                  WHEN WS-CTL-MODE-EXTRACT
                       PERFORM 300-RUN-EXTRACT  THRU 300-EXIT
                  WHEN WS-CTL-MODE-MATCH
                       PERFORM 500-RUN-MATCH    THRU 500-EXIT
                  WHEN OTHER
                       PERFORM 600-RUN-ASSIGN   THRU 600-EXIT
                END-EVALUATE
           END-IF
           IF   SEVERE-ERROR = ' '
                PERFORM 800-WRITE-TOTALS      THRU 800-EXIT
           END-IF
      *
           PERFORM 9900-FINALIZATION         THRU 9900-EXIT
      *
           IF   SEVERE-ERROR = ' '
                SET  RUNC-REG-END         TO TRUE
           ELSE
                SET  RUNC-REG-FAIL        TO TRUE
           END-IF
           MOVE 'MBRECID '                TO RUNC-REG-RUN-ID
           EVALUATE TRUE
             WHEN WS-CTL-MODE-EXTRACT
                  MOVE WS-CORP-READ-CNT      TO RUNC-REG-RCRDS-READ
                  MOVE WS-CORP-READ-CNT      TO RUNC-REG-RCRDS-WRITTEN
                  MOVE WS-RETIRED-CNT        TO RUNC-REG-RCRDS-REJECTED
             WHEN WS-CTL-MODE-MATCH
                  MOVE WS-WORK-READ-CNT      TO RUNC-REG-RCRDS-READ
                  MOVE WS-ASGN-WRITTEN-CNT   TO RUNC-REG-RCRDS-WRITTEN
                  MOVE WS-REVIEW-CNT         TO RUNC-REG-RCRDS-REJECTED
             WHEN OTHER
                  MOVE WS-ASGN-READ-CNT      TO RUNC-REG-RCRDS-READ
                  MOVE WS-XREF-WRITTEN-CNT   TO RUNC-REG-RCRDS-WRITTEN
                  MOVE +0                    TO RUNC-REG-RCRDS-REJECTED
           END-EVALUATE
           CALL WS-MBRRCREG USING RUNC-REGISTER-PARMS
      *
           EVALUATE TRUE
             WHEN SEVERE-ERROR NOT = ' '
                  MOVE WS-ABEND-CD           TO RETURN-CODE
             WHEN WS-CTL-MODE-MATCH
              AND (WS-REVIEW-CNT > ZERO OR WS-OVERSIZE-CNT > ZERO)
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
      *  PARSE THE CONTROL CARD AND OPEN THE DDS THE SELECTED MODE
      *  NEEDS.
      ***************************************************************
       100-INIT.
      *
           MOVE 'MBRECID '             TO KWRD-CALLER-ID
           MOVE WS-CONTROL-DDNAME      TO KWRD-DDNAME
           MOVE +3                     TO KWRD-ENTRY-COUNT
           MOVE 'MODE'                 TO KWRD-NAME (1)
           MOVE 'EXTRACT'              TO KWRD-VALUE (1)
           MOVE 'EXTRACT MATCH ASSIGN' TO KWRD-ALLOWED (1)
           MOVE 'D'                    TO KWRD-SOURCE (1)
           MOVE 'MATCH'                TO KWRD-NAME (2)
           MOVE '070'                  TO KWRD-VALUE (2)
           MOVE SPACES                 TO KWRD-ALLOWED (2)
           MOVE 'D'                    TO KWRD-SOURCE (2)
           MOVE 'REVIEW'               TO KWRD-NAME (3)
           MOVE '060'                  TO KWRD-VALUE (3)
           MOVE SPACES                 TO KWRD-ALLOWED (3)
           MOVE 'D'                    TO KWRD-SOURCE (3)
           CALL WS-MBRKWRD USING KWRD-PARSE-PARMS
           EVALUATE TRUE
             WHEN KWRD-RET-INVALID
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN KWRD-VALUE (2) (1:3) NOT NUMERIC
             WHEN KWRD-VALUE (3) (1:3) NOT NUMERIC
                  DISPLAY 'MBRECID: MATCH AND REVIEW MUST BE ZERO-'
                          'PADDED THREE-DIGIT SCORES, 001 THRU 100'
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  MOVE KWRD-VALUE (1) (1:7)  TO WS-CTL-MODE
                  MOVE KWRD-VALUE (2) (1:3)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-MATCH
                  MOVE KWRD-VALUE (3) (1:3)  TO WS-KWRD-NUMERIC
                  MOVE WS-KWRD-NUMERIC       TO WS-CTL-REVIEW
           END-EVALUATE
      *
      *      A REVIEW THRESHOLD ABOVE THE MATCH THRESHOLD WOULD LIST
      *      NOTHING BUT PAIRS THAT ARE JOINED ANYWAY.
           IF   SEVERE-ERROR = ' '
                IF   WS-CTL-MATCH < +1
                OR   WS-CTL-MATCH > +100
                OR   WS-CTL-REVIEW < +1
                OR   WS-CTL-REVIEW > WS-CTL-MATCH
                     DISPLAY 'MBRECID: MATCH MUST BE 001 THRU 100 AND '
                             'REVIEW 001 THRU THE MATCH SCORE'
                     MOVE  'Y'               TO SEVERE-ERROR
                     GO TO 100-EXIT
                END-IF
           ELSE
                GO TO 100-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-CTL-MODE-EXTRACT
                  PERFORM 110-OPEN-EXTRACT-DDS THRU 110-EXIT
             WHEN WS-CTL-MODE-MATCH
                  PERFORM 120-OPEN-MATCH-DDS   THRU 120-EXIT
             WHEN OTHER
                  PERFORM 130-OPEN-ASSIGN-DDS  THRU 130-EXIT
           END-EVALUATE
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 140-OPEN-REPORT       THRU 140-EXIT
           END-IF
           .
       100-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EXTRACT - CORPNAMV FOR KEYED INPUT, ENTXREFV FOR KEYED I-O
      *  (ROWS ARE RETIRED IN PLACE DURING THE BROWSE) AND THE WORK
      *  FILE FOR OUTPUT.
      ***************************************************************
       110-OPEN-EXTRACT-DDS.
      *
           SET  TP90V-ANCHOR              TO NULL
           MOVE 'CORPNAMV'                TO TP90V-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90V-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90V-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90V-FILE-MODE
           MOVE SPACES                    TO TP90V-RETURN-CODE
           MOVE +0                        TO TP90V-VSAM-RETURN-CODE
           MOVE LENGTH OF CORP-RECORD     TO TP90V-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90V-RECFM

           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 CORP-RECORD,
                                 CORP-RECORD-KEY

           IF   TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID DD: CORPNAMV, GVBTP90 FAILED, '
                        'RET CD = ' TP90V-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90V-DDNAME
           END-IF
      *
           PERFORM 150-OPEN-XREF          THRU 150-EXIT
      *
           SET  TP90O-ANCHOR              TO NULL
           MOVE 'ECIDWORK'                TO TP90O-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90O-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90O-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90O-FILE-MODE
           MOVE SPACES                    TO TP90O-RETURN-CODE
           MOVE +0                        TO TP90O-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-WORK-RECORD  TO TP90O-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90O-RECFM

           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-WORK-RECORD,
                                 WS-DUMMY-KEY

           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID DD: ECIDWORK, GVBTP90 FAILED, '
                        'RET CD = ' TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       110-EXIT.
           EXIT.
      *
      *
       120-OPEN-MATCH-DDS.
      *
           SET  TP90I-ANCHOR              TO NULL
           MOVE 'ECIDSRTD'                TO TP90I-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-WORK-RECORD  TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM

           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-WORK-RECORD,
                                 WS-DUMMY-KEY

           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID DD: ECIDSRTD, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90I-DDNAME
           END-IF
      *
           SET  TP90O-ANCHOR              TO NULL
           MOVE 'ECIDASGN'                TO TP90O-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90O-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90O-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90O-FILE-MODE
           MOVE SPACES                    TO TP90O-RETURN-CODE
           MOVE +0                        TO TP90O-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-ASGN-RECORD  TO TP90O-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90O-RECFM

           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-ASGN-RECORD,
                                 WS-DUMMY-KEY

           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID DD: ECIDASGN, GVBTP90 FAILED, '
                        'RET CD = ' TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       120-EXIT.
           EXIT.
      *
      *
       130-OPEN-ASSIGN-DDS.
      *
           SET  TP90I-ANCHOR              TO NULL
           MOVE 'ECIDASRT'                TO TP90I-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90I-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90I-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90I-FILE-MODE
           MOVE SPACES                    TO TP90I-RETURN-CODE
           MOVE +0                        TO TP90I-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-ASGN-RECORD  TO TP90I-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90I-RECFM

           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-ASGN-RECORD,
                                 WS-DUMMY-KEY

           IF   TP90I-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID DD: ECIDASRT, GVBTP90 FAILED, '
                        'RET CD = ' TP90I-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90I-DDNAME
           END-IF
      *
           PERFORM 150-OPEN-XREF          THRU 150-EXIT
           .
       130-EXIT.
           EXIT.
      *
      *
       140-OPEN-REPORT.
      *
           SET  TP90R-ANCHOR              TO NULL
           MOVE 'ECIDRPT '                TO TP90R-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90R-FUNCTION-CODE
           MOVE TP90-VALUE-SEQUENTIAL     TO TP90R-FILE-TYPE
           MOVE TP90-VALUE-OUTPUT         TO TP90R-FILE-MODE
           MOVE SPACES                    TO TP90R-RETURN-CODE
           MOVE +0                        TO TP90R-VSAM-RETURN-CODE
           MOVE LENGTH OF WS-RPT-HEADER-LINE
                                          TO TP90R-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90R-RECFM

           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 WS-DUMMY-KEY

           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID DD: ECIDRPT, GVBTP90 FAILED, '
                        'RET CD = ' TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       140-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE CROSS-REFERENCE IS DEFINED EMPTY AND OPENED I-O FROM THE
      *  FIRST RUN ON, THE SAME AS THE RESTRICTED-CUSTOMER REGISTER.
      ***************************************************************
       150-OPEN-XREF.
      *
           SET  TP90X-ANCHOR              TO NULL
           MOVE 'ENTXREFV'                TO TP90X-DDNAME
           MOVE TP90-VALUE-OPEN           TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE LENGTH OF ECID-RECORD     TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM

           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 ECID-RECORD,
                                 ECID-RECORD-KEY

           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID DD: ENTXREFV, GVBTP90 FAILED, '
                        'RET CD = ' TP90X-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           ELSE
                DISPLAY 'DATASET OPENED: ' TP90X-DDNAME
           END-IF
           .
       150-EXIT.
           EXIT.
      *
      *
       200-WRITE-RPT-HEADER.
      *
           MOVE WS-CTL-MODE               TO WS-RPT-HDR-MODE
           MOVE WS-TODAY-CCYYMMDD         TO WS-RPT-HDR-DATE
           MOVE WS-CTL-MATCH              TO WS-RPT-HDR-MATCH
           MOVE WS-CTL-REVIEW             TO WS-RPT-HDR-REVIEW
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 WS-DUMMY-KEY
      *
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID: ERROR WRITING ECIDRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       200-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EXTRACT PHASE - BROWSE CORPNAMV AND ENTXREFV SIDE BY SIDE.
      *  BOTH ARE IN THE SAME KEY ORDER, SO EACH CORPORATE RECORD
      *  MEETS ITS OWN ROW FROM THE LAST RUN, IF IT HAS ONE, AND A
      *  ROW WITH NO RECORD LEFT BEHIND IT SURFACES ON ITS OWN.
      ***************************************************************
       300-RUN-EXTRACT.
      *
           MOVE 'RETIRED - RECORD NO LONGER ON CORPNAMV'
                                          TO WS-RPT-SECTION-TEXT
           PERFORM 810-WRITE-SECTION-LINE THRU 810-EXIT
      *
           MOVE 'CORPNAMV'                TO TP90V-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90V-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90V-FILE-TYPE
           MOVE TP90-VALUE-INPUT          TO TP90V-FILE-MODE
           MOVE SPACES                    TO TP90V-RETURN-CODE
           MOVE +0                        TO TP90V-VSAM-RETURN-CODE
           MOVE LOW-VALUES                TO CORP-RECORD-KEY
           MOVE SPACES                    TO CORP-REGIONAL-REST

           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 CORP-RECORD,
                                 CORP-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  PERFORM 310-READ-NEXT-CORP THRU 310-EXIT
             WHEN TP90V-RETURN-CODE = TP90-VALUE-END-OF-FILE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE HIGH-VALUES           TO WS-CORP-CURRENT-KEY
                  DISPLAY 'MBRECID: CORPNAMV IS EMPTY'
             WHEN OTHER
                  DISPLAY 'MBRECID DD: CORPNAMV, GVBTP90 FAILED, '
                          'RET CD = ' TP90V-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           MOVE 'ENTXREFV'                TO TP90X-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE LOW-VALUES                TO ECID-RECORD-KEY
           MOVE SPACES                    TO ECID-RECORD(13:)

           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 ECID-RECORD,
                                 ECID-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  PERFORM 320-READ-NEXT-XREF THRU 320-EXIT
             WHEN TP90X-RETURN-CODE = TP90-VALUE-END-OF-FILE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE HIGH-VALUES           TO WS-XREF-CURRENT-KEY
                  DISPLAY 'MBRECID: ENTXREFV IS EMPTY - EVERY '
                          'CLUSTER IS ISSUED A NEW ID'
             WHEN OTHER
                  DISPLAY 'MBRECID DD: ENTXREFV, GVBTP90 FAILED, '
                          'RET CD = ' TP90X-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 300-EXIT
           END-EVALUATE
      *
           PERFORM 330-MERGE-ONE-KEY      THRU 330-EXIT
                   UNTIL SEVERE-ERROR NOT = ' '
                      OR (WS-CORP-CURRENT-KEY = HIGH-VALUES
                      AND WS-XREF-CURRENT-KEY = HIGH-VALUES)
           .
       300-EXIT.
           EXIT.
      *
      *
       310-READ-NEXT-CORP.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90V-FUNCTION-CODE
           MOVE SPACES                    TO CORP-REGIONAL-REST

           CALL GVBTP90    USING TP90V-PARAMETER-AREA,
                                 CORP-RECORD,
                                 CORP-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90V-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE HIGH-VALUES           TO WS-CORP-CURRENT-KEY
                  DISPLAY 'END OF FILE REACHED ' TP90V-DDNAME
             WHEN TP90V-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRECID DD: ' TP90V-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90V-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                    TO WS-CORP-READ-CNT
                  MOVE CORP-RECORD-KEY       TO WS-CORP-CURRENT-KEY
           END-EVALUATE
           .
       310-EXIT.
           EXIT.
      *
      *
       320-READ-NEXT-XREF.
      *
           MOVE TP90-VALUE-READNEXT       TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE

           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 ECID-RECORD,
                                 ECID-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE HIGH-VALUES           TO WS-XREF-CURRENT-KEY
                  DISPLAY 'END OF FILE REACHED ' TP90X-DDNAME
             WHEN TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                  DISPLAY 'MBRECID DD: ' TP90X-DDNAME
                          ', GVBTP90 FAILED, RET CD = '
                          TP90X-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
             WHEN OTHER
                  ADD  +1                    TO WS-XREF-READ-CNT
                  MOVE ECID-RECORD-KEY       TO WS-XREF-CURRENT-KEY
           END-EVALUATE
           .
       320-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  TAKE THE LOWER OF THE TWO CURRENT KEYS.  A CORPORATE RECORD
      *  GOES TO THE WORK FILE WITH ITS OLD ROW, OR WITHOUT ONE IF
      *  IT IS NEW; A ROW ON ITS OWN IS RETIRED.
      ***************************************************************
       330-MERGE-ONE-KEY.
      *
           EVALUATE TRUE
             WHEN WS-CORP-CURRENT-KEY < WS-XREF-CURRENT-KEY
                  MOVE SPACES                TO WS-WORK-OLD-ROW
                  ADD  +1                    TO WS-NEW-ROW-CNT
                  PERFORM 340-WRITE-WORK-RCRD THRU 340-EXIT
                  IF   SEVERE-ERROR = ' '
                       PERFORM 310-READ-NEXT-CORP THRU 310-EXIT
                  END-IF
             WHEN WS-CORP-CURRENT-KEY = WS-XREF-CURRENT-KEY
                  MOVE ECID-RECORD           TO WS-WORK-OLD-ROW
                  ADD  +1                    TO WS-CARRIED-ROW-CNT
                  PERFORM 340-WRITE-WORK-RCRD THRU 340-EXIT
                  IF   SEVERE-ERROR = ' '
                       PERFORM 310-READ-NEXT-CORP THRU 310-EXIT
                  END-IF
                  IF   SEVERE-ERROR = ' '
                       PERFORM 320-READ-NEXT-XREF THRU 320-EXIT
                  END-IF
             WHEN OTHER
                  IF   ECID-ACTIVE
                       PERFORM 360-RETIRE-ROW THRU 360-EXIT
                  END-IF
                  IF   SEVERE-ERROR = ' '
                       PERFORM 320-READ-NEXT-XREF THRU 320-EXIT
                  END-IF
           END-EVALUATE
           .
       330-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  REVEAL THE CORPORATE RECORD, CODE ITS NAME, STANDARDIZE ITS
      *  ADDRESS AND WRITE ITS WORK RECORD.  A NAME WITHOUT LETTERS
      *  GETS NO SURNAME CODE, SO IT IS NEVER PAIRED AND STANDS AS A
      *  CUSTOMER OF ITS OWN.
      ***************************************************************
       340-WRITE-WORK-RCRD.
      *
           MOVE CORP-CUSTNAME-RECORD      TO TP90-FB-RECORD-AREA
           SET  PIIC-FCN-REVEAL           TO TRUE
           SET  PIIC-IMAGE-PARENT         TO TRUE
           SET  PIIC-GEN-ACTIVE           TO TRUE
           CALL WS-MBRPIICR USING PIIC-PARMS,
                                  TP90-FB-RECORD-AREA
           IF   NOT PIIC-RET-USABLE
                DISPLAY 'MBRECID: PERSONAL DATA KEY ERROR, '
                        'KEY ' CORP-RECORD-KEY
                        ' MBRPIICR RC = ' PIIC-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 340-EXIT
           END-IF
      *
           MOVE CORP-RECORD-KEY           TO WS-WORK-KEY
           MOVE TP90-CUST-NAME            TO WS-WORK-NAME
           MOVE TP90-CUST-CITY            TO WS-WORK-CITY
           MOVE TP90-CUST-STATE           TO WS-WORK-STATE
           INSPECT WS-WORK-NAME
                   CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER
           INSPECT WS-WORK-CITY
                   CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER
           INSPECT WS-WORK-STATE
                   CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER
           IF   TP90-CUST-AGRE-BUSN-ID NUMERIC
                MOVE TP90-CUST-AGRE-BUSN-ID TO WS-WORK-AGRE-ID
           ELSE
                MOVE ZEROES               TO WS-WORK-AGRE-ID
           END-IF
      *
           SET  PHON-FCN-ENCODE-SURNAME   TO TRUE
           MOVE TP90-CUST-NAME            TO PHON-NAME-IN
           CALL WS-MBRPHONC USING PHON-ENCODE-PARMS
           IF   PHON-RET-NO-LETTERS
                MOVE SPACES               TO WS-WORK-SURNAME-CODE
           ELSE
                MOVE PHON-CODE-OUT        TO WS-WORK-SURNAME-CODE
           END-IF
           SET  PHON-FCN-ENCODE           TO TRUE
           MOVE TP90-CUST-NAME            TO PHON-NAME-IN
           CALL WS-MBRPHONC USING PHON-ENCODE-PARMS
           IF   PHON-RET-NO-LETTERS
                MOVE SPACES               TO WS-WORK-NAME-CODE
           ELSE
                MOVE PHON-CODE-OUT        TO WS-WORK-NAME-CODE
           END-IF
      *
           MOVE TP90-CUST-ADDR-LINE       TO WS-STD-LINE
           INSPECT WS-STD-LINE
                   CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER
           PERFORM 350-NORMALIZE-SUFFIX   THRU 350-EXIT
           MOVE WS-STD-LINE               TO WS-WORK-ADDR-LINE
      *
           MOVE TP90-VALUE-WRITE          TO TP90O-FUNCTION-CODE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-WORK-RECORD,
                                 WS-DUMMY-KEY
           IF   TP90O-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID: ERROR WRITING ECIDWORK RC = '
                        TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       340-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ABBREVIATE THE STREET SUFFIXES IN THE ADDRESS LINE, AS
      *  MBRADRST DOES ON CUSTADRV: EACH TABLE ENTRY'S LONG SPELLING
      *  IS REPLACED, AS A WHOLE WORD, AT ITS FIRST OCCURRENCE.
      ***************************************************************
       350-NORMALIZE-SUFFIX.
      *
           MOVE +1                        TO WS-ABBREV-IDX
           PERFORM 355-SCAN-ONE-SUFFIX    THRU 355-EXIT
                   UNTIL WS-ABBREV-IDX > WS-ABBREV-MAX
           .
       350-EXIT.
           EXIT.
      *
      *
       355-SCAN-ONE-SUFFIX.
      *
           MOVE 'N'                       TO WS-SCAN-DONE-SW
           MOVE +1                        TO WS-SCAN-POS
           COMPUTE WS-SCAN-LIMIT =
                   +21 - WS-ABBREV-LONG-LEN (WS-ABBREV-IDX)
           PERFORM 356-TEST-ONE-POSITION  THRU 356-EXIT
                   UNTIL WS-SCAN-DONE
                      OR WS-SCAN-POS > WS-SCAN-LIMIT
           ADD  +1                        TO WS-ABBREV-IDX
           .
       355-EXIT.
           EXIT.
      *
      *
       356-TEST-ONE-POSITION.
      *
           MOVE 'N'                       TO WS-WORD-MATCH-SW
           IF   WS-STD-LINE
                    (WS-SCAN-POS:WS-ABBREV-LONG-LEN (WS-ABBREV-IDX))
                  = WS-ABBREV-LONG (WS-ABBREV-IDX)
                    (1:WS-ABBREV-LONG-LEN (WS-ABBREV-IDX))
                SET  WS-WORD-MATCHED       TO TRUE
           END-IF
      *
           IF   WS-WORD-MATCHED
           AND  WS-SCAN-POS > +1
           AND  WS-STD-LINE (WS-SCAN-POS - 1:1) NOT = SPACE
                MOVE 'N'                   TO WS-WORD-MATCH-SW
           END-IF
           COMPUTE WS-TAIL-POS =
                   WS-SCAN-POS + WS-ABBREV-LONG-LEN (WS-ABBREV-IDX)
           IF   WS-WORD-MATCHED
           AND  WS-TAIL-POS <= +20
           AND  WS-STD-LINE (WS-TAIL-POS:1) NOT = SPACE
                MOVE 'N'                   TO WS-WORD-MATCH-SW
           END-IF
      *
           IF   WS-WORD-MATCHED
                PERFORM 357-REPLACE-THE-WORD THRU 357-EXIT
                SET  WS-SCAN-DONE          TO TRUE
           ELSE
                ADD  +1                    TO WS-SCAN-POS
           END-IF
           .
       356-EXIT.
           EXIT.
      *
      *
       357-REPLACE-THE-WORD.
      *
           MOVE SPACES                    TO WS-LINE-WORK
           IF   WS-SCAN-POS > +1
                MOVE WS-STD-LINE (1:WS-SCAN-POS - 1)
                                           TO WS-LINE-WORK
           END-IF
           MOVE WS-ABBREV-SHORT (WS-ABBREV-IDX)
                    (1:WS-ABBREV-SHORT-LEN (WS-ABBREV-IDX))
             TO WS-LINE-WORK
                    (WS-SCAN-POS:WS-ABBREV-SHORT-LEN (WS-ABBREV-IDX))
      *
           COMPUTE WS-LINE-FILL-POS =
                   WS-SCAN-POS + WS-ABBREV-SHORT-LEN (WS-ABBREV-IDX)
           COMPUTE WS-TAIL-LEN = +21 - WS-TAIL-POS
           IF   WS-TAIL-LEN > +0
                MOVE WS-STD-LINE (WS-TAIL-POS:WS-TAIL-LEN)
                  TO WS-LINE-WORK (WS-LINE-FILL-POS:WS-TAIL-LEN)
           END-IF
      *
           MOVE WS-LINE-WORK              TO WS-STD-LINE
           .
       357-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  RETIRE A ROW WHOSE CORPORATE RECORD HAS GONE.  THE ROW AND
      *  ITS ID STAY ON FILE SO THE ID IS NEVER ISSUED AGAIN.
      ***************************************************************
       360-RETIRE-ROW.
      *
           MOVE ECID-ENT-ID               TO WS-RPT-CHG-OLD-ID
           SET  ECID-RETIRED              TO TRUE
           MOVE WS-TODAY-CCYYMMDD         TO ECID-LAST-CHANGED-DATE
           MOVE TP90-VALUE-UPDATE         TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE

           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 ECID-RECORD,
                                 ECID-RECORD-KEY

           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID: ERROR RETIRING ENTXREFV KEY '
                        ECID-RECORD-KEY ' RC = ' TP90X-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
                GO TO 360-EXIT
           END-IF
      *
           ADD  +1                        TO WS-RETIRED-CNT
           ADD  +1                        TO WS-XREF-WRITTEN-CNT
           MOVE ECID-RECORD-KEY           TO WS-RPT-CHG-KEY
           MOVE 'RETIRED '                TO WS-RPT-CHG-ACTION
           MOVE ZEROES                    TO WS-RPT-CHG-NEW-ID
           PERFORM 820-WRITE-CHANGE-LINE  THRU 820-EXIT
           .
       360-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  MATCH PHASE - READ THE SORTED WORK FILE ONE SURNAME-CODE
      *  BLOCK AT A TIME, MATCH THE BLOCK AND WRITE ITS ASSIGNMENT
      *  RECORDS.  PAIRS INSIDE ONE REGION ARE MBRDUPF'S BUSINESS AND
      *  ARE NOT SCORED HERE.
      ***************************************************************
       500-RUN-MATCH.
      *
           MOVE 'BORDERLINE PAIRS FOR REVIEW - NOT JOINED'
                                          TO WS-RPT-SECTION-TEXT
           PERFORM 810-WRITE-SECTION-LINE THRU 810-EXIT
      *
           MOVE ' '                       TO EOF-FLAG
           PERFORM 510-READ-WORK-RCRD     THRU 510-EXIT
      *
           PERFORM 520-MATCH-ONE-BLOCK    THRU 520-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           .
       500-EXIT.
           EXIT.
      *
      *
       510-READ-WORK-RCRD.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-WORK-RECORD,
                                 WS-DUMMY-KEY
      *
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                    TO WS-WORK-READ-CNT
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                   TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90I-DDNAME
             WHEN OTHER
                  DISPLAY 'MBRECID DD: ECIDSRTD, GVBTP90 FAILED, '
                          'RET CD = ' TP90I-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
           END-EVALUATE
           .
       510-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  LOAD ONE BLOCK - EVERY RECORD SHARING THE SURNAME CODE, UP
      *  TO THE SIZE OF THE TABLE.  A BLOCK THAT FILLS THE TABLE IS
      *  MATCHED AS IT STANDS AND THE REST OF IT IS TAKEN AS THE NEXT
      *  BLOCK; THE BREAK IS REPORTED.  THE BLANK-CODE BLOCK IS NEVER
      *  SCORED - EACH OF ITS RECORDS IS A CUSTOMER OF ITS OWN.
      ***************************************************************
       520-MATCH-ONE-BLOCK.
      *
           ADD  +1                        TO WS-BLOCK-CNT
           MOVE WS-WORK-SURNAME-CODE      TO WS-BLK-SURNAME-CODE
           MOVE +0                        TO WS-BLK-CNT
           PERFORM 530-LOAD-ONE-ENTRY     THRU 530-EXIT
                   UNTIL EOF-FLAG = 'Y'
                      OR SEVERE-ERROR NOT = ' '
                      OR WS-WORK-SURNAME-CODE NOT = WS-BLK-SURNAME-CODE
                      OR WS-BLK-CNT >= WS-BLK-TBL-MAX
           IF   SEVERE-ERROR NOT = ' '
                GO TO 520-EXIT
           END-IF
      *
           IF   EOF-FLAG NOT = 'Y'
           AND  WS-WORK-SURNAME-CODE = WS-BLK-SURNAME-CODE
           AND  WS-BLK-SURNAME-CODE NOT = SPACES
                PERFORM 525-REPORT-OVERSIZE THRU 525-EXIT
           END-IF
      *
           IF   WS-BLK-SURNAME-CODE NOT = SPACES
                MOVE +0                   TO WS-I
                PERFORM 540-MATCH-ONE-RECORD THRU 540-EXIT
                        UNTIL WS-I >= WS-BLK-CNT
                           OR SEVERE-ERROR NOT = ' '
           END-IF
      *
           MOVE +0                        TO WS-I
           PERFORM 580-GATHER-ONE-ENTRY   THRU 580-EXIT
                   UNTIL WS-I >= WS-BLK-CNT
      *
           MOVE +0                        TO WS-I
           PERFORM 590-WRITE-ONE-ASGN     THRU 590-EXIT
                   UNTIL WS-I >= WS-BLK-CNT
                      OR SEVERE-ERROR NOT = ' '
           .
       520-EXIT.
           EXIT.
      *
      *
       525-REPORT-OVERSIZE.
      *
           ADD  +1                        TO WS-OVERSIZE-CNT
           MOVE WS-BLK-SURNAME-CODE       TO WS-RPT-OVR-CODE
           MOVE WS-BT-KEY (WS-BLK-CNT)    TO WS-RPT-OVR-KEY
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-OVERSIZE-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID: ERROR WRITING ECIDRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
      *
           MOVE WS-BLK-TBL-MAX            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRECID: SURNAME CODE ' WS-BLK-SURNAME-CODE
                   ' HAS MORE THAN' WS-DISPLAY-MASK-1
                   ' RECORDS - MATCHED IN PIECES'
           .
       525-EXIT.
           EXIT.
      *
      *
       530-LOAD-ONE-ENTRY.
      *
           ADD  +1                        TO WS-BLK-CNT
           MOVE WS-WORK-KEY               TO WS-BT-KEY (WS-BLK-CNT)
           MOVE WS-WORK-NAME              TO WS-BT-NAME (WS-BLK-CNT)
           MOVE WS-WORK-NAME-CODE      TO WS-BT-NAME-CODE (WS-BLK-CNT)
           MOVE WS-WORK-ADDR-LINE      TO WS-BT-ADDR-LINE (WS-BLK-CNT)
           MOVE WS-WORK-CITY              TO WS-BT-CITY (WS-BLK-CNT)
           MOVE WS-WORK-STATE             TO WS-BT-STATE (WS-BLK-CNT)
           MOVE WS-WORK-AGRE-ID           TO WS-BT-AGRE-ID (WS-BLK-CNT)
           MOVE WS-WORK-OLD-ROW           TO WS-BT-OLD-ROW (WS-BLK-CNT)
           MOVE WS-BLK-CNT                TO WS-BT-PARENT (WS-BLK-CNT)
           MOVE +0                     TO WS-BT-BEST-SCORE (WS-BLK-CNT)
                                          WS-BT-SIZE (WS-BLK-CNT)
           MOVE HIGH-VALUES               TO WS-BT-ROOT-KEY (WS-BLK-CNT)
           MOVE 999999999                 TO WS-BT-CAND-ID (WS-BLK-CNT)
      *
           PERFORM 510-READ-WORK-RCRD     THRU 510-EXIT
           .
       530-EXIT.
           EXIT.
      *
      *
       540-MATCH-ONE-RECORD.
      *
           ADD  +1                        TO WS-I
           MOVE WS-I                      TO WS-J
           PERFORM 545-SCORE-ONE-PAIR     THRU 545-EXIT
                   UNTIL WS-J >= WS-BLK-CNT
                      OR SEVERE-ERROR NOT = ' '
           .
       540-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  THE SURNAME CODE GATES THE PAIR AND IS WORTH 30; THE WHOLE-
      *  NAME CODE ADDS 20, THE STANDARDIZED ADDRESS LINE 20, CITY
      *  AND STATE TOGETHER 10 AND THE SAME AGREEMENT ID 20.
      ***************************************************************
       545-SCORE-ONE-PAIR.
      *
           ADD  +1                        TO WS-J
           IF   WS-BT-REGION (WS-J) = WS-BT-REGION (WS-I)
                GO TO 545-EXIT
           END-IF
      *
           ADD  +1                        TO WS-PAIRS-SCORED-CNT
           MOVE 'SUR------------'         TO WS-PAIR-FLAGS
           MOVE WS-PTS-SURNAME            TO WS-PAIR-SCORE
      *
           IF   WS-BT-NAME-CODE (WS-I) NOT = SPACES
           AND  WS-BT-NAME-CODE (WS-J) = WS-BT-NAME-CODE (WS-I)
                ADD  WS-PTS-NAME          TO WS-PAIR-SCORE
                MOVE 'NAM'                TO WS-FLAG-NAME
           END-IF
           IF   WS-BT-ADDR-LINE (WS-I) NOT = SPACES
           AND  WS-BT-ADDR-LINE (WS-J) = WS-BT-ADDR-LINE (WS-I)
                ADD  WS-PTS-ADDR-LINE     TO WS-PAIR-SCORE
                MOVE 'ADR'                TO WS-FLAG-ADDR-LINE
           END-IF
           IF   WS-BT-CITY (WS-I) NOT = SPACES
           AND  WS-BT-CITY (WS-J) = WS-BT-CITY (WS-I)
           AND  WS-BT-STATE (WS-J) = WS-BT-STATE (WS-I)
                ADD  WS-PTS-CITY-STATE    TO WS-PAIR-SCORE
                MOVE 'CTY'                TO WS-FLAG-CITY-STATE
           END-IF
           IF   WS-BT-AGRE-ID (WS-I) NOT = ZERO
           AND  WS-BT-AGRE-ID (WS-J) = WS-BT-AGRE-ID (WS-I)
                ADD  WS-PTS-AGREEMENT     TO WS-PAIR-SCORE
                MOVE 'AGR'                TO WS-FLAG-AGREEMENT
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-PAIR-SCORE >= WS-CTL-MATCH
                  PERFORM 550-JOIN-CLUSTERS  THRU 550-EXIT
             WHEN WS-PAIR-SCORE >= WS-CTL-REVIEW
                  PERFORM 560-REPORT-BORDERLINE THRU 560-EXIT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       545-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  JOIN THE CLUSTERS OF ENTRIES WS-I AND WS-J.  THE HIGHER
      *  ROOT IS HUNG UNDER THE LOWER, SO EVERY PARENT SITS BELOW
      *  ITS CHILD IN THE TABLE.
      ***************************************************************
       550-JOIN-CLUSTERS.
      *
           ADD  +1                        TO WS-LINK-CNT
           IF   WS-PAIR-SCORE > WS-BT-BEST-SCORE (WS-I)
                MOVE WS-PAIR-SCORE        TO WS-BT-BEST-SCORE (WS-I)
           END-IF
           IF   WS-PAIR-SCORE > WS-BT-BEST-SCORE (WS-J)
                MOVE WS-PAIR-SCORE        TO WS-BT-BEST-SCORE (WS-J)
           END-IF
      *
           MOVE WS-I                      TO WS-FIND-IDX
           PERFORM 570-FIND-ROOT          THRU 570-EXIT
           MOVE WS-FIND-IDX               TO WS-ROOT-I
           MOVE WS-ROOT-I                 TO WS-BT-PARENT (WS-I)
           MOVE WS-J                      TO WS-FIND-IDX
           PERFORM 570-FIND-ROOT          THRU 570-EXIT
           MOVE WS-FIND-IDX               TO WS-ROOT-J
           MOVE WS-ROOT-J                 TO WS-BT-PARENT (WS-J)
      *
           EVALUATE TRUE
             WHEN WS-ROOT-I < WS-ROOT-J
                  MOVE WS-ROOT-I          TO WS-BT-PARENT (WS-ROOT-J)
             WHEN WS-ROOT-J < WS-ROOT-I
                  MOVE WS-ROOT-J          TO WS-BT-PARENT (WS-ROOT-I)
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       550-EXIT.
           EXIT.
      *
      *
       560-REPORT-BORDERLINE.
      *
           ADD  +1                        TO WS-REVIEW-CNT
           MOVE WS-PAIR-SCORE             TO WS-RPT-RVW-SCORE
           MOVE WS-BT-KEY (WS-I)          TO WS-RPT-RVW-KEY-1
           MOVE WS-BT-NAME (WS-I)         TO WS-RPT-RVW-NAME-1
           MOVE WS-BT-KEY (WS-J)          TO WS-RPT-RVW-KEY-2
           MOVE WS-BT-NAME (WS-J)         TO WS-RPT-RVW-NAME-2
           MOVE WS-PAIR-FLAGS             TO WS-RPT-RVW-FLAGS
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-REVIEW-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID: ERROR WRITING ECIDRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       560-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  FOLLOW WS-FIND-IDX UP ITS PARENT CHAIN TO THE CLUSTER ROOT.
      ***************************************************************
       570-FIND-ROOT.
      *
           PERFORM 575-STEP-TO-PARENT     THRU 575-EXIT
                   UNTIL WS-BT-PARENT (WS-FIND-IDX) = WS-FIND-IDX
           .
       570-EXIT.
           EXIT.
      *
      *
       575-STEP-TO-PARENT.
      *
           MOVE WS-BT-PARENT (WS-FIND-IDX) TO WS-FIND-IDX
           .
       575-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  POINT THE ENTRY STRAIGHT AT ITS ROOT AND GATHER, ON THE
      *  ROOT, THE CLUSTER SIZE, ITS LOWEST KEY AND THE LOWEST ID ITS
      *  RECORDS HELD LAST RUN (GVBCECID NOTE 1).
      ***************************************************************
       580-GATHER-ONE-ENTRY.
      *
           ADD  +1                        TO WS-I
           MOVE WS-I                      TO WS-FIND-IDX
           PERFORM 570-FIND-ROOT          THRU 570-EXIT
           MOVE WS-FIND-IDX               TO WS-ROOT-I
           MOVE WS-ROOT-I                 TO WS-BT-PARENT (WS-I)
      *
           ADD  +1                        TO WS-BT-SIZE (WS-ROOT-I)
           IF   WS-BT-KEY (WS-I) < WS-BT-ROOT-KEY (WS-ROOT-I)
                MOVE WS-BT-KEY (WS-I)     TO WS-BT-ROOT-KEY (WS-ROOT-I)
           END-IF
           IF   WS-BT-OLD-ROW (WS-I) NOT = SPACES
                MOVE WS-BT-OLD-ROW (WS-I) TO ECID-RECORD
                IF   ECID-ENT-ID < WS-BT-CAND-ID (WS-ROOT-I)
                     MOVE ECID-ENT-ID     TO WS-BT-CAND-ID (WS-ROOT-I)
                END-IF
           END-IF
           .
       580-EXIT.
           EXIT.
      *
      *
       590-WRITE-ONE-ASGN.
      *
           ADD  +1                        TO WS-I
           MOVE WS-BT-PARENT (WS-I)       TO WS-ROOT-I
           MOVE WS-BT-CAND-ID (WS-ROOT-I) TO WS-ASGN-CAND-ID
           MOVE WS-BT-ROOT-KEY (WS-ROOT-I) TO WS-ASGN-ROOT-KEY
           MOVE WS-BT-KEY (WS-I)          TO WS-ASGN-KEY
           MOVE WS-BT-BEST-SCORE (WS-I)   TO WS-ASGN-BEST-SCORE
           MOVE WS-BT-SIZE (WS-ROOT-I)    TO WS-ASGN-CLUSTER-SIZE
           MOVE WS-BT-OLD-ROW (WS-I)      TO WS-ASGN-OLD-ROW
      *
           MOVE TP90-VALUE-WRITE          TO TP90O-FUNCTION-CODE
           CALL GVBTP90    USING TP90O-PARAMETER-AREA,
                                 WS-ASGN-RECORD,
                                 WS-DUMMY-KEY
           IF   TP90O-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-ASGN-WRITTEN-CNT
           ELSE
                DISPLAY 'MBRECID: ERROR WRITING ECIDASGN RC = '
                        TP90O-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       590-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  ASSIGN PHASE - GIVE EACH CLUSTER ITS ID (GVBCECID NOTES 1
      *  AND 2).  THE SORTED ASSIGNMENT FILE BRINGS EACH CLUSTER'S
      *  RECORDS TOGETHER, AND THE CLUSTERS CLAIMING ONE ID TOGETHER
      *  IN KEY ORDER: THE FIRST OF THEM KEEPS THE ID AND ANY OTHER
      *  HAS COME APART FROM IT AND IS ISSUED THE NEXT ID ABOVE THE
      *  HIGH-WATER MARK, AS IS A CLUSTER CLAIMING NO ID AT ALL.
      ***************************************************************
       600-RUN-ASSIGN.
      *
           PERFORM 610-FIND-HIGH-WATER    THRU 610-EXIT
           IF   SEVERE-ERROR NOT = ' '
                GO TO 600-EXIT
           END-IF
      *
           MOVE 'MOVED TO ANOTHER ENTERPRISE ID BY A MERGE OR A SPLIT'
                                          TO WS-RPT-SECTION-TEXT
           PERFORM 810-WRITE-SECTION-LINE THRU 810-EXIT
      *
           MOVE ' '                       TO EOF-FLAG
           PERFORM 620-READ-ASGN-RCRD     THRU 620-EXIT
      *
           PERFORM 630-ASSIGN-ONE-RECORD  THRU 630-EXIT
                   UNTIL EOF-FLAG = 'Y' OR SEVERE-ERROR NOT = ' '
           .
       600-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  EVERY ROW ON THE CROSS-REFERENCE, RETIRED OR NOT, RAISES THE
      *  HIGH-WATER MARK, SO NO ID IS EVER ISSUED TWICE.
      ***************************************************************
       610-FIND-HIGH-WATER.
      *
           MOVE 'ENTXREFV'                TO TP90X-DDNAME
           MOVE TP90-VALUE-START-BROWSE   TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE
           MOVE SPACES                    TO TP90X-RETURN-CODE
           MOVE +0                        TO TP90X-VSAM-RETURN-CODE
           MOVE LOW-VALUES                TO ECID-RECORD-KEY
           MOVE SPACES                    TO ECID-RECORD(13:)

           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 ECID-RECORD,
                                 ECID-RECORD-KEY

           EVALUATE TRUE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  MOVE SPACES                TO WS-XREF-CURRENT-KEY
             WHEN TP90X-RETURN-CODE = TP90-VALUE-END-OF-FILE
             WHEN TP90X-RETURN-CODE = TP90-VALUE-NOT-FOUND
                  MOVE HIGH-VALUES           TO WS-XREF-CURRENT-KEY
                  DISPLAY 'MBRECID: ENTXREFV IS EMPTY - EVERY '
                          'CLUSTER IS ISSUED A NEW ID'
             WHEN OTHER
                  DISPLAY 'MBRECID DD: ENTXREFV, GVBTP90 FAILED, '
                          'RET CD = ' TP90X-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
                  GO TO 610-EXIT
           END-EVALUATE
      *
           PERFORM 615-TAKE-ONE-XREF      THRU 615-EXIT
                   UNTIL WS-XREF-CURRENT-KEY = HIGH-VALUES
                      OR SEVERE-ERROR NOT = ' '
           .
       610-EXIT.
           EXIT.
      *
      *
       615-TAKE-ONE-XREF.
      *
           PERFORM 320-READ-NEXT-XREF     THRU 320-EXIT
           IF   WS-XREF-CURRENT-KEY NOT = HIGH-VALUES
           AND  SEVERE-ERROR = ' '
           AND  ECID-ENT-ID > WS-HIGH-WATER-ID
                MOVE ECID-ENT-ID          TO WS-HIGH-WATER-ID
           END-IF
           .
       615-EXIT.
           EXIT.
      *
      *
       620-READ-ASGN-RCRD.
      *
           MOVE TP90-VALUE-READ           TO TP90I-FUNCTION-CODE
           CALL GVBTP90    USING TP90I-PARAMETER-AREA,
                                 WS-ASGN-RECORD,
                                 WS-DUMMY-KEY
      *
           EVALUATE TRUE
             WHEN TP90I-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                  ADD  +1                    TO WS-ASGN-READ-CNT
             WHEN TP90I-RETURN-CODE = TP90-VALUE-END-OF-FILE
                  MOVE 'Y'                   TO EOF-FLAG
                  DISPLAY 'END OF FILE REACHED ' TP90I-DDNAME
             WHEN OTHER
                  DISPLAY 'MBRECID DD: ECIDASRT, GVBTP90 FAILED, '
                          'RET CD = ' TP90I-RETURN-CODE
                  MOVE  'Y'                  TO SEVERE-ERROR
           END-EVALUATE
           .
       620-EXIT.
           EXIT.
      *
      *
       630-ASSIGN-ONE-RECORD.
      *
           IF   WS-ASGN-CAND-ID NOT = WS-PREV-CAND-ID
           OR   WS-ASGN-ROOT-KEY NOT = WS-PREV-ROOT-KEY
                PERFORM 640-START-CLUSTER THRU 640-EXIT
           END-IF
      *
           PERFORM 650-WRITE-ONE-XREF     THRU 650-EXIT
      *
           IF   SEVERE-ERROR = ' '
                PERFORM 620-READ-ASGN-RCRD THRU 620-EXIT
           END-IF
           .
       630-EXIT.
           EXIT.
      *
      *
       640-START-CLUSTER.
      *
           ADD  +1                        TO WS-CLUSTER-CNT
           IF   WS-ASGN-CLUSTER-SIZE > 1
                ADD  +1                   TO WS-MULTI-REGION-CNT
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-ASGN-NO-CAND-ID
                  SET  WS-CLUS-ID-ISSUED     TO TRUE
                  PERFORM 645-ISSUE-NEW-ID   THRU 645-EXIT
             WHEN WS-ASGN-CAND-ID = WS-PREV-CAND-ID
                  SET  WS-CLUS-ID-SPLIT      TO TRUE
                  PERFORM 645-ISSUE-NEW-ID   THRU 645-EXIT
             WHEN OTHER
                  SET  WS-CLUS-ID-CARRIED    TO TRUE
                  MOVE WS-ASGN-CAND-ID       TO WS-CLUS-NEW-ID
           END-EVALUATE
      *
           MOVE WS-ASGN-CAND-ID           TO WS-PREV-CAND-ID
           MOVE WS-ASGN-ROOT-KEY          TO WS-PREV-ROOT-KEY
           .
       640-EXIT.
           EXIT.
      *
      *
       645-ISSUE-NEW-ID.
      *
           ADD  +1                        TO WS-HIGH-WATER-ID
           MOVE WS-HIGH-WATER-ID          TO WS-CLUS-NEW-ID
           ADD  +1                        TO WS-NEW-ID-CNT
           .
       645-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  BRING THE RECORD'S CROSS-REFERENCE ROW UP TO DATE, WRITING
      *  IT ONLY IF IT CHANGED.  A RECORD MOVED TO ANOTHER ID GOES ON
      *  THE REPORT WITH THE ID IT LEFT.
      ***************************************************************
       650-WRITE-ONE-XREF.
      *
           MOVE ZEROES                    TO WS-OLD-ENT-ID
           IF   WS-ASGN-OLD-ROW NOT = SPACES
                MOVE WS-ASGN-OLD-ROW      TO ECID-RECORD
                MOVE ECID-ENT-ID          TO WS-OLD-ENT-ID
           END-IF
      *
           EVALUATE TRUE
      *      FIRST SIGHT OF THE RECORD - IT JOINS AN ID ALREADY HELD
      *      BY ITS CLUSTER OR STARTS A NEW ONE.
             WHEN WS-ASGN-OLD-ROW = SPACES
                  MOVE SPACES             TO ECID-RECORD
                  MOVE WS-ASGN-KEY        TO ECID-RECORD-KEY
                  MOVE WS-CLUS-NEW-ID     TO ECID-ENT-ID
                  MOVE WS-TODAY-CCYYMMDD  TO ECID-FIRST-ASSIGNED-DATE
                  MOVE ZEROES             TO ECID-PRIOR-ENT-ID
                  IF   WS-CLUS-ID-CARRIED
                       SET  ECID-REASON-JOINED TO TRUE
                       ADD  +1            TO WS-JOINED-CNT
                  ELSE
                       SET  ECID-REASON-NEW    TO TRUE
                  END-IF
             WHEN WS-OLD-ENT-ID = WS-CLUS-NEW-ID
                  IF   ECID-RETIRED
                       SET  ECID-REASON-KEPT   TO TRUE
                  END-IF
             WHEN OTHER
                  MOVE ECID-ENT-ID        TO ECID-PRIOR-ENT-ID
                                             WS-RPT-CHG-OLD-ID
                  MOVE WS-CLUS-NEW-ID     TO ECID-ENT-ID
                                             WS-RPT-CHG-NEW-ID
                  MOVE ECID-RECORD-KEY    TO WS-RPT-CHG-KEY
                  IF   WS-CLUS-ID-SPLIT
                       SET  ECID-REASON-SPLIT  TO TRUE
                       MOVE 'SPLIT   '    TO WS-RPT-CHG-ACTION
                       ADD  +1            TO WS-SPLIT-CNT
                  ELSE
                       SET  ECID-REASON-MERGED TO TRUE
                       MOVE 'MERGED  '    TO WS-RPT-CHG-ACTION
                       ADD  +1            TO WS-MERGED-CNT
                  END-IF
                  PERFORM 820-WRITE-CHANGE-LINE THRU 820-EXIT
           END-EVALUATE
      *
           SET  ECID-ACTIVE               TO TRUE
           MOVE WS-ASGN-BEST-SCORE        TO ECID-LINK-SCORE
           MOVE WS-ASGN-CLUSTER-SIZE      TO ECID-CLUSTER-SIZE
      *
           IF   ECID-RECORD = WS-ASGN-OLD-ROW
                GO TO 650-EXIT
           END-IF
      *
           IF   WS-OLD-ENT-ID = WS-CLUS-NEW-ID
                ADD  +1                   TO WS-REFRESHED-CNT
           END-IF
           MOVE WS-TODAY-CCYYMMDD         TO ECID-LAST-CHANGED-DATE
      *
           MOVE 'ENTXREFV'                TO TP90X-DDNAME
           MOVE TP90-VALUE-WRITE          TO TP90X-FUNCTION-CODE
           MOVE TP90-VALUE-VSAM           TO TP90X-FILE-TYPE
           MOVE TP90-VALUE-IO             TO TP90X-FILE-MODE
           MOVE LENGTH OF ECID-RECORD     TO TP90X-RECORD-LENGTH
           MOVE TP90-VALUE-FIXED-LEN      TO TP90X-RECFM

           CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                 ECID-RECORD,
                                 ECID-RECORD-KEY

           IF   TP90X-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                MOVE TP90-VALUE-UPDATE    TO TP90X-FUNCTION-CODE
                CALL GVBTP90    USING TP90X-PARAMETER-AREA,
                                      ECID-RECORD,
                                      ECID-RECORD-KEY
           END-IF

           IF   TP90X-RETURN-CODE = TP90-VALUE-SUCCESSFUL
                ADD  +1                   TO WS-XREF-WRITTEN-CNT
           ELSE
                DISPLAY 'MBRECID: ERROR WRITING ENTXREFV KEY '
                        ECID-RECORD-KEY ' RC = ' TP90X-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       650-EXIT.
           EXIT.
      *
      *
      ***************************************************************
      *  PHASE TOTALS - TO THE REPORT AND THE JOB LOG.  THE CLUSTER
      *  COUNT OF THE ASSIGN PHASE IS THE TRUE NUMBER OF CUSTOMERS
      *  ACROSS THE REGIONS.
      ***************************************************************
       800-WRITE-TOTALS.
      *
           MOVE 'PHASE TOTALS'            TO WS-RPT-SECTION-TEXT
           PERFORM 810-WRITE-SECTION-LINE THRU 810-EXIT
      *
           EVALUATE TRUE
             WHEN WS-CTL-MODE-EXTRACT
                  PERFORM 840-EXTRACT-TOTALS THRU 840-EXIT
             WHEN WS-CTL-MODE-MATCH
                  PERFORM 850-MATCH-TOTALS   THRU 850-EXIT
             WHEN OTHER
                  PERFORM 860-ASSIGN-TOTALS  THRU 860-EXIT
           END-EVALUATE
           .
       800-EXIT.
           EXIT.
      *
      *
       810-WRITE-SECTION-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-SECTION-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID: ERROR WRITING ECIDRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       810-EXIT.
           EXIT.
      *
      *
       820-WRITE-CHANGE-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-CHANGE-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID: ERROR WRITING ECIDRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       820-EXIT.
           EXIT.
      *
      *
       830-WRITE-TOTAL-LINE.
      *
           MOVE TP90-VALUE-WRITE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-TOTAL-LINE,
                                 WS-DUMMY-KEY
           IF   TP90R-RETURN-CODE NOT = TP90-VALUE-SUCCESSFUL
                DISPLAY 'MBRECID: ERROR WRITING ECIDRPT RC = '
                        TP90R-RETURN-CODE
                MOVE  'Y'                   TO SEVERE-ERROR
           END-IF
           .
       830-EXIT.
           EXIT.
      *
      *
       840-EXTRACT-TOTALS.
      *
           MOVE 'CORPORATE RECORDS READ'  TO WS-RPT-TOT-LABEL
           MOVE WS-CORP-READ-CNT          TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'CROSS-REFERENCE ROWS READ'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-XREF-READ-CNT          TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'RECORDS CARRYING A ROW FROM THE LAST RUN'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-CARRIED-ROW-CNT        TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'RECORDS NEW TO THE CROSS-REFERENCE'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-NEW-ROW-CNT            TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'CROSS-REFERENCE ROWS RETIRED'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-RETIRED-CNT            TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
      *
           MOVE WS-CORP-READ-CNT          TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRECID: ' WS-DISPLAY-MASK-1
                   ' MATCH WORK RECORDS WRITTEN'
           MOVE WS-RETIRED-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRECID: ' WS-DISPLAY-MASK-1
                   ' CROSS-REFERENCE ROWS RETIRED'
           .
       840-EXIT.
           EXIT.
      *
      *
       850-MATCH-TOTALS.
      *
           MOVE 'MATCH WORK RECORDS READ' TO WS-RPT-TOT-LABEL
           MOVE WS-WORK-READ-CNT          TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'SURNAME-CODE BLOCKS'     TO WS-RPT-TOT-LABEL
           MOVE WS-BLOCK-CNT              TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'BLOCKS MATCHED IN PIECES'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-OVERSIZE-CNT           TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'CROSS-REGION PAIRS SCORED'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-PAIRS-SCORED-CNT       TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'PAIRS JOINED AT OR ABOVE MATCH'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-LINK-CNT               TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'BORDERLINE PAIRS FOR REVIEW'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-REVIEW-CNT             TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'ASSIGNMENT RECORDS WRITTEN'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-ASGN-WRITTEN-CNT       TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
      *
           MOVE WS-REVIEW-CNT             TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRECID: ' WS-DISPLAY-MASK-1
                   ' BORDERLINE PAIRS FOR REVIEW'
           MOVE WS-OVERSIZE-CNT           TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRECID: ' WS-DISPLAY-MASK-1
                   ' BLOCKS MATCHED IN PIECES'
           .
       850-EXIT.
           EXIT.
      *
      *
       860-ASSIGN-TOTALS.
      *
           MOVE 'CORPORATE RECORDS ASSIGNED'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-ASGN-READ-CNT          TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'UNIQUE ENTERPRISE CUSTOMERS'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-CLUSTER-CNT            TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'CUSTOMERS HELD IN MORE THAN ONE REGION'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-MULTI-REGION-CNT       TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'NEW ENTERPRISE IDS ISSUED'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-NEW-ID-CNT             TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'RECORDS JOINING AN EXISTING ID'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-JOINED-CNT             TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'RECORDS MOVED BY A MERGE'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-MERGED-CNT             TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'RECORDS MOVED BY A SPLIT'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-SPLIT-CNT              TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'ROWS REFRESHED WITH THE SAME ID'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-REFRESHED-CNT          TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'CROSS-REFERENCE ROWS WRITTEN'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-XREF-WRITTEN-CNT       TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
           MOVE 'HIGHEST ENTERPRISE ID ISSUED'
                                          TO WS-RPT-TOT-LABEL
           MOVE WS-HIGH-WATER-ID          TO WS-RPT-TOT-CNT
           PERFORM 830-WRITE-TOTAL-LINE   THRU 830-EXIT
      *
           MOVE WS-CLUSTER-CNT            TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRECID: ' WS-DISPLAY-MASK-1
                   ' UNIQUE ENTERPRISE CUSTOMERS'
           MOVE WS-MULTI-REGION-CNT       TO WS-DISPLAY-MASK-1
           DISPLAY 'MBRECID: ' WS-DISPLAY-MASK-1
                   ' HELD IN MORE THAN ONE REGION'
           .
       860-EXIT.
           EXIT.
      *
      *
       9900-FINALIZATION.
      *
           EVALUATE TRUE
             WHEN WS-CTL-MODE-EXTRACT
                  MOVE TP90-VALUE-CLOSE      TO TP90V-FUNCTION-CODE
                  CALL GVBTP90 USING TP90V-PARAMETER-AREA,
                                     CORP-RECORD,
                                     CORP-RECORD-KEY
                  MOVE TP90-VALUE-CLOSE      TO TP90X-FUNCTION-CODE
                  CALL GVBTP90 USING TP90X-PARAMETER-AREA,
                                     ECID-RECORD,
                                     ECID-RECORD-KEY
                  MOVE TP90-VALUE-CLOSE      TO TP90O-FUNCTION-CODE
                  CALL GVBTP90 USING TP90O-PARAMETER-AREA,
                                     WS-WORK-RECORD,
                                     WS-DUMMY-KEY
             WHEN WS-CTL-MODE-MATCH
                  MOVE TP90-VALUE-CLOSE      TO TP90I-FUNCTION-CODE
                  CALL GVBTP90 USING TP90I-PARAMETER-AREA,
                                     WS-WORK-RECORD,
                                     WS-DUMMY-KEY
                  MOVE TP90-VALUE-CLOSE      TO TP90O-FUNCTION-CODE
                  CALL GVBTP90 USING TP90O-PARAMETER-AREA,
                                     WS-ASGN-RECORD,
                                     WS-DUMMY-KEY
             WHEN OTHER
                  MOVE TP90-VALUE-CLOSE      TO TP90I-FUNCTION-CODE
                  CALL GVBTP90 USING TP90I-PARAMETER-AREA,
                                     WS-ASGN-RECORD,
                                     WS-DUMMY-KEY
                  MOVE TP90-VALUE-CLOSE      TO TP90X-FUNCTION-CODE
                  CALL GVBTP90 USING TP90X-PARAMETER-AREA,
                                     ECID-RECORD,
                                     ECID-RECORD-KEY
           END-EVALUATE
      *
           MOVE TP90-VALUE-CLOSE          TO TP90R-FUNCTION-CODE
           CALL GVBTP90    USING TP90R-PARAMETER-AREA,
                                 WS-RPT-HEADER-LINE,
                                 WS-DUMMY-KEY
           .
       9900-EXIT.
           EXIT.
