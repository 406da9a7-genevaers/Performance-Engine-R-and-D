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
      *---------------------------------------------------------------*
      *     GVBCESCH - UNCLAIMED-PROPERTY (ESCHEATMENT) DORMANCY
      *                RECORDS FOR MBRESCH.
      *
      *                ESRL-RULE-CARD - ONE 80-BYTE CARD PER STATE ON
      *                THE ESCHRULE DD ('*' IN COLUMN 1 IS A COMMENT;
      *                STATE '**' IS THE RULE FOR EVERY STATE WITH NO
      *                CARD OF ITS OWN):
      *                  DORMANT MONTHS - HOW LONG A CUSTOMER MUST BE
      *                                   UNREACHABLE AND INACTIVE
      *                  AS-OF MMDD     - THE DATE THE STATE MEASURES
      *                                   DORMANCY AT FOR A REPORT
      *                  DUE MMDD       - THE REPORT FILING DEADLINE
      *                  DD MAX / MIN   - THE DUE-DILIGENCE LETTER
      *                                   WINDOW: NO MORE THAN MAX AND
      *                                   NO FEWER THAN MIN DAYS
      *                                   BEFORE THE DEADLINE
      *                  LETTER ID      - THE MBRCORR TEMPLATE
      *                  LAYOUT         - THE STATE'S FILING LAYOUT,
      *                                   'N' FIXED OR 'C' COMMA-
      *                                   DELIMITED (SEE ESFL-RECORD)
      *                  HOLDER ID      - OUR HOLDER NUMBER WITH THE
      *                                   STATE, FOR THE FILING HEADER
      *
      *                ESRG-RECORD - THE DORMANCY REGISTER, THE
      *                ESCHREGV KSDS KEYED BY CUSTOMER KEY.  ONE
      *                RECORD PER CUSTOMER EVER FOUND DORMANT, CARRYING
      *                THE STAGE AND EVERY DATE THE STATE MAY ASK FOR:
      *                  P - PENDING, WAITING FOR THE LETTER WINDOW
      *                  L - DUE-DILIGENCE LETTER SENT, AWAITING A
      *                      RESPONSE
      *                  R - RESPONDED OR REACHABLE AGAIN - CLOSED
      *                  E - ESCHEATED - REPORTED ON THE STATE FILING
      *
      *                ESFL-RECORD - THE 200-BYTE ESCHFIL FILING
      *                RECORD.  EACH STATE'S FILING IS A HEADER ('1'),
      *                ONE DETAIL PER OWNER ('2') AND A TRAILER ('9').
      *                LAYOUT 'N' USES THE FIXED VIEWS BELOW; LAYOUT
      *                'C' CARRIES THE SAME FIELDS, IN THE SAME ORDER,
      *                AS COMMA-DELIMITED TEXT WITH THE NAME AND
      *                ADDRESS QUOTED.
      *
      *     NOTES:  1) THE LETTER-STATUS BYTE IS THE MBRCORR
      *                GENERATION-REGISTER STATUS FOR THE LETTER
      *                (P/E/L SENT, ANYTHING ELSE REFUSED), BLANK
      *                UNTIL CORRREG HAS BEEN SEEN.
      *
      *----------------------------------------------------------------*

       01  ESRL-RULE-CARD.
           05  ESRL-STATE                     PIC X(02).
               88  ESRL-DEFAULT-STATE            VALUE '**'.
           05  FILLER                         PIC X(01).
           05  ESRL-DORMANT-MONTHS            PIC X(03).
           05  ESRL-DORMANT-MONTHS-N          REDEFINES
               ESRL-DORMANT-MONTHS            PIC 9(03).
           05  FILLER                         PIC X(01).
           05  ESRL-ASOF-MMDD                 PIC X(04).
           05  ESRL-ASOF-MMDD-N               REDEFINES
               ESRL-ASOF-MMDD                 PIC 9(04).
           05  FILLER                         PIC X(01).
           05  ESRL-DUE-MMDD                  PIC X(04).
           05  ESRL-DUE-MMDD-N                REDEFINES
               ESRL-DUE-MMDD                  PIC 9(04).
           05  FILLER                         PIC X(01).
           05  ESRL-DD-MAX-DAYS               PIC X(03).
           05  ESRL-DD-MAX-DAYS-N             REDEFINES
               ESRL-DD-MAX-DAYS               PIC 9(03).
           05  FILLER                         PIC X(01).
           05  ESRL-DD-MIN-DAYS               PIC X(03).
           05  ESRL-DD-MIN-DAYS-N             REDEFINES
               ESRL-DD-MIN-DAYS               PIC 9(03).
           05  FILLER                         PIC X(01).
           05  ESRL-LETTER-ID                 PIC X(08).
           05  FILLER                         PIC X(01).
           05  ESRL-LAYOUT                    PIC X(01).
               88  ESRL-LAYOUT-FIXED             VALUE 'N'.
               88  ESRL-LAYOUT-DELIMITED         VALUE 'C'.
           05  FILLER                         PIC X(01).
           05  ESRL-HOLDER-ID                 PIC X(12).
           05  FILLER                         PIC X(01).
           05  ESRL-DESCRIPTION               PIC X(20).
           05  FILLER                         PIC X(11).
      *
       01  ESRG-RECORD-KEY                    PIC X(10).
      *
       01  ESRG-RECORD.
           05  ESRG-KEY-ID                    PIC X(10).
           05  ESRG-STAGE                     PIC X(01).
               88  ESRG-STAGE-PENDING            VALUE 'P'.
               88  ESRG-STAGE-LETTER-SENT        VALUE 'L'.
               88  ESRG-STAGE-RESPONDED          VALUE 'R'.
               88  ESRG-STAGE-ESCHEATED          VALUE 'E'.
           05  ESRG-STATE                     PIC X(02).
           05  ESRG-DORMANT-SINCE             PIC 9(08).
           05  ESRG-IDENTIFIED-DATE           PIC 9(08).
           05  ESRG-REPORT-DUE-DATE           PIC 9(08).
           05  ESRG-LETTER-ID                 PIC X(08).
           05  ESRG-LETTER-DATE               PIC 9(08).
           05  ESRG-LETTER-STATUS             PIC X(01).
           05  ESRG-CLOSED-DATE               PIC 9(08).
           05  FILLER                         PIC X(18).
      *
       01  ESFL-RECORD.
           05  ESFL-REC-TYPE                  PIC X(01).
               88  ESFL-REC-HEADER               VALUE '1'.
               88  ESFL-REC-DETAIL               VALUE '2'.
               88  ESFL-REC-TRAILER              VALUE '9'.
           05  ESFL-STATE                     PIC X(02).
           05  ESFL-BODY                      PIC X(197).
       01  ESFL-HEADER-VIEW  REDEFINES  ESFL-RECORD.
           05  FILLER                         PIC X(03).
           05  ESFL-HDR-HOLDER-ID             PIC X(12).
           05  ESFL-HDR-REPORT-YEAR           PIC 9(04).
           05  ESFL-HDR-AS-OF-DATE            PIC 9(08).
           05  ESFL-HDR-DUE-DATE              PIC 9(08).
           05  ESFL-HDR-CREATED-DATE          PIC 9(08).
           05  FILLER                         PIC X(157).
       01  ESFL-DETAIL-VIEW  REDEFINES  ESFL-RECORD.
           05  FILLER                         PIC X(03).
           05  ESFL-DTL-SEQ-NBR               PIC 9(06).
           05  ESFL-DTL-OWNER-KEY             PIC X(10).
           05  ESFL-DTL-OWNER-NAME            PIC X(60).
           05  ESFL-DTL-ADDR-LINE             PIC X(25).
           05  ESFL-DTL-ADDR-CITY             PIC X(13).
           05  ESFL-DTL-ADDR-STATE            PIC X(02).
           05  ESFL-DTL-POSTAL-CD             PIC X(09).
           05  ESFL-DTL-LAST-ACTIVITY         PIC 9(08).
           05  ESFL-DTL-LETTER-DATE           PIC 9(08).
           05  ESFL-DTL-LETTER-STATUS         PIC X(01).
           05  FILLER                         PIC X(55).
       01  ESFL-TRAILER-VIEW  REDEFINES  ESFL-RECORD.
           05  FILLER                         PIC X(03).
           05  ESFL-TRL-DETAIL-CNT            PIC 9(07).
           05  FILLER                         PIC X(190).
