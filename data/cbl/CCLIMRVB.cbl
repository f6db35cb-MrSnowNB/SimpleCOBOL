      *****************************************************************
      * Program:     CCLIMRVB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Monthly Credit Line Review                       *
      *****************************************************************
      *                                                               *
      * Copyright Amazon.com, Inc. or its affiliates.                *
      * All Rights Reserved.                                          *
      *                                                               *
      * Licensed under the Apache License, Version 2.0 (the          *
      * "License"). You may not use this file except in compliance    *
      * with the License. A copy of the License is located at         *
      *                                                               *
      *    https://www.apache.org/licenses/LICENSE-2.0                *
      *                                                               *
      *  or in the "license" file accompanying this file. This file   *
      *  is distributed on an "AS IS" BASIS, WITHOUT WARRANTIES OR    *
      *  CONDITIONS OF ANY KIND, either express or implied. See the   *
      *  License for the specific language governing permissions and   *
      *  limitations under the License.                               *
      *****************************************************************
      ******************************************************************
      *
      *    CardDemo Application
      *    Monthly credit line review batch.
      *
      *    Scores every active account on the account master
      *    (ACCTDAT) and proposes a credit limit increase or
      *    decrease where its group's review rules call for one.
      *    The score, out of 100, is built from four inputs: the
      *    cardholder's FICO score (CUST-FICO-CREDIT-SCORE on the
      *    customer master CUSTDAT, found through the card
      *    cross-reference CXACAIX the way the statement close
      *    finds its mailing address), utilization of the credit
      *    limit, months on book since ACCT-OPEN-DATE, and the
      *    over-limit rejects the posting batch (CCTRNPSB) has
      *    thrown on the account lately - the 'OLIM' entries the
      *    reject load keeps on the reject repair work file
      *    (REJWORK), counted when last seen inside the lookback
      *    window.
      *
      *    The review rules come from the parameter file (CLRPARM),
      *    one record per ACCT-GROUP-ID: the score at or above
      *    which an increase is proposed, the increase percentage,
      *    the months on book an increase needs and the highest
      *    limit it may reach; the score at or below which a
      *    decrease is proposed, the decrease percentage and the
      *    lowest limit it may leave; and the cardholder notice
      *    period a decrease must wait before it applies. An
      *    account whose group is not in the file - or the whole
      *    run, when CLRPARM is missing or unusable - is reviewed
      *    under the default rules below, the same parameter-with-
      *    fallback pattern the interest and fee assessment uses
      *    for GRPPARM. A decrease never takes the limit below the
      *    current balance.
      *
      *    Each proposal is written to the credit line proposal
      *    file (CLPROP), keyed by account, for an administrator to
      *    apply or decline on the approval screen (COLIMAPC). This
      *    month's proposal replaces whatever the account had on
      *    file, except an approved decrease still waiting out its
      *    notice period; a pending proposal the review no longer
      *    supports is cancelled. Nothing on the account master is
      *    changed here. The review report (CLRRPT) lists every
      *    proposal and balances the run.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a cycle-end run, keyed by
      *    cycle month, with its start and end status and control
      *    totals. It will not start until the statement cycle
      *    close (CCSTMCLB) has completed the same cycle, so the
      *    review scores the month as closed, nor a second time
      *    once it has completed that cycle, unless the run
      *    parameter file (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCLIMRVB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACT-STATUS.

           SELECT CARD-XREF-FILE      ASSIGN TO CXACAIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CARD-NUM
               FILE STATUS IS WS-XRF-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUS-STATUS.

           SELECT REJECT-WORK-FILE    ASSIGN TO REJWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RWK-KEY
               FILE STATUS IS WS-RWK-STATUS.

           SELECT REVIEW-PARM-FILE    ASSIGN TO CLRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT PROPOSAL-FILE       ASSIGN TO CLPROP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLP-ACCT-ID
               FILE STATUS IS WS-CLP-STATUS.

           SELECT REVIEW-REPORT-FILE  ASSIGN TO CLRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RCT-STATUS.

           SELECT RUN-PARM-FILE       ASSIGN TO RUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPM-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT01Y.
      ******************************************************************
       FD  CARD-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT02Y.
      ******************************************************************
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 263 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT03Y.
      ******************************************************************
       FD  REJECT-WORK-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVREJ01Y.
      ******************************************************************
       FD  REVIEW-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-GROUP-ID              PIC X(10).
           05  PARM-INC-MIN-SCORE         PIC 9(03).
           05  PARM-INC-PCT               PIC 9(03).
           05  PARM-INC-MIN-MONTHS        PIC 9(03).
           05  PARM-INC-MAX-LIMIT         PIC 9(09).
           05  PARM-DEC-MAX-SCORE         PIC 9(03).
           05  PARM-DEC-PCT               PIC 9(03).
           05  PARM-DEC-MIN-LIMIT         PIC 9(09).
           05  PARM-NOTICE-DAYS           PIC 9(03).
           05  FILLER                     PIC X(34).
      ******************************************************************
       FD  PROPOSAL-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVCLP01Y.
      ******************************************************************
       FD  REVIEW-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPT-RECORD                     PIC X(80).
      ******************************************************************
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVRUN01Y.
      ******************************************************************
       FD  RUN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-PARM-RECORD.
           05  RPRM-OVERRIDE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  RPRM-BUSINESS-DATE         PIC X(08).
           05  RPRM-BUSINESS-DATE-N REDEFINES RPRM-BUSINESS-DATE
                                          PIC 9(08).
           05  FILLER                     PIC X(63).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    FILE STATUS / CONTROL FLAGS
      ******************************************************************
       01  WS-FILE-STATUS-AREA.
           05 WS-ACT-STATUS       PIC X(02) VALUE SPACES.
              88 WS-ACT-OK            VALUE '00'.
              88 WS-ACT-EOF           VALUE '10'.
           05 WS-XRF-STATUS       PIC X(02) VALUE SPACES.
              88 WS-XRF-OK            VALUE '00'.
              88 WS-XRF-EOF           VALUE '10'.
           05 WS-CUS-STATUS       PIC X(02) VALUE SPACES.
              88 WS-CUS-OK            VALUE '00'.
           05 WS-RWK-STATUS       PIC X(02) VALUE SPACES.
              88 WS-RWK-OK            VALUE '00'.
              88 WS-RWK-EOF           VALUE '10'.
           05 WS-PRM-STATUS       PIC X(02) VALUE SPACES.
              88 WS-PRM-OK            VALUE '00'.
              88 WS-PRM-EOF           VALUE '10'.
           05 WS-CLP-STATUS       PIC X(02) VALUE SPACES.
              88 WS-CLP-OK            VALUE '00'.
              88 WS-CLP-NOTFND        VALUE '23'.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-ACCT-EOF              VALUE 'Y'.
           88 WS-ACCT-NOT-EOF          VALUE 'N'.
       01  WS-PARM-EOF-FLAG       PIC X(01) VALUE 'N'.
           88 WS-PARM-EOF              VALUE 'Y'.
           88 WS-PARM-NOT-EOF          VALUE 'N'.
       01  WS-XREF-SCAN-FLAG      PIC X(01) VALUE '0'.
           88 WS-XREF-SCAN-DONE        VALUE '1'.
           88 WS-XREF-SCAN-MORE        VALUE '0'.
       01  WS-REJ-SCAN-FLAG       PIC X(01) VALUE '0'.
           88 WS-REJ-SCAN-DONE         VALUE '1'.
           88 WS-REJ-SCAN-MORE         VALUE '0'.
       01  WS-REVIEW-FLAG         PIC X(01) VALUE '0'.
           88 WS-REVIEW-OK             VALUE '0'.
           88 WS-REVIEW-SKIPPED        VALUE '1'.
      ******************************************************************
      *    RUN DATE
      ******************************************************************
           COPY CSDAT01Y.
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(04).
           05 WS-RUN-MONTH         PIC 9(02).
           05 WS-RUN-DAY           PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(08).
      ******************************************************************
      *    REVIEW RULE TABLE
      *    Loaded from CLRPARM at start of run; a group not in the
      *    table is reviewed under the default rules below.
      ******************************************************************
       01  WS-RULE-CONTROL.
           05 WS-RUL-MAX           PIC S9(04) COMP VALUE +100.
           05 WS-RUL-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-RUL-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-RUL-FOUND         PIC S9(04) COMP VALUE ZEROS.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
              10 WS-RUL-GROUP-ID   PIC X(10).
              10 WS-RUL-INC-MIN-SCORE PIC 9(03).
              10 WS-RUL-INC-PCT    PIC 9(03).
              10 WS-RUL-INC-MIN-MONTHS PIC 9(03).
              10 WS-RUL-INC-MAX-LIMIT PIC S9(10)V99 COMP-3.
              10 WS-RUL-DEC-MAX-SCORE PIC 9(03).
              10 WS-RUL-DEC-PCT    PIC 9(03).
              10 WS-RUL-DEC-MIN-LIMIT PIC S9(10)V99 COMP-3.
              10 WS-RUL-NOTICE-DAYS PIC 9(03).
      ******************************************************************
      *    DEFAULT REVIEW RULES
      *    Cover every account whose group has no CLRPARM entry,
      *    and the whole run when the parameter file is unusable.
      ******************************************************************
       01  WS-DEFAULT-RULES.
           05 WS-DEF-INC-MIN-SCORE PIC 9(03) VALUE 75.
           05 WS-DEF-INC-PCT       PIC 9(03) VALUE 10.
           05 WS-DEF-INC-MIN-MONTHS PIC 9(03) VALUE 12.
           05 WS-DEF-INC-MAX-LIMIT PIC S9(10)V99 VALUE 50000.00.
           05 WS-DEF-DEC-MAX-SCORE PIC 9(03) VALUE 30.
           05 WS-DEF-DEC-PCT       PIC 9(03) VALUE 20.
           05 WS-DEF-DEC-MIN-LIMIT PIC S9(10)V99 VALUE 500.00.
           05 WS-DEF-NOTICE-DAYS   PIC 9(03) VALUE 45.
      ******************************************************************
      *    RULES IN FORCE FOR THE ACCOUNT BEING REVIEWED
      ******************************************************************
       01  WS-ACCT-RULES.
           05 WS-CUR-INC-MIN-SCORE PIC 9(03) VALUE ZEROS.
           05 WS-CUR-INC-PCT       PIC 9(03) VALUE ZEROS.
           05 WS-CUR-INC-MIN-MONTHS PIC 9(03) VALUE ZEROS.
           05 WS-CUR-INC-MAX-LIMIT PIC S9(10)V99 COMP-3 VALUE ZEROS.
           05 WS-CUR-DEC-MAX-SCORE PIC 9(03) VALUE ZEROS.
           05 WS-CUR-DEC-PCT       PIC 9(03) VALUE ZEROS.
           05 WS-CUR-DEC-MIN-LIMIT PIC S9(10)V99 COMP-3 VALUE ZEROS.
           05 WS-CUR-NOTICE-DAYS   PIC 9(03) VALUE ZEROS.
      ******************************************************************
      *    ACCOUNT-TO-CUSTOMER TABLE
      *    Built from one pass of the card-keyed cross-reference at
      *    start of run, one entry per account (first entry wins).
      *    A cross-reference too large for the table stops the run
      *    before anything is proposed - grow the table rather than
      *    review against a partial map.
      ******************************************************************
       01  WS-XREF-TABLE-CONTROL.
           05 WS-XTB-MAX           PIC S9(04) COMP VALUE +5000.
           05 WS-XTB-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-XTB-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-XTB-FOUND         PIC S9(04) COMP VALUE ZEROS.
           05 WS-XTB-SEARCH-ID     PIC 9(11)  VALUE ZEROS.
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 5000 TIMES.
              10 WS-XTB-ACCT-ID    PIC 9(11).
              10 WS-XTB-CUST-ID    PIC 9(09).
      ******************************************************************
      *    OVER-LIMIT REJECT TABLE
      *    One entry per account with over-limit rejects last seen
      *    inside the lookback window, built from one pass of the
      *    reject repair work file. Overflow stops the run the same
      *    way the cross-reference table does.
      ******************************************************************
       01  WS-OLIM-TABLE-CONTROL.
           05 WS-OTB-MAX           PIC S9(04) COMP VALUE +5000.
           05 WS-OTB-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-OTB-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-OTB-FOUND         PIC S9(04) COMP VALUE ZEROS.
           05 WS-OTB-SEARCH-ID     PIC 9(11)  VALUE ZEROS.
       01  WS-OLIM-TABLE.
           05 WS-OLIM-ENTRY OCCURS 5000 TIMES.
              10 WS-OTB-ACCT-ID    PIC 9(11).
              10 WS-OTB-REJ-COUNT  PIC 9(03).
      ******************************************************************
      *    SCORING RULES
      *    Over-limit rejects count when last seen within the
      *    lookback window. The score is the sum of four parts, the
      *    FICO score worth up to 40 points and utilization, months
      *    on book and the reject count up to 20 points each.
      ******************************************************************
       01  WS-SCORING-RULES.
           05 WS-OLIM-REASON-CD    PIC X(04) VALUE 'OLIM'.
           05 WS-OLIM-LOOKBACK-DAYS PIC 9(03) VALUE 90.
           05 WS-OLIM-CUTOFF       PIC 9(08) VALUE ZEROS.
           05 WS-OLIM-CUTOFF-INT   PIC S9(09) COMP VALUE ZEROS.
      ******************************************************************
      *    REVIEW WORK AREAS
      ******************************************************************
       01  WS-REVIEW-WORK.
           05 WS-XREF-CUST-ID      PIC 9(09) VALUE ZEROS.
           05 WS-FICO-SCORE        PIC 9(03) VALUE ZEROS.
           05 WS-UTIL-PCT          PIC 9(03) VALUE ZEROS.
           05 WS-UTIL-WORK         PIC S9(07) COMP-3 VALUE ZEROS.
           05 WS-MONTHS-OPEN       PIC 9(04) VALUE ZEROS.
           05 WS-MONTHS-WORK       PIC S9(05) COMP VALUE ZEROS.
           05 WS-OLIM-COUNT        PIC 9(03) VALUE ZEROS.
           05 WS-SCORE             PIC 9(03) VALUE ZEROS.
           05 WS-ACTION            PIC X(01) VALUE SPACES.
              88 WS-ACTION-INCREASE    VALUE 'I'.
              88 WS-ACTION-DECREASE    VALUE 'D'.
              88 WS-ACTION-NONE        VALUE SPACES.
           05 WS-NEW-LIMIT         PIC S9(10)V99 COMP-3 VALUE ZEROS.
           05 WS-WHOLE-LIMIT       PIC S9(10) COMP-3 VALUE ZEROS.
           05 WS-WHOLE-BAL         PIC S9(10) COMP-3 VALUE ZEROS.
           05 WS-OPEN-DATE         PIC X(10) VALUE SPACES.
           05 WS-OPEN-DATE-R REDEFINES WS-OPEN-DATE.
              10 WS-OPEN-YEAR      PIC 9(04).
              10 FILLER            PIC X(01).
              10 WS-OPEN-MONTH     PIC 9(02).
              10 FILLER            PIC X(01).
              10 WS-OPEN-DAY       PIC 9(02).
      ******************************************************************
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-SCAN-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-INACTIVE-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-NO-LIMIT-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-NO-CUST-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-SCORED-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-DEFAULTED-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-INCREASE-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-DECREASE-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-NO-CHANGE-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-REPLACED-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-CANCELLED-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-WAITING-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-ERROR-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-REJ-READ-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-OLIM-TOTAL        PIC 9(09) VALUE ZEROS.
           05 WS-PARM-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-PARM-BAD-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-PARM-OVER-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-INCREASE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-DECREASE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'CREDIT LINE REVIEW            '.
           05 FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05 WS-REPT-TITLE-DATE   PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE SPACES.
       01  WS-REPT-PROP-HEADING.
           05 FILLER               PIC X(12) VALUE 'ACCOUNT     '.
           05 FILLER               PIC X(11) VALUE 'GROUP      '.
           05 FILLER               PIC X(04) VALUE 'ACT '.
           05 FILLER               PIC X(14) VALUE ' CURRENT LIMIT'.
           05 FILLER               PIC X(14) VALUE '  PROPOSED LIM'.
           05 FILLER               PIC X(25)
               VALUE ' SCORE FICO UTIL%  MOS OL'.
       01  WS-REPT-PROP-DETAIL.
           05 WS-PRP-ACCT-ID       PIC 9(11) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-PRP-GROUP-ID      PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-PRP-ACTION        PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-PRP-CURR-LIMIT    PIC Z(9)9.99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-PRP-NEW-LIMIT     PIC Z(9)9.99 VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-PRP-SCORE         PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PRP-FICO          PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PRP-UTIL          PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-PRP-MONTHS        PIC ZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-PRP-OLIM          PIC Z9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
       01  WS-REPT-DETAIL.
           05 WS-REPT-LABEL        PIC X(40) VALUE SPACES.
           05 WS-REPT-VALUE        PIC Z(14)9 VALUE ZEROS.
           05 FILLER               PIC X(25) VALUE SPACES.
       01  WS-REPT-AMT-DETAIL.
           05 WS-REPT-AMT-LABEL    PIC X(40) VALUE SPACES.
           05 WS-REPT-AMT-VALUE    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(23) VALUE SPACES.
      ******************************************************************
      *    RUN CONTROL
      *    This batch's name and period type on the shared run-control
      *    file (RUNCTL) - D daily, keyed by business date; C
      *    cycle-end, keyed by cycle month - and the batches that must
      *    have completed for the same date or cycle before it may
      *    start. WS-RCT-DATE is the clock date of the start and end
      *    stamps; WS-RCT-BUS-DATE is the business date the run is for.
      ******************************************************************
       01  WS-RUN-CONTROL-AREA.
           05 WS-RCT-STATUS        PIC X(02) VALUE SPACES.
              88 WS-RCT-OK             VALUE '00'.
              88 WS-RCT-NOTFND         VALUE '23'.
           05 WS-RPM-STATUS        PIC X(02) VALUE SPACES.
              88 WS-RPM-OK             VALUE '00'.
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCLIMRVB'.
           05 WS-RCT-PERIOD-TYPE   PIC X(01) VALUE 'C'.
           05 WS-RCT-PREREQ-COUNT  PIC S9(04) COMP VALUE +1.
           05 WS-RCT-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-RCT-DATE          PIC 9(08) VALUE ZEROS.
           05 WS-RCT-DATE-R REDEFINES WS-RCT-DATE.
              10 WS-RCT-YEAR       PIC 9(04).
              10 WS-RCT-MONTH      PIC 9(02).
              10 WS-RCT-DAY        PIC 9(02).
           05 WS-RCT-BUS-DATE      PIC 9(08) VALUE ZEROS.
           05 WS-RCT-BUS-DATE-R REDEFINES WS-RCT-BUS-DATE.
              10 WS-RCT-BUS-YEAR   PIC 9(04).
              10 WS-RCT-BUS-MONTH  PIC 9(02).
              10 WS-RCT-BUS-DAY    PIC 9(02).
           05 WS-RCT-TIME          PIC 9(06) VALUE ZEROS.
           05 WS-RCT-TIME-R REDEFINES WS-RCT-TIME.
              10 WS-RCT-HOURS      PIC 9(02).
              10 WS-RCT-MINS       PIC 9(02).
              10 WS-RCT-SECS       PIC 9(02).
           05 WS-RCT-TYPE-WORK     PIC X(01) VALUE SPACES.
           05 WS-RCT-PERIOD-WORK   PIC 9(08) VALUE ZEROS.
           05 WS-RCT-PERIOD-WORK-R REDEFINES WS-RCT-PERIOD-WORK.
              10 WS-RCT-PERIOD-YYYYMM PIC 9(06).
              10 WS-RCT-PERIOD-DD  PIC 9(02).
           05 WS-RCT-OWN-PERIOD    PIC 9(08) VALUE ZEROS.
           05 WS-RCT-BLOCKED-BY    PIC X(08) VALUE SPACES.
           05 WS-RCT-BUS-DATE-FLAG PIC X(01) VALUE 'Y'.
              88 WS-RCT-BUS-DATE-OK    VALUE 'Y'.
              88 WS-RCT-BUS-DATE-BAD   VALUE 'N'.
           05 WS-RCT-OVERRIDE-FLAG PIC X(01) VALUE 'N'.
              88 WS-RCT-OVERRIDE       VALUE 'Y'.
              88 WS-RCT-NO-OVERRIDE    VALUE 'N'.
           05 WS-RCT-PREREQ-FLAG   PIC X(01) VALUE 'Y'.
              88 WS-RCT-PREREQ-MET     VALUE 'Y'.
              88 WS-RCT-PREREQ-MISSING VALUE 'N'.
           05 WS-RCT-DONE-FLAG     PIC X(01) VALUE 'N'.
              88 WS-RCT-ALREADY-DONE   VALUE 'Y'.
              88 WS-RCT-NOT-DONE       VALUE 'N'.
           05 WS-RCT-FOUND-FLAG    PIC X(01) VALUE SPACES.
              88 WS-RCT-ON-FILE        VALUE 'Y'.
              88 WS-RCT-NOT-ON-FILE    VALUE 'N'.
           05 WS-RCT-START-FLAG    PIC X(01) VALUE 'N'.
              88 WS-RCT-CLEARED        VALUE 'Y'.
              88 WS-RCT-REFUSED        VALUE 'N'.
           05 WS-RCT-RECORD-FLAG   PIC X(01) VALUE 'N'.
              88 WS-RCT-RECORDED       VALUE 'Y'.
              88 WS-RCT-UNRECORDED     VALUE 'N'.
           05 WS-RCT-RESULT-FLAG   PIC X(01) VALUE 'C'.
              88 WS-RCT-RUN-OK         VALUE 'C'.
              88 WS-RCT-RUN-FAILED     VALUE 'F'.
           05 WS-RCT-READ-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-RCT-PROC-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-RCT-EXCP-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-RCT-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-RCT-PREREQ-LIST.
           05 FILLER               PIC X(09) VALUE 'CCSTMCLBC'.
           05 FILLER               PIC X(09) VALUE SPACES.
       01  WS-RCT-PREREQ-TABLE REDEFINES WS-RCT-PREREQ-LIST.
           05 WS-RCT-PREREQ OCCURS 2 TIMES.
              10 WS-RCT-PREREQ-PGM  PIC X(08).
              10 WS-RCT-PREREQ-TYPE PIC X(01).
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PARA.
           PERFORM 9500-START-RUN-CONTROL
              THRU 9500-START-RUN-CONTROL-EXIT
           IF WS-RCT-REFUSED
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-ACCOUNT
              THRU 2000-PROCESS-ACCOUNT-EXIT
              UNTIL WS-ACCT-EOF
           PERFORM 3000-WRITE-CONTROL-REPORT
              THRU 3000-WRITE-CONTROL-REPORT-EXIT
           PERFORM 9999-TERMINATE
              THRU 9999-TERMINATE-EXIT
           PERFORM 9600-END-RUN-CONTROL
              THRU 9600-END-RUN-CONTROL-EXIT
           STOP RUN.
      ******************************************************************
      *
      *    INITIALIZE SECTION
      *
      ******************************************************************
       1000-INITIALIZE.
           MOVE WS-RCT-BUS-YEAR            TO WS-RUN-YEAR
           MOVE WS-RCT-BUS-MONTH           TO WS-RUN-MONTH
           MOVE WS-RCT-BUS-DAY             TO WS-RUN-DAY
           COMPUTE WS-OLIM-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - WS-OLIM-LOOKBACK-DAYS
           COMPUTE WS-OLIM-CUTOFF =
                   FUNCTION DATE-OF-INTEGER(WS-OLIM-CUTOFF-INT)
           OPEN INPUT  ACCOUNT-MASTER-FILE
           OPEN INPUT  CARD-XREF-FILE
           OPEN INPUT  CUSTOMER-MASTER-FILE
           OPEN INPUT  REJECT-WORK-FILE
           OPEN INPUT  REVIEW-PARM-FILE
           OPEN I-O    PROPOSAL-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE
           IF NOT WS-ACT-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMRVB: UNABLE TO OPEN ACCTDAT - STATUS '
                       WS-ACT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-XRF-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMRVB: UNABLE TO OPEN CXACAIX - STATUS '
                       WS-XRF-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-CUS-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMRVB: UNABLE TO OPEN CUSTDAT - STATUS '
                       WS-CUS-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-RWK-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMRVB: UNABLE TO OPEN REJWORK - STATUS '
                       WS-RWK-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-CLP-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMRVB: UNABLE TO OPEN CLPROP - STATUS '
                       WS-CLP-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMRVB: UNABLE TO OPEN CLRRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           PERFORM 1100-LOAD-RULE-TABLE
              THRU 1100-LOAD-RULE-TABLE-EXIT
           IF WS-ACCT-NOT-EOF
               PERFORM 1200-LOAD-XREF-TABLE
                  THRU 1200-LOAD-XREF-TABLE-EXIT
           END-IF
           IF WS-ACCT-NOT-EOF
               PERFORM 1300-LOAD-OLIM-TABLE
                  THRU 1300-LOAD-OLIM-TABLE-EXIT
           END-IF
           PERFORM 8000-WRITE-REPORT-HEADINGS
              THRU 8000-WRITE-REPORT-HEADINGS-EXIT
           IF WS-ACCT-NOT-EOF
               MOVE LOW-VALUES             TO ACCT-ID
               START ACCOUNT-MASTER-FILE KEY NOT < ACCT-ID
               IF NOT WS-ACT-OK
                   MOVE 'Y'                TO WS-EOF-FLAG
               ELSE
                   PERFORM 2100-READ-NEXT-ACCOUNT
                      THRU 2100-READ-NEXT-ACCOUNT-EXIT
               END-IF
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD RULE TABLE SECTION
      *    A missing or unusable parameter file leaves the table
      *    empty and the run falls back to the default rules rather
      *    than stopping.
      *
      ******************************************************************
       1100-LOAD-RULE-TABLE.
           IF WS-PRM-OK
               PERFORM 1110-LOAD-ONE-PARM
                  THRU 1110-LOAD-ONE-PARM-EXIT
                  UNTIL WS-PARM-EOF
           ELSE
               DISPLAY 'CCLIMRVB: CLRPARM NOT AVAILABLE - '
                       'DEFAULT RULES APPLY TO ALL GROUPS'
           END-IF
           DISPLAY 'CCLIMRVB: REVIEW RULES LOADED = ' WS-RUL-COUNT
       1100-LOAD-RULE-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD ONE PARAMETER RECORD SECTION
      *    A record with a blank group, a non-numeric rule, a
      *    decrease of 100 percent or more, or a decrease score
      *    band reaching into the increase band is reported and
      *    skipped; the rest of the file still loads. A usable
      *    record arriving after the table is full is reported and
      *    counted, and that group falls to the default rules.
      *
      ******************************************************************
       1110-LOAD-ONE-PARM.
           READ REVIEW-PARM-FILE
           EVALUATE TRUE
               WHEN WS-PRM-OK
                   IF PARM-GROUP-ID = SPACES
                   OR PARM-INC-MIN-SCORE NOT NUMERIC
                   OR PARM-INC-PCT NOT NUMERIC
                   OR PARM-INC-MIN-MONTHS NOT NUMERIC
                   OR PARM-INC-MAX-LIMIT NOT NUMERIC
                   OR PARM-DEC-MAX-SCORE NOT NUMERIC
                   OR PARM-DEC-PCT NOT NUMERIC
                   OR PARM-DEC-MIN-LIMIT NOT NUMERIC
                   OR PARM-NOTICE-DAYS NOT NUMERIC
                   OR PARM-DEC-PCT > 99
                   OR PARM-DEC-MAX-SCORE NOT < PARM-INC-MIN-SCORE
                       ADD 1               TO WS-PARM-BAD-COUNT
                       DISPLAY 'CCLIMRVB: UNUSABLE CLRPARM RECORD '
                               'SKIPPED - GROUP ' PARM-GROUP-ID
                   ELSE
                   IF WS-RUL-COUNT NOT < WS-RUL-MAX
                       ADD 1               TO WS-PARM-OVER-COUNT
                       DISPLAY 'CCLIMRVB: RULE TABLE FULL - GROUP '
                               PARM-GROUP-ID ' NOT LOADED - '
                               'DEFAULT RULES APPLY'
                   ELSE
                       ADD 1               TO WS-RUL-COUNT
                       ADD 1               TO WS-PARM-COUNT
                       MOVE PARM-GROUP-ID  TO
                            WS-RUL-GROUP-ID(WS-RUL-COUNT)
                       MOVE PARM-INC-MIN-SCORE TO
                            WS-RUL-INC-MIN-SCORE(WS-RUL-COUNT)
                       MOVE PARM-INC-PCT   TO
                            WS-RUL-INC-PCT(WS-RUL-COUNT)
                       MOVE PARM-INC-MIN-MONTHS TO
                            WS-RUL-INC-MIN-MONTHS(WS-RUL-COUNT)
                       MOVE PARM-INC-MAX-LIMIT TO
                            WS-RUL-INC-MAX-LIMIT(WS-RUL-COUNT)
                       MOVE PARM-DEC-MAX-SCORE TO
                            WS-RUL-DEC-MAX-SCORE(WS-RUL-COUNT)
                       MOVE PARM-DEC-PCT   TO
                            WS-RUL-DEC-PCT(WS-RUL-COUNT)
                       MOVE PARM-DEC-MIN-LIMIT TO
                            WS-RUL-DEC-MIN-LIMIT(WS-RUL-COUNT)
                       MOVE PARM-NOTICE-DAYS TO
                            WS-RUL-NOTICE-DAYS(WS-RUL-COUNT)
                   END-IF
                   END-IF
               WHEN WS-PRM-EOF
                   SET WS-PARM-EOF         TO TRUE
               WHEN OTHER
                   DISPLAY 'CCLIMRVB: CLRPARM READ ERROR - STATUS '
                           WS-PRM-STATUS
                   SET WS-PARM-EOF         TO TRUE
           END-EVALUATE
       1110-LOAD-ONE-PARM-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD ACCOUNT-TO-CUSTOMER TABLE SECTION
      *    One pass, front to back over the cross-reference; the
      *    first entry seen for an account supplies its customer.
      *    An overflow stops the run before any account is scored.
      *
      ******************************************************************
       1200-LOAD-XREF-TABLE.
           SET WS-XREF-SCAN-MORE           TO TRUE
           MOVE LOW-VALUES                 TO XREF-CARD-NUM
           START CARD-XREF-FILE KEY NOT < XREF-CARD-NUM
           IF NOT WS-XRF-OK
               SET WS-XREF-SCAN-DONE       TO TRUE
           END-IF
           PERFORM 1210-LOAD-ONE-XREF
              THRU 1210-LOAD-ONE-XREF-EXIT
              UNTIL WS-XREF-SCAN-DONE
           DISPLAY 'CCLIMRVB: ACCOUNTS MAPPED TO CUSTOMERS = '
                   WS-XTB-COUNT
       1200-LOAD-XREF-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD ONE CROSS-REFERENCE ENTRY SECTION
      *
      ******************************************************************
       1210-LOAD-ONE-XREF.
           READ CARD-XREF-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-XRF-OK
                   MOVE XREF-ACCT-ID       TO WS-XTB-SEARCH-ID
                   PERFORM 1220-FIND-XREF-ENTRY
                      THRU 1220-FIND-XREF-ENTRY-EXIT
                   IF WS-XTB-FOUND = ZEROS
                       IF WS-XTB-COUNT < WS-XTB-MAX
                           ADD 1           TO WS-XTB-COUNT
                           MOVE XREF-ACCT-ID TO
                                WS-XTB-ACCT-ID(WS-XTB-COUNT)
                           MOVE XREF-CUST-ID TO
                                WS-XTB-CUST-ID(WS-XTB-COUNT)
                       ELSE
                           SET WS-RCT-RUN-FAILED TO TRUE
                           DISPLAY 'CCLIMRVB: XREF TABLE FULL - '
                                   'GROW THE TABLE - RUN STOPPED'
                           MOVE 'Y'        TO WS-EOF-FLAG
                           SET WS-XREF-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               WHEN WS-XRF-EOF
                   SET WS-XREF-SCAN-DONE   TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCLIMRVB: CXACAIX READ ERROR - STATUS '
                           WS-XRF-STATUS
                   MOVE 'Y'                TO WS-EOF-FLAG
                   SET WS-XREF-SCAN-DONE   TO TRUE
           END-EVALUATE
       1210-LOAD-ONE-XREF-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FIND CROSS-REFERENCE ENTRY SECTION
      *    Linear search of the account-to-customer table for the
      *    account id in WS-XTB-SEARCH-ID; WS-XTB-FOUND holds the
      *    matched entry number, zero when the account is not in
      *    the table.
      *
      ******************************************************************
       1220-FIND-XREF-ENTRY.
           MOVE ZEROS                      TO WS-XTB-FOUND
           PERFORM 1230-MATCH-XREF-ENTRY
              THRU 1230-MATCH-XREF-ENTRY-EXIT
              VARYING WS-XTB-IDX FROM 1 BY 1
                UNTIL WS-XTB-IDX > WS-XTB-COUNT
       1220-FIND-XREF-ENTRY-EXIT.
           EXIT.
      ******************************************************************
       1230-MATCH-XREF-ENTRY.
           IF WS-XTB-FOUND = ZEROS
          AND WS-XTB-SEARCH-ID = WS-XTB-ACCT-ID(WS-XTB-IDX)
               MOVE WS-XTB-IDX             TO WS-XTB-FOUND
           END-IF
       1230-MATCH-XREF-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD OVER-LIMIT REJECT TABLE SECTION
      *    One pass over the reject repair work file, counting per
      *    account the over-limit rejects last seen on or after the
      *    lookback cutoff. An overflow stops the run before any
      *    account is scored.
      *
      ******************************************************************
       1300-LOAD-OLIM-TABLE.
           SET WS-REJ-SCAN-MORE            TO TRUE
           PERFORM 1310-LOAD-ONE-REJECT
              THRU 1310-LOAD-ONE-REJECT-EXIT
              UNTIL WS-REJ-SCAN-DONE
           DISPLAY 'CCLIMRVB: ACCOUNTS WITH OVER-LIMIT REJECTS = '
                   WS-OTB-COUNT
       1300-LOAD-OLIM-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD ONE REJECT SECTION
      *
      ******************************************************************
       1310-LOAD-ONE-REJECT.
           READ REJECT-WORK-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-RWK-OK
                   ADD 1                   TO WS-REJ-READ-COUNT
                   IF RWK-REASON-CD = WS-OLIM-REASON-CD
                  AND RWK-DATE-LAST-SEEN NUMERIC
                  AND RWK-DATE-LAST-SEEN NOT < WS-OLIM-CUTOFF
                       PERFORM 1320-COUNT-ONE-REJECT
                          THRU 1320-COUNT-ONE-REJECT-EXIT
                   END-IF
               WHEN WS-RWK-EOF
                   SET WS-REJ-SCAN-DONE    TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCLIMRVB: REJWORK READ ERROR - STATUS '
                           WS-RWK-STATUS
                   MOVE 'Y'                TO WS-EOF-FLAG
                   SET WS-REJ-SCAN-DONE    TO TRUE
           END-EVALUATE
       1310-LOAD-ONE-REJECT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    COUNT ONE OVER-LIMIT REJECT SECTION
      *
      ******************************************************************
       1320-COUNT-ONE-REJECT.
           ADD 1                           TO WS-OLIM-TOTAL
           MOVE RWK-ACCT-ID                TO WS-OTB-SEARCH-ID
           PERFORM 1330-FIND-OLIM-ENTRY
              THRU 1330-FIND-OLIM-ENTRY-EXIT
           IF WS-OTB-FOUND > ZEROS
               IF WS-OTB-REJ-COUNT(WS-OTB-FOUND) < 999
                   ADD 1       TO WS-OTB-REJ-COUNT(WS-OTB-FOUND)
               END-IF
           ELSE
               IF WS-OTB-COUNT < WS-OTB-MAX
                   ADD 1                   TO WS-OTB-COUNT
                   MOVE RWK-ACCT-ID        TO
                        WS-OTB-ACCT-ID(WS-OTB-COUNT)
                   MOVE 1                  TO
                        WS-OTB-REJ-COUNT(WS-OTB-COUNT)
               ELSE
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCLIMRVB: REJECT TABLE FULL - '
                           'GROW THE TABLE - RUN STOPPED'
                   MOVE 'Y'                TO WS-EOF-FLAG
                   SET WS-REJ-SCAN-DONE    TO TRUE
               END-IF
           END-IF
       1320-COUNT-ONE-REJECT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FIND OVER-LIMIT REJECT ENTRY SECTION
      *    Linear search of the reject table for the account id in
      *    WS-OTB-SEARCH-ID; WS-OTB-FOUND holds the matched entry
      *    number, zero when the account has no counted rejects.
      *
      ******************************************************************
       1330-FIND-OLIM-ENTRY.
           MOVE ZEROS                      TO WS-OTB-FOUND
           PERFORM 1340-MATCH-OLIM-ENTRY
              THRU 1340-MATCH-OLIM-ENTRY-EXIT
              VARYING WS-OTB-IDX FROM 1 BY 1
                UNTIL WS-OTB-IDX > WS-OTB-COUNT
       1330-FIND-OLIM-ENTRY-EXIT.
           EXIT.
      ******************************************************************
       1340-MATCH-OLIM-ENTRY.
           IF WS-OTB-FOUND = ZEROS
          AND WS-OTB-SEARCH-ID = WS-OTB-ACCT-ID(WS-OTB-IDX)
               MOVE WS-OTB-IDX             TO WS-OTB-FOUND
           END-IF
       1340-MATCH-OLIM-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS ONE ACCOUNT SECTION
      *    Only open accounts with a credit limit are reviewed. An
      *    account whose cardholder or FICO score cannot be found
      *    is reported and passed over - it is neither scored nor
      *    has its proposal touched.
      *
      ******************************************************************
       2000-PROCESS-ACCOUNT.
           SET WS-REVIEW-OK                TO TRUE
           IF ACCT-ACTIVE-STATUS NOT = 'Y'
               ADD 1                       TO WS-INACTIVE-COUNT
               SET WS-REVIEW-SKIPPED       TO TRUE
           ELSE
               IF ACCT-CREDIT-LIMIT NOT > ZEROS
                   ADD 1                   TO WS-NO-LIMIT-COUNT
                   SET WS-REVIEW-SKIPPED   TO TRUE
               END-IF
           END-IF
           IF WS-REVIEW-OK
               PERFORM 2300-FIND-ACCT-CUSTOMER
                  THRU 2300-FIND-ACCT-CUSTOMER-EXIT
           END-IF
           IF WS-REVIEW-OK
               PERFORM 2200-FIND-REVIEW-RULES
                  THRU 2200-FIND-REVIEW-RULES-EXIT
               PERFORM 2400-SCORE-ACCOUNT
                  THRU 2400-SCORE-ACCOUNT-EXIT
               PERFORM 2500-DECIDE-CHANGE
                  THRU 2500-DECIDE-CHANGE-EXIT
               IF WS-ACTION-NONE
                   ADD 1                   TO WS-NO-CHANGE-COUNT
                   PERFORM 2700-CANCEL-STALE-PROPOSAL
                      THRU 2700-CANCEL-STALE-PROPOSAL-EXIT
               ELSE
                   PERFORM 2600-SAVE-PROPOSAL
                      THRU 2600-SAVE-PROPOSAL-EXIT
               END-IF
           END-IF
           IF WS-ACCT-NOT-EOF
               PERFORM 2100-READ-NEXT-ACCOUNT
                  THRU 2100-READ-NEXT-ACCOUNT-EXIT
           END-IF
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ NEXT ACCOUNT SECTION
      *
      ******************************************************************
       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-ACT-OK
                   ADD 1                   TO WS-SCAN-COUNT
               WHEN WS-ACT-EOF
                   SET WS-ACCT-EOF         TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCLIMRVB: ACCTDAT READ ERROR - STATUS '
                           WS-ACT-STATUS
                   SET WS-ACCT-EOF         TO TRUE
           END-EVALUATE
       2100-READ-NEXT-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FIND REVIEW RULES SECTION
      *    Looks the account's group up in the rule table; a group
      *    not in the table is reviewed under the default rules.
      *
      ******************************************************************
       2200-FIND-REVIEW-RULES.
           MOVE ZEROS                      TO WS-RUL-FOUND
           PERFORM 2210-MATCH-RULE-ENTRY
              THRU 2210-MATCH-RULE-ENTRY-EXIT
              VARYING WS-RUL-IDX FROM 1 BY 1
                UNTIL WS-RUL-IDX > WS-RUL-COUNT
           IF WS-RUL-FOUND > ZEROS
               MOVE WS-RUL-INC-MIN-SCORE(WS-RUL-FOUND)
                                           TO WS-CUR-INC-MIN-SCORE
               MOVE WS-RUL-INC-PCT(WS-RUL-FOUND)
                                           TO WS-CUR-INC-PCT
               MOVE WS-RUL-INC-MIN-MONTHS(WS-RUL-FOUND)
                                           TO WS-CUR-INC-MIN-MONTHS
               MOVE WS-RUL-INC-MAX-LIMIT(WS-RUL-FOUND)
                                           TO WS-CUR-INC-MAX-LIMIT
               MOVE WS-RUL-DEC-MAX-SCORE(WS-RUL-FOUND)
                                           TO WS-CUR-DEC-MAX-SCORE
               MOVE WS-RUL-DEC-PCT(WS-RUL-FOUND)
                                           TO WS-CUR-DEC-PCT
               MOVE WS-RUL-DEC-MIN-LIMIT(WS-RUL-FOUND)
                                           TO WS-CUR-DEC-MIN-LIMIT
               MOVE WS-RUL-NOTICE-DAYS(WS-RUL-FOUND)
                                           TO WS-CUR-NOTICE-DAYS
           ELSE
               ADD 1                       TO WS-DEFAULTED-COUNT
               MOVE WS-DEF-INC-MIN-SCORE   TO WS-CUR-INC-MIN-SCORE
               MOVE WS-DEF-INC-PCT         TO WS-CUR-INC-PCT
               MOVE WS-DEF-INC-MIN-MONTHS  TO WS-CUR-INC-MIN-MONTHS
               MOVE WS-DEF-INC-MAX-LIMIT   TO WS-CUR-INC-MAX-LIMIT
               MOVE WS-DEF-DEC-MAX-SCORE   TO WS-CUR-DEC-MAX-SCORE
               MOVE WS-DEF-DEC-PCT         TO WS-CUR-DEC-PCT
               MOVE WS-DEF-DEC-MIN-LIMIT   TO WS-CUR-DEC-MIN-LIMIT
               MOVE WS-DEF-NOTICE-DAYS     TO WS-CUR-NOTICE-DAYS
           END-IF
       2200-FIND-REVIEW-RULES-EXIT.
           EXIT.
      ******************************************************************
       2210-MATCH-RULE-ENTRY.
           IF WS-RUL-FOUND = ZEROS
          AND ACCT-GROUP-ID = WS-RUL-GROUP-ID(WS-RUL-IDX)
               MOVE WS-RUL-IDX             TO WS-RUL-FOUND
           END-IF
       2210-MATCH-RULE-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FIND ACCOUNT CUSTOMER SECTION
      *    Looks the account up in the account-to-customer table and
      *    reads the cardholder for the FICO score. No cardholder,
      *    or no usable score, and the account is not reviewed.
      *
      ******************************************************************
       2300-FIND-ACCT-CUSTOMER.
           MOVE ZEROS                      TO WS-XREF-CUST-ID
           MOVE ACCT-ID                    TO WS-XTB-SEARCH-ID
           PERFORM 1220-FIND-XREF-ENTRY
              THRU 1220-FIND-XREF-ENTRY-EXIT
           IF WS-XTB-FOUND > ZEROS
               MOVE WS-XTB-CUST-ID(WS-XTB-FOUND)
                                           TO WS-XREF-CUST-ID
           END-IF
           IF WS-XREF-CUST-ID = ZEROS
               DISPLAY 'CCLIMRVB: NO XREF FOR ACCOUNT ' ACCT-ID
               SET WS-REVIEW-SKIPPED       TO TRUE
           ELSE
               MOVE WS-XREF-CUST-ID        TO CUST-ID
               READ CUSTOMER-MASTER-FILE
               IF NOT WS-CUS-OK
                   DISPLAY 'CCLIMRVB: NO CUSTOMER ' WS-XREF-CUST-ID
                           ' FOR ACCOUNT ' ACCT-ID
                   SET WS-REVIEW-SKIPPED   TO TRUE
               ELSE
                   IF CUST-FICO-CREDIT-SCORE NOT NUMERIC
                       DISPLAY 'CCLIMRVB: NO FICO SCORE FOR CUSTOMER '
                               WS-XREF-CUST-ID ' ACCOUNT ' ACCT-ID
                       SET WS-REVIEW-SKIPPED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-REVIEW-SKIPPED
               ADD 1                       TO WS-NO-CUST-COUNT
           END-IF
       2300-FIND-ACCT-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SCORE ACCOUNT SECTION
      *    FICO score up to 40 points; utilization, months on book
      *    and over-limit rejects up to 20 points each. Low
      *    utilization, long tenure and no rejects score highest.
      *
      ******************************************************************
       2400-SCORE-ACCOUNT.
           ADD 1                           TO WS-SCORED-COUNT
           MOVE CUST-FICO-CREDIT-SCORE     TO WS-FICO-SCORE
           MOVE ZEROS                      TO WS-UTIL-PCT
           IF ACCT-CURR-BAL > ZEROS
               COMPUTE WS-UTIL-WORK =
                       ACCT-CURR-BAL * 100 / ACCT-CREDIT-LIMIT
               IF WS-UTIL-WORK > 999
                   MOVE 999                TO WS-UTIL-PCT
               ELSE
                   MOVE WS-UTIL-WORK       TO WS-UTIL-PCT
               END-IF
           END-IF
           MOVE ZEROS                      TO WS-MONTHS-WORK
           MOVE ACCT-OPEN-DATE             TO WS-OPEN-DATE
           IF WS-OPEN-YEAR NUMERIC
          AND WS-OPEN-MONTH NUMERIC
          AND WS-OPEN-DAY NUMERIC
               COMPUTE WS-MONTHS-WORK =
                       (WS-RUN-YEAR - WS-OPEN-YEAR) * 12
                       + WS-RUN-MONTH - WS-OPEN-MONTH
               IF WS-RUN-DAY < WS-OPEN-DAY
                   SUBTRACT 1              FROM WS-MONTHS-WORK
               END-IF
               IF WS-MONTHS-WORK < ZEROS
                   MOVE ZEROS              TO WS-MONTHS-WORK
               END-IF
           END-IF
           MOVE WS-MONTHS-WORK             TO WS-MONTHS-OPEN
           MOVE ACCT-ID                    TO WS-OTB-SEARCH-ID
           PERFORM 1330-FIND-OLIM-ENTRY
              THRU 1330-FIND-OLIM-ENTRY-EXIT
           IF WS-OTB-FOUND > ZEROS
               MOVE WS-OTB-REJ-COUNT(WS-OTB-FOUND)
                                           TO WS-OLIM-COUNT
           ELSE
               MOVE ZEROS                  TO WS-OLIM-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-FICO-SCORE NOT < 760
                   MOVE 40                 TO WS-SCORE
               WHEN WS-FICO-SCORE NOT < 700
                   MOVE 30                 TO WS-SCORE
               WHEN WS-FICO-SCORE NOT < 640
                   MOVE 20                 TO WS-SCORE
               WHEN WS-FICO-SCORE NOT < 580
                   MOVE 10                 TO WS-SCORE
               WHEN OTHER
                   MOVE ZEROS              TO WS-SCORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-UTIL-PCT NOT > 30
                   ADD 20                  TO WS-SCORE
               WHEN WS-UTIL-PCT NOT > 50
                   ADD 15                  TO WS-SCORE
               WHEN WS-UTIL-PCT NOT > 80
                   ADD 10                  TO WS-SCORE
               WHEN WS-UTIL-PCT NOT > 100
                   ADD 5                   TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-MONTHS-OPEN NOT < 60
                   ADD 20                  TO WS-SCORE
               WHEN WS-MONTHS-OPEN NOT < 24
                   ADD 15                  TO WS-SCORE
               WHEN WS-MONTHS-OPEN NOT < 12
                   ADD 10                  TO WS-SCORE
               WHEN WS-MONTHS-OPEN NOT < 6
                   ADD 5                   TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-OLIM-COUNT = ZEROS
                   ADD 20                  TO WS-SCORE
               WHEN WS-OLIM-COUNT = 1
                   ADD 10                  TO WS-SCORE
               WHEN WS-OLIM-COUNT = 2
                   ADD 5                   TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       2400-SCORE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    DECIDE CHANGE SECTION
      *    A score at or above the group's increase score earns an
      *    increase once the account has been on book long enough,
      *    capped at the group's highest limit; a score at or below
      *    its decrease score draws a decrease, held at the group's
      *    lowest limit and never below the balance owed. New
      *    limits are whole dollars. A change that comes to nothing
      *    after the caps is no change.
      *
      ******************************************************************
       2500-DECIDE-CHANGE.
           SET WS-ACTION-NONE              TO TRUE
           MOVE ACCT-CREDIT-LIMIT          TO WS-NEW-LIMIT
           IF WS-SCORE NOT < WS-CUR-INC-MIN-SCORE
          AND WS-MONTHS-OPEN NOT < WS-CUR-INC-MIN-MONTHS
               COMPUTE WS-WHOLE-LIMIT ROUNDED =
                       ACCT-CREDIT-LIMIT * (100 + WS-CUR-INC-PCT)
                       / 100
               IF WS-WHOLE-LIMIT > WS-CUR-INC-MAX-LIMIT
                   MOVE WS-CUR-INC-MAX-LIMIT TO WS-NEW-LIMIT
               ELSE
                   MOVE WS-WHOLE-LIMIT     TO WS-NEW-LIMIT
               END-IF
               IF WS-NEW-LIMIT > ACCT-CREDIT-LIMIT
                   SET WS-ACTION-INCREASE  TO TRUE
               END-IF
           END-IF
           IF WS-SCORE NOT > WS-CUR-DEC-MAX-SCORE
               COMPUTE WS-WHOLE-LIMIT ROUNDED =
                       ACCT-CREDIT-LIMIT * (100 - WS-CUR-DEC-PCT)
                       / 100
               IF WS-WHOLE-LIMIT < WS-CUR-DEC-MIN-LIMIT
                   MOVE WS-CUR-DEC-MIN-LIMIT TO WS-WHOLE-LIMIT
               END-IF
               MOVE ZEROS                  TO WS-WHOLE-BAL
               IF ACCT-CURR-BAL > ZEROS
                   COMPUTE WS-WHOLE-BAL = ACCT-CURR-BAL + 0.99
               END-IF
               IF WS-WHOLE-LIMIT < WS-WHOLE-BAL
                   MOVE WS-WHOLE-BAL       TO WS-WHOLE-LIMIT
               END-IF
               MOVE WS-WHOLE-LIMIT         TO WS-NEW-LIMIT
               IF WS-NEW-LIMIT < ACCT-CREDIT-LIMIT
                   SET WS-ACTION-DECREASE  TO TRUE
               END-IF
           END-IF
       2500-DECIDE-CHANGE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SAVE PROPOSAL SECTION
      *    The proposal replaces whatever the account has on file,
      *    unless that is an approved decrease still waiting out its
      *    notice period - that is left to run its course and this
      *    month's proposal is not made.
      *
      ******************************************************************
       2600-SAVE-PROPOSAL.
           MOVE ACCT-ID                    TO CLP-ACCT-ID
           READ PROPOSAL-FILE
           EVALUATE TRUE
               WHEN WS-CLP-OK
                   IF CLP-STAT-WAITING
                       ADD 1               TO WS-WAITING-COUNT
                   ELSE
                       IF CLP-STAT-PENDING
                           ADD 1           TO WS-REPLACED-COUNT
                       END-IF
                       PERFORM 2610-BUILD-PROPOSAL
                          THRU 2610-BUILD-PROPOSAL-EXIT
                       REWRITE CREDIT-LINE-PROPOSAL-RECORD
                       PERFORM 2620-CHECK-PROPOSAL-WRITE
                          THRU 2620-CHECK-PROPOSAL-WRITE-EXIT
                   END-IF
               WHEN WS-CLP-NOTFND
                   PERFORM 2610-BUILD-PROPOSAL
                      THRU 2610-BUILD-PROPOSAL-EXIT
                   WRITE CREDIT-LINE-PROPOSAL-RECORD
                   PERFORM 2620-CHECK-PROPOSAL-WRITE
                      THRU 2620-CHECK-PROPOSAL-WRITE-EXIT
               WHEN OTHER
                   ADD 1                   TO WS-ERROR-COUNT
                   DISPLAY 'CCLIMRVB: CLPROP READ ERROR - STATUS '
                           WS-CLP-STATUS ' ACCOUNT ' ACCT-ID
           END-EVALUATE
       2600-SAVE-PROPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BUILD PROPOSAL SECTION
      *
      ******************************************************************
       2610-BUILD-PROPOSAL.
           MOVE SPACES                     TO
                CREDIT-LINE-PROPOSAL-RECORD
           MOVE ACCT-ID                    TO CLP-ACCT-ID
           MOVE WS-RUN-DATE-N              TO CLP-REVIEW-DATE
           MOVE ACCT-GROUP-ID              TO CLP-GROUP-ID
           MOVE WS-XREF-CUST-ID            TO CLP-CUST-ID
           MOVE WS-ACTION                  TO CLP-ACTION
           SET CLP-STAT-PENDING            TO TRUE
           MOVE ACCT-CREDIT-LIMIT          TO CLP-CURR-LIMIT
           MOVE WS-NEW-LIMIT               TO CLP-NEW-LIMIT
           MOVE WS-SCORE                   TO CLP-SCORE
           MOVE WS-FICO-SCORE              TO CLP-FICO-SCORE
           MOVE WS-UTIL-PCT                TO CLP-UTIL-PCT
           MOVE WS-MONTHS-OPEN             TO CLP-MONTHS-OPEN
           MOVE WS-OLIM-COUNT              TO CLP-OLIM-COUNT
           MOVE WS-CUR-NOTICE-DAYS         TO CLP-NOTICE-DAYS
           MOVE ZEROS                      TO CLP-DECIDED-DATE
                                              CLP-NOTICE-DATE
                                              CLP-EFFECTIVE-DATE
                                              CLP-APPLIED-DATE
       2610-BUILD-PROPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK PROPOSAL WRITE SECTION
      *    A proposal safely on file is counted and listed.
      *
      ******************************************************************
       2620-CHECK-PROPOSAL-WRITE.
           IF WS-CLP-OK
               IF WS-ACTION-INCREASE
                   ADD 1                   TO WS-INCREASE-COUNT
                   COMPUTE WS-INCREASE-TOTAL = WS-INCREASE-TOTAL
                           + WS-NEW-LIMIT - ACCT-CREDIT-LIMIT
               ELSE
                   ADD 1                   TO WS-DECREASE-COUNT
                   COMPUTE WS-DECREASE-TOTAL = WS-DECREASE-TOTAL
                           + ACCT-CREDIT-LIMIT - WS-NEW-LIMIT
               END-IF
               PERFORM 2800-WRITE-PROPOSAL-LINE
                  THRU 2800-WRITE-PROPOSAL-LINE-EXIT
           ELSE
               ADD 1                       TO WS-ERROR-COUNT
               DISPLAY 'CCLIMRVB: CLPROP WRITE ERROR - STATUS '
                       WS-CLP-STATUS ' ACCOUNT ' ACCT-ID
           END-IF
       2620-CHECK-PROPOSAL-WRITE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CANCEL STALE PROPOSAL SECTION
      *    An account the review no longer proposes a change for
      *    should not keep last month's proposal waiting for an
      *    administrator - a pending one is cancelled.
      *
      ******************************************************************
       2700-CANCEL-STALE-PROPOSAL.
           MOVE ACCT-ID                    TO CLP-ACCT-ID
           READ PROPOSAL-FILE
           EVALUATE TRUE
               WHEN WS-CLP-OK
                   IF CLP-STAT-PENDING
                       SET CLP-STAT-CANCELLED TO TRUE
                       MOVE 'CCLIMRVB'     TO CLP-DECIDED-BY
                       MOVE WS-RUN-DATE-N  TO CLP-DECIDED-DATE
                       REWRITE CREDIT-LINE-PROPOSAL-RECORD
                       IF WS-CLP-OK
                           ADD 1           TO WS-CANCELLED-COUNT
                       ELSE
                           ADD 1           TO WS-ERROR-COUNT
                           DISPLAY 'CCLIMRVB: CLPROP REWRITE ERROR - '
                                   'STATUS ' WS-CLP-STATUS
                                   ' ACCOUNT ' ACCT-ID
                       END-IF
                   END-IF
               WHEN WS-CLP-NOTFND
                   CONTINUE
               WHEN OTHER
                   ADD 1                   TO WS-ERROR-COUNT
                   DISPLAY 'CCLIMRVB: CLPROP READ ERROR - STATUS '
                           WS-CLP-STATUS ' ACCOUNT ' ACCT-ID
           END-EVALUATE
       2700-CANCEL-STALE-PROPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE PROPOSAL LINE SECTION
      *
      ******************************************************************
       2800-WRITE-PROPOSAL-LINE.
           MOVE ACCT-ID                    TO WS-PRP-ACCT-ID
           MOVE ACCT-GROUP-ID              TO WS-PRP-GROUP-ID
           IF WS-ACTION-INCREASE
               MOVE 'INC'                  TO WS-PRP-ACTION
           ELSE
               MOVE 'DEC'                  TO WS-PRP-ACTION
           END-IF
           MOVE ACCT-CREDIT-LIMIT          TO WS-PRP-CURR-LIMIT
           MOVE WS-NEW-LIMIT               TO WS-PRP-NEW-LIMIT
           MOVE WS-SCORE                   TO WS-PRP-SCORE
           MOVE WS-FICO-SCORE              TO WS-PRP-FICO
           MOVE WS-UTIL-PCT                TO WS-PRP-UTIL
           MOVE WS-MONTHS-OPEN             TO WS-PRP-MONTHS
           MOVE WS-OLIM-COUNT              TO WS-PRP-OLIM
           WRITE REPT-RECORD               FROM WS-REPT-PROP-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       2800-WRITE-PROPOSAL-LINE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CONTROL REPORT SECTION
      *
      ******************************************************************
       3000-WRITE-CONTROL-REPORT.
           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ACCOUNTS SCANNED'         TO WS-REPT-LABEL
           MOVE WS-SCAN-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'NOT ACTIVE - NOT REVIEWED' TO WS-REPT-LABEL
           MOVE WS-INACTIVE-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'NO CREDIT LIMIT - NOT REVIEWED'
                                           TO WS-REPT-LABEL
           MOVE WS-NO-LIMIT-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'NO CARDHOLDER OR FICO - NOT REVIEWED'
                                           TO WS-REPT-LABEL
           MOVE WS-NO-CUST-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ACCOUNTS SCORED'          TO WS-REPT-LABEL
           MOVE WS-SCORED-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ACCOUNTS SCORED AT DEFAULT RULES'
                                           TO WS-REPT-LABEL
           MOVE WS-DEFAULTED-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'INCREASES PROPOSED'       TO WS-REPT-LABEL
           MOVE WS-INCREASE-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DECREASES PROPOSED'       TO WS-REPT-LABEL
           MOVE WS-DECREASE-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'NO CHANGE INDICATED'      TO WS-REPT-LABEL
           MOVE WS-NO-CHANGE-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PENDING PROPOSALS REPLACED'
                                           TO WS-REPT-LABEL
           MOVE WS-REPLACED-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PENDING PROPOSALS CANCELLED'
                                           TO WS-REPT-LABEL
           MOVE WS-CANCELLED-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DECREASE IN NOTICE - NOT RE-PROPOSED'
                                           TO WS-REPT-LABEL
           MOVE WS-WAITING-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PROPOSAL FILE ERRORS'     TO WS-REPT-LABEL
           MOVE WS-ERROR-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'REJECT ENTRIES READ'      TO WS-REPT-LABEL
           MOVE WS-REJ-READ-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'OVER-LIMIT REJECTS COUNTED'
                                           TO WS-REPT-LABEL
           MOVE WS-OLIM-TOTAL              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PARAMETER RECORDS LOADED' TO WS-REPT-LABEL
           MOVE WS-PARM-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PARAMETER RECORDS SKIPPED'
                                           TO WS-REPT-LABEL
           MOVE WS-PARM-BAD-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PARM RECORDS NOT LOADED - TABLE FULL'
                                           TO WS-REPT-LABEL
           MOVE WS-PARM-OVER-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'INCREASES PROPOSED TOTAL' TO WS-REPT-AMT-LABEL
           MOVE WS-INCREASE-TOTAL          TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DECREASES PROPOSED TOTAL' TO WS-REPT-AMT-LABEL
           MOVE WS-DECREASE-TOTAL          TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3000-WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK REPORT STATUS SECTION
      *
      ******************************************************************
       3100-CHECK-REPORT-STATUS.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CCLIMRVB: CLRRPT WRITE ERROR - STATUS '
                       WS-RPT-STATUS
           END-IF
       3100-CHECK-REPORT-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE REPORT HEADINGS SECTION
      *    The title and the proposal heading go out first so each
      *    proposal can be listed as it is made; the totals close
      *    the report at the end.
      *
      ******************************************************************
       8000-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-MONTH               TO WS-REPT-TITLE-DATE(1:2)
           MOVE '/'                       TO WS-REPT-TITLE-DATE(3:1)
           MOVE WS-RUN-DAY                 TO WS-REPT-TITLE-DATE(4:2)
           MOVE '/'                       TO WS-REPT-TITLE-DATE(6:1)
           MOVE WS-RUN-YEAR                TO WS-REPT-TITLE-DATE(7:4)
           WRITE REPT-RECORD               FROM WS-REPT-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           WRITE REPT-RECORD               FROM WS-REPT-PROP-HEADING
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       8000-WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    START RUN CONTROL SECTION
      *    Runs before anything else is opened, so a refused run
      *    leaves every file and report exactly as it was. The run is
      *    refused when a batch it depends on has not completed for
      *    the same business date or cycle, when this batch has
      *    already completed it, or when the run-control file cannot
      *    be used - unless the run parameter file (RUNPARM) carries
      *    OVERRIDE. A run whose RUNPARM business date is not a valid
      *    date is refused outright. A cleared run is recorded as
      *    started; a refusal is counted on the period's record, and
      *    one refused for a missing prerequisite is marked blocked.
      *
      ******************************************************************
       9500-START-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR            TO WS-RCT-YEAR
           MOVE WS-CURDATE-MONTH           TO WS-RCT-MONTH
           MOVE WS-CURDATE-DAY             TO WS-RCT-DAY
           MOVE WS-CURDATE-HOURS           TO WS-RCT-HOURS
           MOVE WS-CURDATE-MINS            TO WS-RCT-MINS
           MOVE WS-CURDATE-SECS            TO WS-RCT-SECS
           MOVE WS-RCT-DATE                TO WS-RCT-BUS-DATE
           PERFORM 9510-READ-RUN-PARM
              THRU 9510-READ-RUN-PARM-EXIT
           MOVE WS-RCT-PERIOD-TYPE         TO WS-RCT-TYPE-WORK
           PERFORM 9540-SET-PERIOD
              THRU 9540-SET-PERIOD-EXIT
           MOVE WS-RCT-PERIOD-WORK         TO WS-RCT-OWN-PERIOD
           SET WS-RCT-CLEARED              TO TRUE
           IF WS-RCT-BUS-DATE-BAD
               SET WS-RCT-REFUSED          TO TRUE
           ELSE
               OPEN I-O RUN-CONTROL-FILE
               IF NOT WS-RCT-OK
                   DISPLAY 'CCLIMRVB: UNABLE TO OPEN RUNCTL - STATUS '
                           WS-RCT-STATUS
                   IF WS-RCT-NO-OVERRIDE
                       SET WS-RCT-REFUSED  TO TRUE
                   END-IF
               ELSE
                   PERFORM 9520-CHECK-PREREQUISITE
                      THRU 9520-CHECK-PREREQUISITE-EXIT
                      VARYING WS-RCT-IDX FROM 1 BY 1
                        UNTIL WS-RCT-IDX > WS-RCT-PREREQ-COUNT
                   PERFORM 9530-RECORD-START
                      THRU 9530-RECORD-START-EXIT
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF
           IF WS-RCT-REFUSED
               IF WS-RCT-BUS-DATE-BAD
                   DISPLAY 'CCLIMRVB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCLIMRVB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCLIMRVB: OVERRIDE GIVEN - RUNNING WITHOUT '
                           'RUN CONTROL'
               END-IF
           END-IF
       9500-START-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ RUN PARAMETER SECTION
      *    The run parameter file is optional; a missing file, or one
      *    that does not say OVERRIDE, means the run-control checks
      *    apply. A business date (YYYYMMDD, columns 10-17) sets the
      *    date the run is for - its run-control period and every
      *    business date it stamps - so a chain that runs past
      *    midnight, or a restart the next morning, stays on the date
      *    it was started for. Without one the run is for the current
      *    date.
      *
      ******************************************************************
       9510-READ-RUN-PARM.
           SET WS-RCT-NO-OVERRIDE          TO TRUE
           SET WS-RCT-BUS-DATE-OK          TO TRUE
           OPEN INPUT RUN-PARM-FILE
           IF WS-RPM-OK
               READ RUN-PARM-FILE
               IF WS-RPM-OK
              AND RPRM-OVERRIDE = 'OVERRIDE'
                   SET WS-RCT-OVERRIDE     TO TRUE
                   DISPLAY 'CCLIMRVB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCLIMRVB: BUSINESS DATE = ' WS-RCT-BUS-DATE
       9510-READ-RUN-PARM-EXIT.
           EXIT.
      ******************************************************************
      *
      *    EDIT BUSINESS DATE SECTION
      *    The date must be a real calendar date and may not be later
      *    than today; anything else refuses the run rather than let
      *    it post or stamp under a mistyped date.
      *
      ******************************************************************
       9515-EDIT-BUSINESS-DATE.
           IF RPRM-BUSINESS-DATE NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(RPRM-BUSINESS-DATE-N)
                  = ZEROS
              AND RPRM-BUSINESS-DATE-N NOT > WS-RCT-DATE
                   MOVE RPRM-BUSINESS-DATE-N TO WS-RCT-BUS-DATE
               ELSE
                   SET WS-RCT-BUS-DATE-BAD TO TRUE
               END-IF
           ELSE
               SET WS-RCT-BUS-DATE-BAD     TO TRUE
           END-IF
           IF WS-RCT-BUS-DATE-BAD
               DISPLAY 'CCLIMRVB: RUNPARM BUSINESS DATE '
                       RPRM-BUSINESS-DATE ' IS NOT A VALID DATE'
           END-IF
       9515-EDIT-BUSINESS-DATE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK PREREQUISITE SECTION
      *    A prerequisite is met only by a completed run for the
      *    same date or cycle - started, failed or blocked is not
      *    enough.
      *
      ******************************************************************
       9520-CHECK-PREREQUISITE.
           MOVE WS-RCT-PREREQ-TYPE(WS-RCT-IDX)
                                           TO WS-RCT-TYPE-WORK
           PERFORM 9540-SET-PERIOD
              THRU 9540-SET-PERIOD-EXIT
           MOVE WS-RCT-PREREQ-PGM(WS-RCT-IDX)
                                           TO RUN-PGM-NAME
           MOVE WS-RCT-PERIOD-WORK         TO RUN-PERIOD
           READ RUN-CONTROL-FILE
           IF WS-RCT-OK
          AND RUN-COMPLETED
               CONTINUE
           ELSE
               SET WS-RCT-PREREQ-MISSING   TO TRUE
               MOVE WS-RCT-PREREQ-PGM(WS-RCT-IDX)
                                           TO WS-RCT-BLOCKED-BY
               DISPLAY 'CCLIMRVB: PREREQUISITE '
                       WS-RCT-PREREQ-PGM(WS-RCT-IDX)
                       ' HAS NOT COMPLETED FOR ' WS-RCT-PERIOD-WORK
           END-IF
       9520-CHECK-PREREQUISITE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    RECORD START SECTION
      *    Reads this batch's own record for the period, decides
      *    whether the run may go ahead and records the outcome.
      *
      ******************************************************************
       9530-RECORD-START.
           MOVE WS-RCT-PGM-NAME            TO RUN-PGM-NAME
           MOVE WS-RCT-OWN-PERIOD          TO RUN-PERIOD
           READ RUN-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-RCT-OK
                   SET WS-RCT-ON-FILE      TO TRUE
                   IF RUN-COMPLETED
                       SET WS-RCT-ALREADY-DONE TO TRUE
                       DISPLAY 'CCLIMRVB: ALREADY COMPLETED FOR '
                               WS-RCT-OWN-PERIOD ' ON '
                               RUN-END-DATE
                   END-IF
               WHEN WS-RCT-NOTFND
                   SET WS-RCT-NOT-ON-FILE  TO TRUE
                   MOVE SPACES             TO RUN-CONTROL-RECORD
                   MOVE WS-RCT-PGM-NAME    TO RUN-PGM-NAME
                   MOVE WS-RCT-OWN-PERIOD  TO RUN-PERIOD
                   MOVE WS-RCT-PERIOD-TYPE TO RUN-PERIOD-TYPE
                   MOVE ZEROS              TO RUN-START-DATE
                                              RUN-START-TIME
                                              RUN-END-DATE
                                              RUN-END-TIME
                                              RUN-ATTEMPT-COUNT
                                              RUN-REFUSED-COUNT
                                              RUN-READ-COUNT
                                              RUN-PROCESSED-COUNT
                                              RUN-EXCEPTION-COUNT
                                              RUN-AMOUNT-TOTAL
                   SET RUN-NOT-OVERRIDDEN  TO TRUE
               WHEN OTHER
                   DISPLAY 'CCLIMRVB: RUNCTL READ ERROR - STATUS '
                           WS-RCT-STATUS
                   IF WS-RCT-NO-OVERRIDE
                       SET WS-RCT-REFUSED  TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-RCT-CLEARED
          AND WS-RCT-NO-OVERRIDE
          AND (WS-RCT-PREREQ-MISSING OR WS-RCT-ALREADY-DONE)
               SET WS-RCT-REFUSED          TO TRUE
               ADD 1                       TO RUN-REFUSED-COUNT
               IF WS-RCT-PREREQ-MISSING
              AND NOT RUN-COMPLETED
                   SET RUN-BLOCKED         TO TRUE
                   MOVE WS-RCT-BLOCKED-BY  TO RUN-BLOCKED-BY
               END-IF
               PERFORM 9550-SAVE-RUN-RECORD
                  THRU 9550-SAVE-RUN-RECORD-EXIT
           END-IF
      *    A run forced through a run-control read error is not
      *    recorded - there is no record to carry it.
           IF WS-RCT-CLEARED
          AND (WS-RCT-ON-FILE OR WS-RCT-NOT-ON-FILE)
               SET RUN-STARTED             TO TRUE
               MOVE WS-RCT-DATE            TO RUN-START-DATE
               MOVE WS-RCT-TIME            TO RUN-START-TIME
               MOVE ZEROS                  TO RUN-END-DATE
                                              RUN-END-TIME
                                              RUN-READ-COUNT
                                              RUN-PROCESSED-COUNT
                                              RUN-EXCEPTION-COUNT
                                              RUN-AMOUNT-TOTAL
               MOVE SPACES                 TO RUN-BLOCKED-BY
               ADD 1                       TO RUN-ATTEMPT-COUNT
               IF WS-RCT-OVERRIDE
                   SET RUN-OVERRIDDEN      TO TRUE
               ELSE
                   SET RUN-NOT-OVERRIDDEN  TO TRUE
               END-IF
               PERFORM 9550-SAVE-RUN-RECORD
                  THRU 9550-SAVE-RUN-RECORD-EXIT
               IF WS-RCT-OK
                   SET WS-RCT-RECORDED     TO TRUE
               END-IF
               IF NOT WS-RCT-OK
              AND WS-RCT-NO-OVERRIDE
                   SET WS-RCT-REFUSED      TO TRUE
               END-IF
           END-IF
       9530-RECORD-START-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET PERIOD SECTION
      *    The period for the business date under the period type in
      *    WS-RCT-TYPE-WORK: the date itself for a daily batch, the
      *    month with a zero day for a cycle-end batch.
      *
      ******************************************************************
       9540-SET-PERIOD.
           MOVE WS-RCT-BUS-DATE            TO WS-RCT-PERIOD-WORK
           IF WS-RCT-TYPE-WORK = 'C'
               MOVE ZEROS                  TO WS-RCT-PERIOD-DD
           END-IF
       9540-SET-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SAVE RUN RECORD SECTION
      *
      ******************************************************************
       9550-SAVE-RUN-RECORD.
           IF WS-RCT-ON-FILE
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF
           IF NOT WS-RCT-OK
               DISPLAY 'CCLIMRVB: RUNCTL WRITE ERROR - STATUS '
                       WS-RCT-STATUS
           ELSE
               SET WS-RCT-ON-FILE          TO TRUE
           END-IF
       9550-SAVE-RUN-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    END RUN CONTROL SECTION
      *    Marks the period's record completed - or failed, when the
      *    run could not do its work - with the end time and the
      *    run's control totals.
      *
      ******************************************************************
       9600-END-RUN-CONTROL.
           IF WS-RCT-RECORDED
               PERFORM 9610-SET-RUN-TOTALS
                  THRU 9610-SET-RUN-TOTALS-EXIT
               MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
               MOVE WS-CURDATE-YEAR        TO WS-RCT-YEAR
               MOVE WS-CURDATE-MONTH       TO WS-RCT-MONTH
               MOVE WS-CURDATE-DAY         TO WS-RCT-DAY
               MOVE WS-CURDATE-HOURS       TO WS-RCT-HOURS
               MOVE WS-CURDATE-MINS        TO WS-RCT-MINS
               MOVE WS-CURDATE-SECS        TO WS-RCT-SECS
               OPEN I-O RUN-CONTROL-FILE
               IF NOT WS-RCT-OK
                   DISPLAY 'CCLIMRVB: UNABLE TO OPEN RUNCTL - STATUS '
                           WS-RCT-STATUS ' - END OF RUN NOT RECORDED'
               ELSE
                   MOVE WS-RCT-PGM-NAME    TO RUN-PGM-NAME
                   MOVE WS-RCT-OWN-PERIOD  TO RUN-PERIOD
                   READ RUN-CONTROL-FILE
                   IF WS-RCT-OK
                       IF WS-RCT-RUN-FAILED
                           SET RUN-FAILED  TO TRUE
                       ELSE
                           SET RUN-COMPLETED TO TRUE
                       END-IF
                       MOVE WS-RCT-DATE    TO RUN-END-DATE
                       MOVE WS-RCT-TIME    TO RUN-END-TIME
                       MOVE WS-RCT-READ-COUNT TO RUN-READ-COUNT
                       MOVE WS-RCT-PROC-COUNT TO RUN-PROCESSED-COUNT
                       MOVE WS-RCT-EXCP-COUNT TO RUN-EXCEPTION-COUNT
                       MOVE WS-RCT-AMOUNT  TO RUN-AMOUNT-TOTAL
                       REWRITE RUN-CONTROL-RECORD
                   END-IF
                   IF NOT WS-RCT-OK
                       DISPLAY 'CCLIMRVB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCLIMRVB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCLIMRVB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Accounts scanned, proposals made, accounts passed over
      *    for want of a cardholder plus proposal file errors, and
      *    the net credit line change proposed.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-SCAN-COUNT              TO WS-RCT-READ-COUNT
           COMPUTE WS-RCT-PROC-COUNT = WS-INCREASE-COUNT
                                       + WS-DECREASE-COUNT
           COMPUTE WS-RCT-EXCP-COUNT = WS-NO-CUST-COUNT
                                       + WS-ERROR-COUNT
           COMPUTE WS-RCT-AMOUNT = WS-INCREASE-TOTAL
                                   - WS-DECREASE-TOTAL
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
                 CARD-XREF-FILE
                 CUSTOMER-MASTER-FILE
                 REJECT-WORK-FILE
                 REVIEW-PARM-FILE
                 PROPOSAL-FILE
                 REVIEW-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
