      *****************************************************************
      * Program:     CCGLJRNB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    General Ledger Journal Interface and Proof       *
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
      *    Daily general ledger journal interface batch.
      *
      *    Reads the day's general ledger activity (GLACTV) - the
      *    activity files of the posting batch (GLPOST), the
      *    interest and fee assessment (GLINTF) and the reject load
      *    (GLWOFF), concatenated - and builds the day's journal
      *    for the ledger. Each activity item is booked twice, to
      *    the debit-side and credit-side GL accounts the mapping
      *    parameter file (GLMAP) names for its activity code and
      *    its account group; a mapping record with a blank group
      *    covers every group without one of its own. A write-off
      *    carries no group, so it is looked up on the account
      *    master (ACCTDAT). Entries are summarized by group, GL
      *    account and side.
      *
      *    The journal (GLJRNL) is released only when its debits
      *    equal its credits. An item side with no mapping, or an
      *    entry that would not fit the summary table, leaves the
      *    journal out of balance; the run then writes no journal
      *    at all, so the ledger never loads half a day, and the
      *    mapping is corrected and the run resubmitted.
      *
      *    The proof report (GLRPT) ties every activity back to the
      *    control records the source batch closed its file with -
      *    the counts and totals on its own control report - then
      *    shows what was journaled and what could not be mapped,
      *    lists the journal entries and closes with the balance
      *    line. An activity with no control record is flagged: its
      *    source batch did not run, or did not run to completion.
      *    A record dated for any business date but this run's is
      *    left out and flagged against its activity - a source file
      *    left over from another day. The journal is held whenever
      *    an activity fails to tie, the same as when it is out of
      *    balance.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a daily run, keyed by
      *    business date, with its start and end status and control
      *    totals. It will not start until CCTRNPSB and CCREJLDB have
      *    completed for the same business date, nor a second time
      *    once it has completed that business date, unless the run
      *    parameter file (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCGLJRNB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACTIVITY-FILE    ASSIGN TO GLACTV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

           SELECT GL-MAP-FILE         ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACT-STATUS.

           SELECT GL-JOURNAL-FILE     ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT PROOF-REPORT-FILE   ASSIGN TO GLRPT
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
       FD  GL-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVGLA01Y.
      ******************************************************************
       FD  GL-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MAP-RECORD.
           05  MAP-ACTIVITY-CD            PIC X(04).
           05  MAP-GROUP-ID               PIC X(10).
           05  MAP-DR-CR-IND              PIC X(01).
               88  MAP-DEBIT-SIDE             VALUE 'D'.
               88  MAP-CREDIT-SIDE            VALUE 'C'.
           05  MAP-GL-ACCT                PIC X(10).
           05  FILLER                     PIC X(55).
      ******************************************************************
       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT01Y.
      ******************************************************************
       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVGLJ01Y.
      ******************************************************************
       FD  PROOF-REPORT-FILE
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
           05 WS-GLA-STATUS       PIC X(02) VALUE SPACES.
              88 WS-GLA-OK            VALUE '00'.
              88 WS-GLA-EOF           VALUE '10'.
           05 WS-MAP-STATUS       PIC X(02) VALUE SPACES.
              88 WS-MAP-OK            VALUE '00'.
              88 WS-MAP-EOF           VALUE '10'.
           05 WS-ACT-STATUS       PIC X(02) VALUE SPACES.
              88 WS-ACT-OK            VALUE '00'.
              88 WS-ACT-NOTFND        VALUE '23'.
           05 WS-GLJ-STATUS       PIC X(02) VALUE SPACES.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-ACTIVITY-EOF          VALUE 'Y'.
           88 WS-ACTIVITY-NOT-EOF      VALUE 'N'.
       01  WS-MAP-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 WS-MAP-FILE-EOF          VALUE 'Y'.
           88 WS-MAP-FILE-NOT-EOF      VALUE 'N'.
       01  WS-ACCT-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88 WS-ACCT-FILE-OPEN        VALUE 'Y'.
           88 WS-ACCT-FILE-CLOSED      VALUE 'N'.
       01  WS-RELEASE-FLAG        PIC X(01) VALUE 'N'.
           88 WS-JOURNAL-RELEASED      VALUE 'Y'.
           88 WS-JOURNAL-HELD          VALUE 'N'.
       01  WS-INPUT-ERROR-FLAG    PIC X(01) VALUE 'N'.
           88 WS-INPUT-ERROR           VALUE 'Y'.
           88 WS-INPUT-OK              VALUE 'N'.
       01  WS-OVERFLOW-FLAG       PIC X(01) VALUE 'N'.
           88 WS-ENTRY-TABLE-FULL      VALUE 'Y'.
           88 WS-ENTRY-TABLE-OK        VALUE 'N'.
       01  WS-TIE-FLAG            PIC X(01) VALUE 'Y'.
           88 WS-SOURCES-TIED          VALUE 'Y'.
           88 WS-SOURCES-NOT-TIED      VALUE 'N'.
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
      *    ACTIVITY TABLE
      *    One entry per activity code the sources write, with the
      *    batch that writes it. The totals alongside gather what
      *    the source's control records claim, what its detail
      *    records actually carried, and where the amounts went in
      *    the journal.
      ******************************************************************
       01  WS-ACTIVITY-DATA.
           05 FILLER               PIC X(12) VALUE 'PDEBCCTRNPSB'.
           05 FILLER               PIC X(12) VALUE 'PCRDCCTRNPSB'.
           05 FILLER               PIC X(12) VALUE 'INTRCCINTFEB'.
           05 FILLER               PIC X(12) VALUE 'AFEECCINTFEB'.
           05 FILLER               PIC X(12) VALUE 'LFEECCINTFEB'.
           05 FILLER               PIC X(12) VALUE 'WOFFCCREJLDB'.
       01  WS-ACTIVITY-TABLE REDEFINES WS-ACTIVITY-DATA.
           05 WS-ACTIVITY-ENTRY OCCURS 6 TIMES.
              10 WS-ACT-CODE       PIC X(04).
              10 WS-ACT-SOURCE     PIC X(08).
       01  WS-ACTIVITY-TOTALS.
           05 WS-ACT-TOTAL-ENTRY OCCURS 6 TIMES.
              10 WS-ACT-CTL-FLAG   PIC X(01).
                 88 WS-ACT-CTL-FOUND       VALUE 'Y'.
                 88 WS-ACT-CTL-MISSING     VALUE 'N'.
              10 WS-ACT-CTL-COUNT  PIC 9(09).
              10 WS-ACT-CTL-AMOUNT PIC S9(13)V99 COMP-3.
              10 WS-ACT-DTL-COUNT  PIC 9(09).
              10 WS-ACT-DTL-AMOUNT PIC S9(13)V99 COMP-3.
              10 WS-ACT-JRN-DEBIT  PIC S9(13)V99 COMP-3.
              10 WS-ACT-JRN-CREDIT PIC S9(13)V99 COMP-3.
              10 WS-ACT-UNM-DEBIT  PIC S9(13)V99 COMP-3.
              10 WS-ACT-UNM-CREDIT PIC S9(13)V99 COMP-3.
              10 WS-ACT-STALE-COUNT PIC 9(09).
              10 WS-ACT-TIE-STATUS PIC X(10).
       01  WS-ACTIVITY-CONTROL.
           05 WS-ACT-MAX           PIC S9(04) COMP VALUE +6.
           05 WS-ACT-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-ACT-FOUND         PIC S9(04) COMP VALUE ZEROS.
      ******************************************************************
      *    GL ACCOUNT MAPPING TABLE
      *    Loaded from GLMAP at start of run, one GL account per
      *    activity code, account group and side. There is no
      *    default GL account: an item side with no mapping stays
      *    out of the journal and holds it back.
      ******************************************************************
       01  WS-MAP-CONTROL.
           05 WS-MAP-MAX           PIC S9(04) COMP VALUE +200.
           05 WS-MAP-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-MAP-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-MAP-FOUND         PIC S9(04) COMP VALUE ZEROS.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
              10 WS-MAP-ACTIVITY-CD PIC X(04).
              10 WS-MAP-GROUP-ID   PIC X(10).
              10 WS-MAP-DR-CR-IND  PIC X(01).
              10 WS-MAP-GL-ACCT    PIC X(10).
      ******************************************************************
      *    JOURNAL ENTRY TABLE
      *    One entry per group, GL account and side, built up as the
      *    activity is read and written out whole at the end once
      *    the journal has proved in balance.
      ******************************************************************
       01  WS-JRN-CONTROL.
           05 WS-JRN-MAX           PIC S9(04) COMP VALUE +1000.
           05 WS-JRN-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-JRN-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-JRN-FOUND         PIC S9(04) COMP VALUE ZEROS.
       01  WS-JRN-TABLE.
           05 WS-JRN-ENTRY OCCURS 1000 TIMES.
              10 WS-JRN-GROUP-ID   PIC X(10).
              10 WS-JRN-GL-ACCT    PIC X(10).
              10 WS-JRN-DR-CR-IND  PIC X(01).
              10 WS-JRN-AMOUNT     PIC S9(13)V99 COMP-3.
              10 WS-JRN-ITEMS      PIC 9(09).
      ******************************************************************
      *    BOOKING WORK AREAS
      *    A negative item - a written-off credit - books the other
      *    way round: its debit entry goes to the credit-side
      *    account and its credit entry to the debit-side account.
      ******************************************************************
       01  WS-BOOK-WORK.
           05 WS-BOOK-GROUP-ID     PIC X(10) VALUE SPACES.
           05 WS-BOOK-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-BOOK-MAP-SIDE     PIC X(01) VALUE SPACES.
           05 WS-BOOK-ENTRY-SIDE   PIC X(01) VALUE SPACES.
              88 WS-BOOK-DEBIT         VALUE 'D'.
              88 WS-BOOK-CREDIT        VALUE 'C'.
           05 WS-BOOK-GL-ACCT      PIC X(10) VALUE SPACES.
      ******************************************************************
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-DETAIL-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-CONTROL-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-BAD-COUNT         PIC 9(09) VALUE ZEROS.
           05 WS-STALE-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-LOOKUP-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-NO-GROUP-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-MAP-LOAD-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-MAP-BAD-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-MAP-OVER-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-UNMAPPED-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-OVERFLOW-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-JRN-WRITE-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'GENERAL LEDGER JOURNAL PROOF  '.
           05 FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05 WS-REPT-TITLE-DATE   PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE SPACES.
       01  WS-REPT-DETAIL.
           05 WS-REPT-LABEL        PIC X(40) VALUE SPACES.
           05 WS-REPT-VALUE        PIC Z(14)9 VALUE ZEROS.
           05 FILLER               PIC X(25) VALUE SPACES.
       01  WS-REPT-AMT-DETAIL.
           05 WS-REPT-AMT-LABEL    PIC X(40) VALUE SPACES.
           05 WS-REPT-AMT-VALUE    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(23) VALUE SPACES.
       01  WS-REPT-TIE-TITLE       PIC X(80)
           VALUE 'SOURCE CONTROL TOTALS AGAINST ACTIVITY RECEIVED'.
       01  WS-REPT-TIE-HEADING.
           05 FILLER               PIC X(08) VALUE 'SOURCE'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE 'ACT'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'CTL ITEMS'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'DTL ITEMS'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE '   CONTROL AMOUNT'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE '    DETAIL AMOUNT'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'STATUS'.
       01  WS-REPT-TIE-DETAIL.
           05 WS-TIE-SOURCE        PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TIE-ACTIVITY      PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TIE-CTL-COUNT     PIC Z(08)9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TIE-DTL-COUNT     PIC Z(08)9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TIE-CTL-AMOUNT    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TIE-DTL-AMOUNT    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TIE-STATUS        PIC X(10) VALUE SPACES.
       01  WS-REPT-BOOK-TITLE      PIC X(80)
           VALUE 'ACTIVITY BOOKED TO THE JOURNAL'.
       01  WS-REPT-BOOK-HEADING.
           05 FILLER               PIC X(04) VALUE 'ACT'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE '   JOURNAL DEBITS'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE '  JOURNAL CREDITS'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE '  UNMAPPED DEBITS'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE ' UNMAPPED CREDITS'.
       01  WS-REPT-BOOK-DETAIL.
           05 WS-BOOK-ACTIVITY     PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-BOOK-JRN-DEBIT    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-BOOK-JRN-CREDIT   PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-BOOK-UNM-DEBIT    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-BOOK-UNM-CREDIT   PIC Z(12)9.99- VALUE ZEROS.
       01  WS-REPT-ENTRY-TITLE     PIC X(80)
           VALUE 'JOURNAL ENTRIES BY ACCOUNT GROUP AND GL ACCOUNT'.
       01  WS-REPT-ENTRY-HEADING.
           05 FILLER               PIC X(10) VALUE 'GROUP ID'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'GL ACCOUNT'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'SIDE'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE '           AMOUNT'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE '    ITEMS'.
           05 FILLER               PIC X(20) VALUE SPACES.
       01  WS-REPT-ENTRY-DETAIL.
           05 WS-ENT-GROUP-ID      PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ENT-GL-ACCT       PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ENT-SIDE          PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ENT-AMOUNT        PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ENT-ITEMS         PIC Z(08)9 VALUE ZEROS.
           05 FILLER               PIC X(20) VALUE SPACES.
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCGLJRNB'.
           05 WS-RCT-PERIOD-TYPE   PIC X(01) VALUE 'D'.
           05 WS-RCT-PREREQ-COUNT  PIC S9(04) COMP VALUE +2.
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
           05 FILLER               PIC X(09) VALUE 'CCTRNPSBD'.
           05 FILLER               PIC X(09) VALUE 'CCREJLDBD'.
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
           PERFORM 2000-PROCESS-ACTIVITY
              THRU 2000-PROCESS-ACTIVITY-EXIT
              UNTIL WS-ACTIVITY-EOF
           PERFORM 4000-RELEASE-JOURNAL
              THRU 4000-RELEASE-JOURNAL-EXIT
           PERFORM 3000-WRITE-PROOF-REPORT
              THRU 3000-WRITE-PROOF-REPORT-EXIT
           PERFORM 9999-TERMINATE
              THRU 9999-TERMINATE-EXIT
           PERFORM 9600-END-RUN-CONTROL
              THRU 9600-END-RUN-CONTROL-EXIT
           STOP RUN.
      ******************************************************************
      *
      *    INITIALIZE SECTION
      *    The journal file is opened - and so emptied - up front:
      *    whatever the outcome, yesterday's journal is never left
      *    standing for the ledger to load twice.
      *
      ******************************************************************
       1000-INITIALIZE.
           MOVE WS-RCT-BUS-YEAR            TO WS-RUN-YEAR
           MOVE WS-RCT-BUS-MONTH           TO WS-RUN-MONTH
           MOVE WS-RCT-BUS-DAY             TO WS-RUN-DAY
           PERFORM 1050-CLEAR-ACTIVITY-TOTALS
              THRU 1050-CLEAR-ACTIVITY-TOTALS-EXIT
              VARYING WS-ACT-IDX FROM 1 BY 1
                UNTIL WS-ACT-IDX > WS-ACT-MAX
           OPEN INPUT  GL-ACTIVITY-FILE
           OPEN INPUT  GL-MAP-FILE
           OPEN INPUT  ACCOUNT-MASTER-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT PROOF-REPORT-FILE
           IF NOT WS-GLA-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCGLJRNB: UNABLE TO OPEN GLACTV - STATUS '
                       WS-GLA-STATUS
               SET WS-INPUT-ERROR          TO TRUE
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-ACT-OK
               SET WS-ACCT-FILE-OPEN       TO TRUE
           ELSE
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCGLJRNB: UNABLE TO OPEN ACCTDAT - STATUS '
                       WS-ACT-STATUS
               SET WS-INPUT-ERROR          TO TRUE
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-GLJ-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCGLJRNB: UNABLE TO OPEN GLJRNL - STATUS '
                       WS-GLJ-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCGLJRNB: UNABLE TO OPEN GLRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           PERFORM 1100-LOAD-MAP-TABLE
              THRU 1100-LOAD-MAP-TABLE-EXIT
           IF WS-ACTIVITY-NOT-EOF
               PERFORM 2100-READ-NEXT-ACTIVITY
                  THRU 2100-READ-NEXT-ACTIVITY-EXIT
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.
      ******************************************************************
       1050-CLEAR-ACTIVITY-TOTALS.
           SET WS-ACT-CTL-MISSING(WS-ACT-IDX) TO TRUE
           MOVE ZEROS              TO WS-ACT-CTL-COUNT(WS-ACT-IDX)
           MOVE ZEROS              TO WS-ACT-CTL-AMOUNT(WS-ACT-IDX)
           MOVE ZEROS              TO WS-ACT-DTL-COUNT(WS-ACT-IDX)
           MOVE ZEROS              TO WS-ACT-DTL-AMOUNT(WS-ACT-IDX)
           MOVE ZEROS              TO WS-ACT-JRN-DEBIT(WS-ACT-IDX)
           MOVE ZEROS              TO WS-ACT-JRN-CREDIT(WS-ACT-IDX)
           MOVE ZEROS              TO WS-ACT-UNM-DEBIT(WS-ACT-IDX)
           MOVE ZEROS              TO WS-ACT-UNM-CREDIT(WS-ACT-IDX)
           MOVE ZEROS              TO WS-ACT-STALE-COUNT(WS-ACT-IDX)
           MOVE SPACES             TO WS-ACT-TIE-STATUS(WS-ACT-IDX)
       1050-CLEAR-ACTIVITY-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD MAPPING TABLE SECTION
      *    A missing mapping file leaves the table empty; nothing
      *    can then be booked and the journal is held, which is
      *    what should happen.
      *
      ******************************************************************
       1100-LOAD-MAP-TABLE.
           IF WS-MAP-OK
               PERFORM 1110-LOAD-ONE-MAP
                  THRU 1110-LOAD-ONE-MAP-EXIT
                  UNTIL WS-MAP-FILE-EOF
           ELSE
               DISPLAY 'CCGLJRNB: GLMAP NOT AVAILABLE - NO ACTIVITY '
                       'CAN BE JOURNALED'
           END-IF
           DISPLAY 'CCGLJRNB: GL MAPPINGS LOADED = ' WS-MAP-COUNT
       1100-LOAD-MAP-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD ONE MAPPING RECORD SECTION
      *    A record with an unknown activity code, a side other than
      *    D or C, or no GL account is reported and skipped. A
      *    usable record arriving after the table is full is
      *    counted so the proof shows why its activity went
      *    unmapped.
      *
      ******************************************************************
       1110-LOAD-ONE-MAP.
           READ GL-MAP-FILE
           EVALUATE TRUE
               WHEN WS-MAP-OK
                   MOVE ZEROS              TO WS-ACT-FOUND
                   PERFORM 1120-MATCH-MAP-ACTIVITY
                      THRU 1120-MATCH-MAP-ACTIVITY-EXIT
                      VARYING WS-ACT-IDX FROM 1 BY 1
                        UNTIL WS-ACT-IDX > WS-ACT-MAX
                   IF WS-ACT-FOUND = ZEROS
                   OR (NOT MAP-DEBIT-SIDE AND NOT MAP-CREDIT-SIDE)
                   OR MAP-GL-ACCT = SPACES
                       ADD 1               TO WS-MAP-BAD-COUNT
                       DISPLAY 'CCGLJRNB: UNUSABLE GLMAP RECORD '
                               'SKIPPED - ' MAP-ACTIVITY-CD ' '
                               MAP-GROUP-ID ' ' MAP-DR-CR-IND
                   ELSE
                   IF WS-MAP-COUNT NOT < WS-MAP-MAX
                       ADD 1               TO WS-MAP-OVER-COUNT
                       DISPLAY 'CCGLJRNB: MAPPING TABLE FULL - '
                               MAP-ACTIVITY-CD ' ' MAP-GROUP-ID ' '
                               MAP-DR-CR-IND ' NOT LOADED'
                   ELSE
                       ADD 1               TO WS-MAP-COUNT
                       ADD 1               TO WS-MAP-LOAD-COUNT
                       MOVE MAP-ACTIVITY-CD TO
                            WS-MAP-ACTIVITY-CD(WS-MAP-COUNT)
                       MOVE MAP-GROUP-ID   TO
                            WS-MAP-GROUP-ID(WS-MAP-COUNT)
                       MOVE MAP-DR-CR-IND  TO
                            WS-MAP-DR-CR-IND(WS-MAP-COUNT)
                       MOVE MAP-GL-ACCT    TO
                            WS-MAP-GL-ACCT(WS-MAP-COUNT)
                   END-IF
                   END-IF
               WHEN WS-MAP-EOF
                   SET WS-MAP-FILE-EOF     TO TRUE
               WHEN OTHER
                   DISPLAY 'CCGLJRNB: GLMAP READ ERROR - STATUS '
                           WS-MAP-STATUS
                   SET WS-MAP-FILE-EOF     TO TRUE
           END-EVALUATE
       1110-LOAD-ONE-MAP-EXIT.
           EXIT.
      ******************************************************************
       1120-MATCH-MAP-ACTIVITY.
           IF WS-ACT-FOUND = ZEROS
          AND MAP-ACTIVITY-CD = WS-ACT-CODE(WS-ACT-IDX)
               MOVE WS-ACT-IDX             TO WS-ACT-FOUND
           END-IF
       1120-MATCH-MAP-ACTIVITY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS ONE ACTIVITY RECORD SECTION
      *    Control records are gathered for the proof; detail
      *    records are booked to the journal. A record with an
      *    activity code no source writes, or an unusable amount,
      *    is reported and left out - the proof will not tie. So is
      *    a record for another business date; its activity is then
      *    shown on the tie-out as WRONG DATE.
      *
      ******************************************************************
       2000-PROCESS-ACTIVITY.
           MOVE ZEROS                      TO WS-ACT-FOUND
           PERFORM 2010-MATCH-ACTIVITY
              THRU 2010-MATCH-ACTIVITY-EXIT
              VARYING WS-ACT-IDX FROM 1 BY 1
                UNTIL WS-ACT-IDX > WS-ACT-MAX
           EVALUATE TRUE
               WHEN WS-ACT-FOUND = ZEROS
               OR GLA-AMOUNT NOT NUMERIC
               OR GLA-ITEM-COUNT NOT NUMERIC
                   ADD 1                   TO WS-BAD-COUNT
                   DISPLAY 'CCGLJRNB: UNUSABLE GLACTV RECORD '
                           WS-READ-COUNT ' - ' GLA-SOURCE-PGM ' '
                           GLA-ACTIVITY-CD
               WHEN GLA-RUN-DATE NOT = WS-RUN-DATE-N
                   ADD 1                   TO WS-STALE-COUNT
                   ADD 1           TO WS-ACT-STALE-COUNT(WS-ACT-FOUND)
                   DISPLAY 'CCGLJRNB: GLACTV RECORD ' WS-READ-COUNT
                           ' DATED ' GLA-RUN-DATE ' NOT '
                           WS-RUN-DATE-N ' - ' GLA-SOURCE-PGM ' '
                           GLA-ACTIVITY-CD ' SKIPPED'
               WHEN GLA-CONTROL
                   PERFORM 2200-TAKE-CONTROL
                      THRU 2200-TAKE-CONTROL-EXIT
               WHEN GLA-DETAIL
                   PERFORM 2300-TAKE-DETAIL
                      THRU 2300-TAKE-DETAIL-EXIT
               WHEN OTHER
                   ADD 1                   TO WS-BAD-COUNT
                   DISPLAY 'CCGLJRNB: UNKNOWN GLACTV RECORD TYPE '
                           GLA-REC-TYPE ' ON RECORD ' WS-READ-COUNT
           END-EVALUATE
           PERFORM 2100-READ-NEXT-ACTIVITY
              THRU 2100-READ-NEXT-ACTIVITY-EXIT
       2000-PROCESS-ACTIVITY-EXIT.
           EXIT.
      ******************************************************************
       2010-MATCH-ACTIVITY.
           IF WS-ACT-FOUND = ZEROS
          AND GLA-ACTIVITY-CD = WS-ACT-CODE(WS-ACT-IDX)
               MOVE WS-ACT-IDX             TO WS-ACT-FOUND
           END-IF
       2010-MATCH-ACTIVITY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ NEXT ACTIVITY RECORD SECTION
      *
      ******************************************************************
       2100-READ-NEXT-ACTIVITY.
           READ GL-ACTIVITY-FILE
           EVALUATE TRUE
               WHEN WS-GLA-OK
                   ADD 1                   TO WS-READ-COUNT
               WHEN WS-GLA-EOF
                   SET WS-ACTIVITY-EOF     TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCGLJRNB: GLACTV READ ERROR - STATUS '
                           WS-GLA-STATUS
                   SET WS-INPUT-ERROR      TO TRUE
                   SET WS-ACTIVITY-EOF     TO TRUE
           END-EVALUATE
       2100-READ-NEXT-ACTIVITY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TAKE CONTROL RECORD SECTION
      *    Control records add up, so two runs of a source on the
      *    same day prove against both their details.
      *
      ******************************************************************
       2200-TAKE-CONTROL.
           ADD 1                           TO WS-CONTROL-COUNT
           SET WS-ACT-CTL-FOUND(WS-ACT-FOUND) TO TRUE
           ADD GLA-ITEM-COUNT      TO WS-ACT-CTL-COUNT(WS-ACT-FOUND)
           ADD GLA-AMOUNT          TO WS-ACT-CTL-AMOUNT(WS-ACT-FOUND)
       2200-TAKE-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TAKE DETAIL RECORD SECTION
      *    The item is counted against its activity, its group
      *    settled, and its amount booked once to each side.
      *
      ******************************************************************
       2300-TAKE-DETAIL.
           ADD 1                           TO WS-DETAIL-COUNT
           ADD GLA-ITEM-COUNT      TO WS-ACT-DTL-COUNT(WS-ACT-FOUND)
           ADD GLA-AMOUNT          TO WS-ACT-DTL-AMOUNT(WS-ACT-FOUND)
           MOVE GLA-GROUP-ID               TO WS-BOOK-GROUP-ID
           IF WS-BOOK-GROUP-ID = SPACES
               PERFORM 2400-LOOK-UP-GROUP
                  THRU 2400-LOOK-UP-GROUP-EXIT
           END-IF
           IF GLA-AMOUNT < ZEROS
               COMPUTE WS-BOOK-AMOUNT = ZEROS - GLA-AMOUNT
               MOVE 'C'                    TO WS-BOOK-MAP-SIDE
               SET WS-BOOK-DEBIT           TO TRUE
               PERFORM 2500-BOOK-ONE-SIDE
                  THRU 2500-BOOK-ONE-SIDE-EXIT
               MOVE 'D'                    TO WS-BOOK-MAP-SIDE
               SET WS-BOOK-CREDIT          TO TRUE
               PERFORM 2500-BOOK-ONE-SIDE
                  THRU 2500-BOOK-ONE-SIDE-EXIT
           ELSE
               MOVE GLA-AMOUNT             TO WS-BOOK-AMOUNT
               MOVE 'D'                    TO WS-BOOK-MAP-SIDE
               SET WS-BOOK-DEBIT           TO TRUE
               PERFORM 2500-BOOK-ONE-SIDE
                  THRU 2500-BOOK-ONE-SIDE-EXIT
               MOVE 'C'                    TO WS-BOOK-MAP-SIDE
               SET WS-BOOK-CREDIT          TO TRUE
               PERFORM 2500-BOOK-ONE-SIDE
                  THRU 2500-BOOK-ONE-SIDE-EXIT
           END-IF
       2300-TAKE-DETAIL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOOK UP ACCOUNT GROUP SECTION
      *    For activity written without a group. An account no
      *    longer on file books under a blank group, which only a
      *    blank-group mapping record covers.
      *
      ******************************************************************
       2400-LOOK-UP-GROUP.
           IF WS-ACCT-FILE-OPEN
          AND GLA-ACCT-ID NUMERIC
               MOVE GLA-ACCT-ID            TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-ACT-OK
                       ADD 1               TO WS-LOOKUP-COUNT
                       MOVE ACCT-GROUP-ID  TO WS-BOOK-GROUP-ID
                   WHEN WS-ACT-NOTFND
                       ADD 1               TO WS-NO-GROUP-COUNT
                   WHEN OTHER
                       ADD 1               TO WS-NO-GROUP-COUNT
                       DISPLAY 'CCGLJRNB: ACCTDAT READ ERROR - '
                               'STATUS ' WS-ACT-STATUS
                               ' ACCOUNT ' GLA-ACCT-ID
               END-EVALUATE
           ELSE
               ADD 1                       TO WS-NO-GROUP-COUNT
           END-IF
       2400-LOOK-UP-GROUP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BOOK ONE SIDE SECTION
      *    Finds the GL account for the activity, group and mapping
      *    side - a mapping for the group itself first, then one
      *    with a blank group - and adds the amount to that journal
      *    entry. With no mapping the amount is left out of the
      *    journal and counted as unmapped for its activity.
      *
      ******************************************************************
       2500-BOOK-ONE-SIDE.
           MOVE ZEROS                      TO WS-MAP-FOUND
           PERFORM 2510-MATCH-GROUP-MAP
              THRU 2510-MATCH-GROUP-MAP-EXIT
              VARYING WS-MAP-IDX FROM 1 BY 1
                UNTIL WS-MAP-IDX > WS-MAP-COUNT
           IF WS-MAP-FOUND = ZEROS
               PERFORM 2520-MATCH-GENERIC-MAP
                  THRU 2520-MATCH-GENERIC-MAP-EXIT
                  VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
           END-IF
           IF WS-MAP-FOUND = ZEROS
               ADD 1                       TO WS-UNMAPPED-COUNT
               IF WS-BOOK-DEBIT
                   ADD WS-BOOK-AMOUNT
                               TO WS-ACT-UNM-DEBIT(WS-ACT-FOUND)
               ELSE
                   ADD WS-BOOK-AMOUNT
                               TO WS-ACT-UNM-CREDIT(WS-ACT-FOUND)
               END-IF
           ELSE
               MOVE WS-MAP-GL-ACCT(WS-MAP-FOUND)
                                           TO WS-BOOK-GL-ACCT
               PERFORM 2600-ADD-JOURNAL-ENTRY
                  THRU 2600-ADD-JOURNAL-ENTRY-EXIT
           END-IF
       2500-BOOK-ONE-SIDE-EXIT.
           EXIT.
      ******************************************************************
       2510-MATCH-GROUP-MAP.
           IF WS-MAP-FOUND = ZEROS
          AND WS-MAP-ACTIVITY-CD(WS-MAP-IDX) = GLA-ACTIVITY-CD
          AND WS-MAP-DR-CR-IND(WS-MAP-IDX) = WS-BOOK-MAP-SIDE
          AND WS-MAP-GROUP-ID(WS-MAP-IDX) = WS-BOOK-GROUP-ID
               MOVE WS-MAP-IDX             TO WS-MAP-FOUND
           END-IF
       2510-MATCH-GROUP-MAP-EXIT.
           EXIT.
      ******************************************************************
       2520-MATCH-GENERIC-MAP.
           IF WS-MAP-FOUND = ZEROS
          AND WS-MAP-ACTIVITY-CD(WS-MAP-IDX) = GLA-ACTIVITY-CD
          AND WS-MAP-DR-CR-IND(WS-MAP-IDX) = WS-BOOK-MAP-SIDE
          AND WS-MAP-GROUP-ID(WS-MAP-IDX) = SPACES
               MOVE WS-MAP-IDX             TO WS-MAP-FOUND
           END-IF
       2520-MATCH-GENERIC-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    ADD JOURNAL ENTRY SECTION
      *    Adds the amount into the entry for the group, GL account
      *    and side, opening a new entry the first time. When the
      *    table is full the amount cannot be carried and the
      *    journal is held.
      *
      ******************************************************************
       2600-ADD-JOURNAL-ENTRY.
           MOVE ZEROS                      TO WS-JRN-FOUND
           PERFORM 2610-MATCH-JOURNAL-ENTRY
              THRU 2610-MATCH-JOURNAL-ENTRY-EXIT
              VARYING WS-JRN-IDX FROM 1 BY 1
                UNTIL WS-JRN-IDX > WS-JRN-COUNT
           IF WS-JRN-FOUND = ZEROS
               IF WS-JRN-COUNT NOT < WS-JRN-MAX
                   ADD 1                   TO WS-OVERFLOW-COUNT
                   IF WS-ENTRY-TABLE-OK
                       DISPLAY 'CCGLJRNB: JOURNAL ENTRY TABLE FULL - '
                               'JOURNAL WILL BE HELD'
                   END-IF
                   SET WS-ENTRY-TABLE-FULL TO TRUE
               ELSE
                   ADD 1                   TO WS-JRN-COUNT
                   MOVE WS-JRN-COUNT       TO WS-JRN-FOUND
                   MOVE WS-BOOK-GROUP-ID   TO
                        WS-JRN-GROUP-ID(WS-JRN-FOUND)
                   MOVE WS-BOOK-GL-ACCT    TO
                        WS-JRN-GL-ACCT(WS-JRN-FOUND)
                   MOVE WS-BOOK-ENTRY-SIDE TO
                        WS-JRN-DR-CR-IND(WS-JRN-FOUND)
                   MOVE ZEROS              TO
                        WS-JRN-AMOUNT(WS-JRN-FOUND)
                   MOVE ZEROS              TO
                        WS-JRN-ITEMS(WS-JRN-FOUND)
               END-IF
           END-IF
           IF WS-JRN-FOUND > ZEROS
               ADD WS-BOOK-AMOUNT  TO WS-JRN-AMOUNT(WS-JRN-FOUND)
               ADD 1               TO WS-JRN-ITEMS(WS-JRN-FOUND)
               IF WS-BOOK-DEBIT
                   ADD WS-BOOK-AMOUNT      TO WS-DEBIT-TOTAL
                   ADD WS-BOOK-AMOUNT
                               TO WS-ACT-JRN-DEBIT(WS-ACT-FOUND)
               ELSE
                   ADD WS-BOOK-AMOUNT      TO WS-CREDIT-TOTAL
                   ADD WS-BOOK-AMOUNT
                               TO WS-ACT-JRN-CREDIT(WS-ACT-FOUND)
               END-IF
           END-IF
       2600-ADD-JOURNAL-ENTRY-EXIT.
           EXIT.
      ******************************************************************
       2610-MATCH-JOURNAL-ENTRY.
           IF WS-JRN-FOUND = ZEROS
          AND WS-JRN-GROUP-ID(WS-JRN-IDX) = WS-BOOK-GROUP-ID
          AND WS-JRN-GL-ACCT(WS-JRN-IDX) = WS-BOOK-GL-ACCT
          AND WS-JRN-DR-CR-IND(WS-JRN-IDX) = WS-BOOK-ENTRY-SIDE
               MOVE WS-JRN-IDX             TO WS-JRN-FOUND
           END-IF
       2610-MATCH-JOURNAL-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE PROOF REPORT SECTION
      *    Source tie-out first, then what each activity booked,
      *    the journal entries themselves, the run counts and the
      *    balance line that says whether the journal went out.
      *
      ******************************************************************
       3000-WRITE-PROOF-REPORT.
           MOVE WS-RUN-MONTH               TO WS-REPT-TITLE-DATE(1:2)
           MOVE '/'                       TO WS-REPT-TITLE-DATE(3:1)
           MOVE WS-RUN-DAY                 TO WS-REPT-TITLE-DATE(4:2)
           MOVE '/'                       TO WS-REPT-TITLE-DATE(6:1)
           MOVE WS-RUN-YEAR                TO WS-REPT-TITLE-DATE(7:4)
           WRITE REPT-RECORD               FROM WS-REPT-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           PERFORM 3900-WRITE-BLANK-LINE
              THRU 3900-WRITE-BLANK-LINE-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-TIE-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-TIE-HEADING
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           PERFORM 3200-WRITE-TIE-LINE
              THRU 3200-WRITE-TIE-LINE-EXIT
              VARYING WS-ACT-IDX FROM 1 BY 1
                UNTIL WS-ACT-IDX > WS-ACT-MAX

           PERFORM 3900-WRITE-BLANK-LINE
              THRU 3900-WRITE-BLANK-LINE-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-BOOK-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-BOOK-HEADING
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           PERFORM 3300-WRITE-BOOK-LINE
              THRU 3300-WRITE-BOOK-LINE-EXIT
              VARYING WS-ACT-IDX FROM 1 BY 1
                UNTIL WS-ACT-IDX > WS-ACT-MAX

           PERFORM 3900-WRITE-BLANK-LINE
              THRU 3900-WRITE-BLANK-LINE-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-ENTRY-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-ENTRY-HEADING
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           PERFORM 3400-WRITE-ENTRY-LINE
              THRU 3400-WRITE-ENTRY-LINE-EXIT
              VARYING WS-JRN-IDX FROM 1 BY 1
                UNTIL WS-JRN-IDX > WS-JRN-COUNT

           PERFORM 3500-WRITE-RUN-TOTALS
              THRU 3500-WRITE-RUN-TOTALS-EXIT
       3000-WRITE-PROOF-REPORT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK REPORT STATUS SECTION
      *
      ******************************************************************
       3100-CHECK-REPORT-STATUS.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CCGLJRNB: GLRPT WRITE ERROR - STATUS '
                       WS-RPT-STATUS
           END-IF
       3100-CHECK-REPORT-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE SOURCE TIE-OUT LINE SECTION
      *    The status was settled when the journal was proved.
      *
      ******************************************************************
       3200-WRITE-TIE-LINE.
           MOVE WS-ACT-SOURCE(WS-ACT-IDX)  TO WS-TIE-SOURCE
           MOVE WS-ACT-CODE(WS-ACT-IDX)    TO WS-TIE-ACTIVITY
           MOVE WS-ACT-CTL-COUNT(WS-ACT-IDX) TO WS-TIE-CTL-COUNT
           MOVE WS-ACT-DTL-COUNT(WS-ACT-IDX) TO WS-TIE-DTL-COUNT
           MOVE WS-ACT-CTL-AMOUNT(WS-ACT-IDX) TO WS-TIE-CTL-AMOUNT
           MOVE WS-ACT-DTL-AMOUNT(WS-ACT-IDX) TO WS-TIE-DTL-AMOUNT
           MOVE WS-ACT-TIE-STATUS(WS-ACT-IDX) TO WS-TIE-STATUS
           WRITE REPT-RECORD               FROM WS-REPT-TIE-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3200-WRITE-TIE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE ACTIVITY BOOKING LINE SECTION
      *    For each activity, journal debits plus unmapped debits
      *    and journal credits plus unmapped credits both come to
      *    the gross amount received.
      *
      ******************************************************************
       3300-WRITE-BOOK-LINE.
           MOVE WS-ACT-CODE(WS-ACT-IDX)    TO WS-BOOK-ACTIVITY
           MOVE WS-ACT-JRN-DEBIT(WS-ACT-IDX) TO WS-BOOK-JRN-DEBIT
           MOVE WS-ACT-JRN-CREDIT(WS-ACT-IDX) TO WS-BOOK-JRN-CREDIT
           MOVE WS-ACT-UNM-DEBIT(WS-ACT-IDX) TO WS-BOOK-UNM-DEBIT
           MOVE WS-ACT-UNM-CREDIT(WS-ACT-IDX) TO WS-BOOK-UNM-CREDIT
           WRITE REPT-RECORD               FROM WS-REPT-BOOK-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3300-WRITE-BOOK-LINE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE JOURNAL ENTRY LINE SECTION
      *
      ******************************************************************
       3400-WRITE-ENTRY-LINE.
           MOVE WS-JRN-GROUP-ID(WS-JRN-IDX) TO WS-ENT-GROUP-ID
           MOVE WS-JRN-GL-ACCT(WS-JRN-IDX) TO WS-ENT-GL-ACCT
           IF WS-JRN-DR-CR-IND(WS-JRN-IDX) = 'D'
               MOVE 'DEBIT'                TO WS-ENT-SIDE
           ELSE
               MOVE 'CREDIT'               TO WS-ENT-SIDE
           END-IF
           MOVE WS-JRN-AMOUNT(WS-JRN-IDX)  TO WS-ENT-AMOUNT
           MOVE WS-JRN-ITEMS(WS-JRN-IDX)   TO WS-ENT-ITEMS
           WRITE REPT-RECORD               FROM WS-REPT-ENTRY-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3400-WRITE-ENTRY-LINE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE RUN TOTALS SECTION
      *
      ******************************************************************
       3500-WRITE-RUN-TOTALS.
           PERFORM 3900-WRITE-BLANK-LINE
              THRU 3900-WRITE-BLANK-LINE-EXIT

           MOVE 'ACTIVITY RECORDS READ'    TO WS-REPT-LABEL
           MOVE WS-READ-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DETAIL RECORDS BOOKED'    TO WS-REPT-LABEL
           MOVE WS-DETAIL-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CONTROL RECORDS READ'     TO WS-REPT-LABEL
           MOVE WS-CONTROL-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'UNUSABLE RECORDS SKIPPED' TO WS-REPT-LABEL
           MOVE WS-BAD-COUNT               TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'RECORDS FOR ANOTHER DATE SKIPPED'
                                           TO WS-REPT-LABEL
           MOVE WS-STALE-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'GROUPS LOOKED UP ON ACCOUNT MASTER'
                                           TO WS-REPT-LABEL
           MOVE WS-LOOKUP-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ITEMS BOOKED WITH NO GROUP'
                                           TO WS-REPT-LABEL
           MOVE WS-NO-GROUP-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'MAPPING RECORDS LOADED'   TO WS-REPT-LABEL
           MOVE WS-MAP-LOAD-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'MAPPING RECORDS SKIPPED'  TO WS-REPT-LABEL
           MOVE WS-MAP-BAD-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'MAPPING RECORDS NOT LOADED - TABLE FULL'
                                           TO WS-REPT-LABEL
           MOVE WS-MAP-OVER-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ITEM SIDES WITH NO GL MAPPING'
                                           TO WS-REPT-LABEL
           MOVE WS-UNMAPPED-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ITEM SIDES LOST - ENTRY TABLE FULL'
                                           TO WS-REPT-LABEL
           MOVE WS-OVERFLOW-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'JOURNAL ENTRIES'          TO WS-REPT-LABEL
           MOVE WS-JRN-COUNT               TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'JOURNAL RECORDS WRITTEN'  TO WS-REPT-LABEL
           MOVE WS-JRN-WRITE-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'JOURNAL DEBITS TOTAL'     TO WS-REPT-AMT-LABEL
           MOVE WS-DEBIT-TOTAL             TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'JOURNAL CREDITS TOTAL'    TO WS-REPT-AMT-LABEL
           MOVE WS-CREDIT-TOTAL            TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO WS-REPT-DETAIL
           IF WS-JOURNAL-RELEASED
               MOVE 'DEBITS = CREDITS - JOURNAL RELEASED'
                                           TO WS-REPT-LABEL
           ELSE
           IF WS-INPUT-ERROR
               MOVE 'INPUT NOT READ - JOURNAL NOT RELEASED'
                                           TO WS-REPT-LABEL
           ELSE
           IF WS-SOURCES-NOT-TIED
               MOVE 'SOURCES NOT TIED - JOURNAL NOT RELEASED'
                                           TO WS-REPT-LABEL
           ELSE
               MOVE 'OUT OF BALANCE - JOURNAL NOT RELEASED'
                                           TO WS-REPT-LABEL
           END-IF
           END-IF
           END-IF
           MOVE WS-JRN-COUNT               TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3500-WRITE-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
       3900-WRITE-BLANK-LINE.
           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3900-WRITE-BLANK-LINE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    RELEASE JOURNAL SECTION
      *    Debits must equal credits, every amount must have found
      *    its entry, the activity must have been read through to
      *    the end and every source must tie to its control records
      *    - a source that did not run at all is the one allowance.
      *    Only then is the journal written:
      *    header, the entries, and a trailer carrying the entry
      *    count and both totals. Otherwise the journal file stays
      *    empty and the run says why.
      *
      ******************************************************************
       4000-RELEASE-JOURNAL.
           PERFORM 4050-PROVE-SOURCE-TIE
              THRU 4050-PROVE-SOURCE-TIE-EXIT
              VARYING WS-ACT-IDX FROM 1 BY 1
                UNTIL WS-ACT-IDX > WS-ACT-MAX
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
          AND WS-ENTRY-TABLE-OK
          AND WS-INPUT-OK
          AND WS-SOURCES-TIED
          AND WS-GLJ-STATUS = '00'
               SET WS-JOURNAL-RELEASED     TO TRUE
           ELSE
               SET WS-JOURNAL-HELD         TO TRUE
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCGLJRNB: JOURNAL NOT RELEASED'
           END-IF
           IF WS-JOURNAL-RELEASED
               MOVE SPACES                 TO GL-JOURNAL-RECORD
               SET GLJ-HEADER              TO TRUE
               MOVE WS-RUN-DATE-N          TO GLJ-JOURNAL-DATE
               MOVE 'CARDDEMO'             TO GLJ-SOURCE-SYSTEM
               PERFORM 4200-WRITE-JOURNAL-RECORD
                  THRU 4200-WRITE-JOURNAL-RECORD-EXIT
               PERFORM 4100-WRITE-JOURNAL-ENTRY
                  THRU 4100-WRITE-JOURNAL-ENTRY-EXIT
                  VARYING WS-JRN-IDX FROM 1 BY 1
                    UNTIL WS-JRN-IDX > WS-JRN-COUNT
               MOVE SPACES                 TO GL-JOURNAL-RECORD
               SET GLJ-TRAILER             TO TRUE
               MOVE WS-RUN-DATE-N          TO GLJ-JOURNAL-DATE
               MOVE WS-JRN-COUNT           TO GLJ-ENTRY-COUNT
               MOVE WS-DEBIT-TOTAL         TO GLJ-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL        TO GLJ-CREDIT-TOTAL
               PERFORM 4200-WRITE-JOURNAL-RECORD
                  THRU 4200-WRITE-JOURNAL-RECORD-EXIT
           END-IF
       4000-RELEASE-JOURNAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROVE SOURCE TIE SECTION
      *    An activity ties when its details add up to the count and
      *    amount its source's control records claim. No control
      *    record and no details is simply a source that had
      *    nothing to send - interest and fees outside cycle end.
      *    Any other status holds the journal.
      *
      ******************************************************************
       4050-PROVE-SOURCE-TIE.
           EVALUATE TRUE
               WHEN WS-ACT-STALE-COUNT(WS-ACT-IDX) > ZEROS
                   MOVE 'WRONG DATE'
                               TO WS-ACT-TIE-STATUS(WS-ACT-IDX)
               WHEN WS-ACT-CTL-MISSING(WS-ACT-IDX)
                AND WS-ACT-DTL-COUNT(WS-ACT-IDX) = ZEROS
                   MOVE 'NOT RUN'
                               TO WS-ACT-TIE-STATUS(WS-ACT-IDX)
               WHEN WS-ACT-CTL-MISSING(WS-ACT-IDX)
                   MOVE 'NO CONTROL'
                               TO WS-ACT-TIE-STATUS(WS-ACT-IDX)
               WHEN WS-ACT-CTL-COUNT(WS-ACT-IDX) =
                    WS-ACT-DTL-COUNT(WS-ACT-IDX)
                AND WS-ACT-CTL-AMOUNT(WS-ACT-IDX) =
                    WS-ACT-DTL-AMOUNT(WS-ACT-IDX)
                   MOVE 'TIES'
                               TO WS-ACT-TIE-STATUS(WS-ACT-IDX)
               WHEN OTHER
                   MOVE 'NO TIE'
                               TO WS-ACT-TIE-STATUS(WS-ACT-IDX)
           END-EVALUATE
           IF WS-ACT-TIE-STATUS(WS-ACT-IDX) NOT = 'TIES'
          AND WS-ACT-TIE-STATUS(WS-ACT-IDX) NOT = 'NOT RUN'
               SET WS-SOURCES-NOT-TIED     TO TRUE
               DISPLAY 'CCGLJRNB: ' WS-ACT-SOURCE(WS-ACT-IDX) ' '
                       WS-ACT-CODE(WS-ACT-IDX) ' '
                       WS-ACT-TIE-STATUS(WS-ACT-IDX)
                       ' - JOURNAL WILL BE HELD'
           END-IF
       4050-PROVE-SOURCE-TIE-EXIT.
           EXIT.
      ******************************************************************
       4100-WRITE-JOURNAL-ENTRY.
           MOVE SPACES                     TO GL-JOURNAL-RECORD
           SET GLJ-ENTRY                   TO TRUE
           MOVE WS-RUN-DATE-N              TO GLJ-JOURNAL-DATE
           MOVE WS-JRN-GROUP-ID(WS-JRN-IDX) TO GLJ-GROUP-ID
           MOVE WS-JRN-GL-ACCT(WS-JRN-IDX) TO GLJ-GL-ACCT
           MOVE WS-JRN-DR-CR-IND(WS-JRN-IDX) TO GLJ-DR-CR-IND
           MOVE WS-JRN-AMOUNT(WS-JRN-IDX)  TO GLJ-AMOUNT
           MOVE WS-JRN-ITEMS(WS-JRN-IDX)   TO GLJ-ITEM-COUNT
           PERFORM 4200-WRITE-JOURNAL-RECORD
              THRU 4200-WRITE-JOURNAL-RECORD-EXIT
       4100-WRITE-JOURNAL-ENTRY-EXIT.
           EXIT.
      ******************************************************************
       4200-WRITE-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD
           IF WS-GLJ-STATUS = '00'
               ADD 1                       TO WS-JRN-WRITE-COUNT
           ELSE
               DISPLAY 'CCGLJRNB: GLJRNL WRITE ERROR - STATUS '
                       WS-GLJ-STATUS
           END-IF
       4200-WRITE-JOURNAL-RECORD-EXIT.
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
                   DISPLAY 'CCGLJRNB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCGLJRNB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCGLJRNB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCGLJRNB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCGLJRNB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCGLJRNB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCGLJRNB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCGLJRNB: PREREQUISITE '
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
                       DISPLAY 'CCGLJRNB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCGLJRNB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCGLJRNB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCGLJRNB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCGLJRNB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCGLJRNB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCGLJRNB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Activity records read, journal records written,
      *    items that could not be journalled and the debit total. A
      *    journal held back because it did not prove is failed.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-READ-COUNT              TO WS-RCT-READ-COUNT
           MOVE WS-JRN-WRITE-COUNT         TO WS-RCT-PROC-COUNT
           COMPUTE WS-RCT-EXCP-COUNT = WS-UNMAPPED-COUNT
                                   + WS-BAD-COUNT
                                   + WS-STALE-COUNT
                                   + WS-OVERFLOW-COUNT
           MOVE WS-DEBIT-TOTAL             TO WS-RCT-AMOUNT
           IF WS-JOURNAL-HELD
               SET WS-RCT-RUN-FAILED       TO TRUE
           END-IF
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE GL-ACTIVITY-FILE
                 GL-MAP-FILE
                 ACCOUNT-MASTER-FILE
                 GL-JOURNAL-FILE
                 PROOF-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
