      *****************************************************************
      * Program:     CCDSPCRB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Dispute Credits, Reversals and Aged Case Report  *
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
      *    Nightly dispute case batch.
      *
      *    Passes the dispute file (DISPUTE) once and turns the
      *    decisions taken on the dispute screen into postings, in
      *    the DALYTRAN layout, on the dispute transaction file
      *    (DSPTRAN) that operations concatenates onto the next
      *    posting input - the same hand-off the re-presentment
      *    extract uses:
      *
      *    - a newly opened case gets its provisional credit for the
      *      disputed amount and moves to PROVISIONAL CREDIT;
      *    - a case resolved WON before its credit ever went out
      *      gets the credit now, as the final credit;
      *    - a case resolved LOST after its credit went out gets a
      *      reversing debit for the same amount.
      *
      *    Each posting carries the disputed charge's posting date
      *    and sequence in the merchant name so it can be traced
      *    back to the original item on TRANHIST. A case is marked
      *    only once its posting has been written, so a failed write
      *    leaves the case as it was and it goes out on the next run.
      *    A posting written for a case that then cannot be marked
      *    fails the run and is named on the job log and counted on
      *    the report: that item must come out of DSPTRAN, or the
      *    case be marked by hand, before the next run issues it
      *    again.
      *
      *    The aged open-case report (DSPRPT) lists every case still
      *    unresolved against the card network's response deadline -
      *    overdue, due inside the warning window, or later - then
      *    carries the control totals.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a daily run, keyed by
      *    business date, with its start and end status and control
      *    totals. It will not start a second time once it has
      *    completed that business date, unless the run parameter
      *    file (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCDSPCRB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE        ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-STATUS.

           SELECT DISPUTE-TRAN-FILE   ASSIGN TO DSPTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTR-STATUS.

           SELECT CASE-REPORT-FILE    ASSIGN TO DSPRPT
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
       FD  DISPUTE-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVDSP01Y.
      ******************************************************************
       FD  DISPUTE-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DTRN-RECORD                     PIC X(80).
      ******************************************************************
       FD  CASE-REPORT-FILE
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
           05 WS-DSP-STATUS       PIC X(02) VALUE SPACES.
              88 WS-DSP-OK            VALUE '00'.
              88 WS-DSP-EOF           VALUE '10'.
           05 WS-DTR-STATUS       PIC X(02) VALUE SPACES.
              88 WS-DTR-OK            VALUE '00'.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-CASE-EOF              VALUE 'Y'.
           88 WS-CASE-NOT-EOF          VALUE 'N'.
      ******************************************************************
      *    POSTING RECORD BUILT FOR THE DISPUTE TRANSACTION FILE
      ******************************************************************
           COPY CVTRN01Y.
       01  WS-DTRN-MERCHANT.
           05 WS-DTRN-MERCH-TAG    PIC X(11) VALUE SPACES.
           05 WS-DTRN-MERCH-DATE   PIC 9(08) VALUE ZEROS.
           05 WS-DTRN-MERCH-SEQ    PIC 9(09) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
      ******************************************************************
      *    DEADLINE CONTROL
      *    A case whose response deadline falls inside the warning
      *    window is called out separately from the later ones.
      ******************************************************************
       01  WS-DEADLINE-CONTROL.
           05 WS-WARN-DAYS         PIC S9(05) VALUE 7.
           05 WS-RUN-INTEGER       PIC S9(09) COMP VALUE ZEROS.
           05 WS-DAYS-LEFT         PIC S9(09) COMP VALUE ZEROS.
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
       01  WS-RUN-DATE-ISO.
           05 WS-ISO-YEAR          PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WS-ISO-MONTH         PIC 9(02).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WS-ISO-DAY           PIC 9(02).
      ******************************************************************
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-CREDIT-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-REVERSAL-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-TRAN-WRITE-COUNT  PIC 9(09) VALUE ZEROS.
           05 WS-UNRESOLVED-COUNT  PIC 9(09) VALUE ZEROS.
           05 WS-OVERDUE-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-DUE-SOON-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-DUE-LATER-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-WON-COUNT         PIC 9(09) VALUE ZEROS.
           05 WS-LOST-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-OTHER-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-ERROR-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-UNMARKED-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-BALANCE-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-CREDIT-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-REVERSAL-AMOUNT   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-UNRESOLVED-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'DISPUTE CASES - AGED OPEN     '.
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
       01  WS-REPT-CASE-TITLE      PIC X(80)
           VALUE 'UNRESOLVED CASES BY NETWORK RESPONSE DEADLINE'.
       01  WS-REPT-CASE-HEADING.
           05 FILLER               PIC X(16) VALUE 'CARD NUMBER'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE 'ACCOUNT ID'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE 'RSN'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE 'ST'.
           05 FILLER               PIC X(08) VALUE 'OPENED'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'DEADLINE'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE ' LEFT'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE '       AMOUNT'.
           05 FILLER               PIC X(07) VALUE SPACES.
       01  WS-REPT-CASE-DETAIL.
           05 WS-CASE-CARD-NUM     PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CASE-ACCT-ID      PIC 9(11) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CASE-REASON       PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CASE-STATUS       PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CASE-OPEN-DATE    PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CASE-DUE-DATE     PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CASE-DAYS-LEFT    PIC ZZZ9- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CASE-AMOUNT       PIC Z(8)9.99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CASE-FLAG         PIC X(06) VALUE SPACES.
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCDSPCRB'.
           05 WS-RCT-PERIOD-TYPE   PIC X(01) VALUE 'D'.
           05 WS-RCT-PREREQ-COUNT  PIC S9(04) COMP VALUE +0.
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
           05 FILLER               PIC X(09) VALUE SPACES.
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
           PERFORM 2000-PROCESS-CASE
              THRU 2000-PROCESS-CASE-EXIT
              UNTIL WS-CASE-EOF
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
                                              WS-ISO-YEAR
           MOVE WS-RCT-BUS-MONTH           TO WS-RUN-MONTH
                                              WS-ISO-MONTH
           MOVE WS-RCT-BUS-DAY             TO WS-RUN-DAY
                                              WS-ISO-DAY
           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           OPEN I-O    DISPUTE-FILE
           OPEN OUTPUT DISPUTE-TRAN-FILE
           OPEN OUTPUT CASE-REPORT-FILE
           IF NOT WS-DSP-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDSPCRB: UNABLE TO OPEN DISPUTE - STATUS '
                       WS-DSP-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-DTR-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDSPCRB: UNABLE TO OPEN DSPTRAN - STATUS '
                       WS-DTR-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDSPCRB: UNABLE TO OPEN DSPRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           PERFORM 8000-WRITE-REPORT-HEADINGS
              THRU 8000-WRITE-REPORT-HEADINGS-EXIT
           IF WS-CASE-NOT-EOF
               PERFORM 2100-READ-NEXT-CASE
                  THRU 2100-READ-NEXT-CASE-EXIT
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS ONE CASE SECTION
      *    Issues whatever posting the case is owed, then ages it
      *    if it is still unresolved; resolved cases are only
      *    counted.
      *
      ******************************************************************
       2000-PROCESS-CASE.
           EVALUATE TRUE
               WHEN DSP-STAT-OPEN
                AND DSP-CREDIT-NOT-ISSUED
                   PERFORM 2200-ISSUE-CREDIT
                      THRU 2200-ISSUE-CREDIT-EXIT
               WHEN DSP-STAT-WON
                AND DSP-CREDIT-NOT-ISSUED
                   PERFORM 2200-ISSUE-CREDIT
                      THRU 2200-ISSUE-CREDIT-EXIT
               WHEN DSP-STAT-LOST
                AND DSP-CREDIT-ISSUED
                AND DSP-REVERSAL-NOT-ISSUED
                   PERFORM 2300-ISSUE-REVERSAL
                      THRU 2300-ISSUE-REVERSAL-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN DSP-STAT-UNRESOLVED
                   PERFORM 2400-AGE-OPEN-CASE
                      THRU 2400-AGE-OPEN-CASE-EXIT
               WHEN DSP-STAT-WON
                   ADD 1                   TO WS-WON-COUNT
               WHEN DSP-STAT-LOST
                   ADD 1                   TO WS-LOST-COUNT
               WHEN OTHER
                   DISPLAY 'CCDSPCRB: UNKNOWN CASE STATUS '
                           DSP-STATUS ' CARD ' DSP-CARD-NUM
                   ADD 1                   TO WS-OTHER-COUNT
           END-EVALUATE
           PERFORM 2100-READ-NEXT-CASE
              THRU 2100-READ-NEXT-CASE-EXIT
       2000-PROCESS-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ NEXT CASE SECTION
      *
      ******************************************************************
       2100-READ-NEXT-CASE.
           READ DISPUTE-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-DSP-OK
                   ADD 1                   TO WS-READ-COUNT
               WHEN WS-DSP-EOF
                   SET WS-CASE-EOF         TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCDSPCRB: DISPUTE READ ERROR - STATUS '
                           WS-DSP-STATUS
                   SET WS-CASE-EOF         TO TRUE
           END-EVALUATE
       2100-READ-NEXT-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    ISSUE CREDIT SECTION
      *    A credit for the disputed amount goes out; an open case
      *    moves to PROVISIONAL CREDIT, a won case keeps its status.
      *
      ******************************************************************
       2200-ISSUE-CREDIT.
           MOVE 'C'                        TO TRAN-TYPE-CD
           MOVE 'DISPUTE CR '              TO WS-DTRN-MERCH-TAG
           PERFORM 2500-WRITE-DISPUTE-TRAN
              THRU 2500-WRITE-DISPUTE-TRAN-EXIT
           IF WS-DTR-OK
               SET DSP-CREDIT-ISSUED       TO TRUE
               MOVE WS-RUN-DATE-N          TO DSP-CREDIT-DATE
               IF DSP-STAT-OPEN
                   SET DSP-STAT-PROV-CREDIT TO TRUE
                   MOVE WS-RUN-DATE-N      TO DSP-STATUS-DATE
               END-IF
               REWRITE DISPUTE-RECORD
               IF WS-DSP-OK
                   ADD 1                   TO WS-CREDIT-COUNT
                   ADD DSP-DISPUTE-AMOUNT  TO WS-CREDIT-AMOUNT
               ELSE
                   PERFORM 2600-REPORT-UNMARKED-CASE
                      THRU 2600-REPORT-UNMARKED-CASE-EXIT
               END-IF
           END-IF
       2200-ISSUE-CREDIT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    ISSUE REVERSAL SECTION
      *    A lost case takes its provisional credit back with a
      *    debit for the same amount.
      *
      ******************************************************************
       2300-ISSUE-REVERSAL.
           MOVE 'D'                        TO TRAN-TYPE-CD
           MOVE 'DISPUTE RV '              TO WS-DTRN-MERCH-TAG
           PERFORM 2500-WRITE-DISPUTE-TRAN
              THRU 2500-WRITE-DISPUTE-TRAN-EXIT
           IF WS-DTR-OK
               SET DSP-REVERSAL-ISSUED     TO TRUE
               MOVE WS-RUN-DATE-N          TO DSP-REVERSAL-DATE
               REWRITE DISPUTE-RECORD
               IF WS-DSP-OK
                   ADD 1                   TO WS-REVERSAL-COUNT
                   ADD DSP-DISPUTE-AMOUNT  TO WS-REVERSAL-AMOUNT
               ELSE
                   PERFORM 2600-REPORT-UNMARKED-CASE
                      THRU 2600-REPORT-UNMARKED-CASE-EXIT
               END-IF
           END-IF
       2300-ISSUE-REVERSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    AGE OPEN CASE SECTION
      *    Days left runs from today to the response deadline and
      *    goes negative once the deadline has passed.
      *
      ******************************************************************
       2400-AGE-OPEN-CASE.
           ADD 1                           TO WS-UNRESOLVED-COUNT
           ADD DSP-DISPUTE-AMOUNT          TO WS-UNRESOLVED-AMOUNT
           MOVE SPACES                     TO WS-CASE-FLAG
           IF DSP-DUE-DATE NUMERIC
          AND DSP-DUE-DATE > ZEROS
               COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(DSP-DUE-DATE)
                       - WS-RUN-INTEGER
           ELSE
               DISPLAY 'CCDSPCRB: NO RESPONSE DEADLINE ON CASE - '
                       'CARD ' DSP-CARD-NUM
               MOVE ZEROS                  TO WS-DAYS-LEFT
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZEROS
                   ADD 1                   TO WS-OVERDUE-COUNT
                   MOVE 'OVRDUE'           TO WS-CASE-FLAG
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   ADD 1                   TO WS-DUE-SOON-COUNT
                   MOVE 'DUE'              TO WS-CASE-FLAG
               WHEN OTHER
                   ADD 1                   TO WS-DUE-LATER-COUNT
           END-EVALUATE
           MOVE DSP-CARD-NUM               TO WS-CASE-CARD-NUM
           MOVE DSP-ACCT-ID                TO WS-CASE-ACCT-ID
           MOVE DSP-REASON-CD              TO WS-CASE-REASON
           MOVE DSP-STATUS                 TO WS-CASE-STATUS
           MOVE DSP-OPEN-DATE              TO WS-CASE-OPEN-DATE
           MOVE DSP-DUE-DATE               TO WS-CASE-DUE-DATE
           MOVE WS-DAYS-LEFT               TO WS-CASE-DAYS-LEFT
           MOVE DSP-DISPUTE-AMOUNT         TO WS-CASE-AMOUNT
           WRITE REPT-RECORD               FROM WS-REPT-CASE-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       2400-AGE-OPEN-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE DISPUTE TRANSACTION SECTION
      *    Builds the DALYTRAN image for the case's card and account.
      *    The type code and merchant tag are set by the caller; the
      *    merchant name carries the disputed charge's posting date
      *    and sequence.
      *
      ******************************************************************
       2500-WRITE-DISPUTE-TRAN.
           MOVE DSP-CARD-NUM               TO TRAN-CARD-NUM
           MOVE DSP-ACCT-ID                TO TRAN-ACCT-ID
           MOVE DSP-DISPUTE-AMOUNT         TO TRAN-AMOUNT
           MOVE WS-RUN-DATE-ISO            TO TRAN-ORIG-DATE
           MOVE DSP-POST-DATE              TO WS-DTRN-MERCH-DATE
           MOVE DSP-POST-SEQ               TO WS-DTRN-MERCH-SEQ
           MOVE WS-DTRN-MERCHANT           TO TRAN-MERCHANT-NAME
           MOVE SPACES                     TO TRAN-CASH-MARKER
           MOVE DALYTRAN-RECORD            TO DTRN-RECORD
           WRITE DTRN-RECORD
           IF WS-DTR-OK
               ADD 1                       TO WS-TRAN-WRITE-COUNT
           ELSE
               DISPLAY 'CCDSPCRB: DSPTRAN WRITE ERROR - STATUS '
                       WS-DTR-STATUS ' CARD ' DSP-CARD-NUM
               ADD 1                       TO WS-ERROR-COUNT
           END-IF
       2500-WRITE-DISPUTE-TRAN-EXIT.
           EXIT.
      ******************************************************************
      *
      *    REPORT UNMARKED CASE SECTION
      *    The posting is already on DSPTRAN but the case still reads
      *    as not issued, so the next run would issue it again. The
      *    run is failed so the chain stops here until the case is
      *    put right.
      *
      ******************************************************************
       2600-REPORT-UNMARKED-CASE.
           SET WS-RCT-RUN-FAILED           TO TRUE
           ADD 1                           TO WS-UNMARKED-COUNT
           DISPLAY 'CCDSPCRB: DISPUTE REWRITE ERROR - STATUS '
                   WS-DSP-STATUS ' CARD ' DSP-CARD-NUM
                   ' POSTED ' DSP-POST-DATE '/' DSP-POST-SEQ
           DISPLAY 'CCDSPCRB: ' TRAN-TYPE-CD ' ITEM FOR '
                   DSP-DISPUTE-AMOUNT ' IS ON DSPTRAN BUT THE CASE '
                   'IS NOT MARKED - REMOVE IT OR MARK THE CASE'
       2600-REPORT-UNMARKED-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE REPORT HEADINGS SECTION
      *    The title and the open-case heading go out first so each
      *    unresolved case can be listed as it is read; the totals
      *    close the report at the end.
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
           WRITE REPT-RECORD               FROM WS-REPT-CASE-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-CASE-HEADING
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       8000-WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CONTROL REPORT SECTION
      *
      ******************************************************************
       3000-WRITE-CONTROL-REPORT.
           MOVE SPACES                     TO WS-REPT-DETAIL
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CASES READ'               TO WS-REPT-LABEL
           MOVE WS-READ-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CASES UNRESOLVED'         TO WS-REPT-LABEL
           MOVE WS-UNRESOLVED-COUNT        TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  PAST RESPONSE DEADLINE' TO WS-REPT-LABEL
           MOVE WS-OVERDUE-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  DEADLINE WITHIN 7 DAYS' TO WS-REPT-LABEL
           MOVE WS-DUE-SOON-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  DEADLINE LATER'         TO WS-REPT-LABEL
           MOVE WS-DUE-LATER-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CASES RESOLVED WON'       TO WS-REPT-LABEL
           MOVE WS-WON-COUNT               TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CASES RESOLVED LOST'      TO WS-REPT-LABEL
           MOVE WS-LOST-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CASES WITH UNKNOWN STATUS' TO WS-REPT-LABEL
           MOVE WS-OTHER-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CREDITS ISSUED'           TO WS-REPT-LABEL
           MOVE WS-CREDIT-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'REVERSALS ISSUED'         TO WS-REPT-LABEL
           MOVE WS-REVERSAL-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DSPTRAN RECORDS WRITTEN'  TO WS-REPT-LABEL
           MOVE WS-TRAN-WRITE-COUNT        TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ERRORS (CASE LEFT AS IT WAS)'
                                           TO WS-REPT-LABEL
           MOVE WS-ERROR-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'POSTED BUT CASE NOT MARKED'
                                           TO WS-REPT-LABEL
           MOVE WS-UNMARKED-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AMOUNT CREDITED'          TO WS-REPT-AMT-LABEL
           MOVE WS-CREDIT-AMOUNT           TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AMOUNT REVERSED'          TO WS-REPT-AMT-LABEL
           MOVE WS-REVERSAL-AMOUNT         TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AMOUNT IN UNRESOLVED DISPUTES'
                                           TO WS-REPT-AMT-LABEL
           MOVE WS-UNRESOLVED-AMOUNT       TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO WS-REPT-DETAIL
           COMPUTE WS-BALANCE-COUNT =
                   WS-UNRESOLVED-COUNT + WS-WON-COUNT
                 + WS-LOST-COUNT + WS-OTHER-COUNT
           IF WS-BALANCE-COUNT = WS-READ-COUNT
               MOVE 'UNRESOLVED + WON + LOST = READ - BALANCED'
                                           TO WS-REPT-LABEL
           ELSE
               MOVE 'UNRESOLVED + WON + LOST <> READ - CHECK'
                                           TO WS-REPT-LABEL
           END-IF
           MOVE WS-BALANCE-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
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
               DISPLAY 'CCDSPCRB: DSPRPT WRITE ERROR - STATUS '
                       WS-RPT-STATUS
           END-IF
       3100-CHECK-REPORT-STATUS-EXIT.
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
                   DISPLAY 'CCDSPCRB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCDSPCRB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCDSPCRB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCDSPCRB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCDSPCRB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCDSPCRB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCDSPCRB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCDSPCRB: PREREQUISITE '
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
                       DISPLAY 'CCDSPCRB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCDSPCRB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCDSPCRB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCDSPCRB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCDSPCRB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCDSPCRB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCDSPCRB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Cases read, transactions written, errors plus cases
      *    posted but not marked, and the amount credited plus
      *    reversed.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-READ-COUNT              TO WS-RCT-READ-COUNT
           MOVE WS-TRAN-WRITE-COUNT        TO WS-RCT-PROC-COUNT
           COMPUTE WS-RCT-EXCP-COUNT = WS-ERROR-COUNT
                                       + WS-UNMARKED-COUNT
           COMPUTE WS-RCT-AMOUNT = WS-CREDIT-AMOUNT
                                   + WS-REVERSAL-AMOUNT
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE DISPUTE-FILE
                 DISPUTE-TRAN-FILE
                 CASE-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
