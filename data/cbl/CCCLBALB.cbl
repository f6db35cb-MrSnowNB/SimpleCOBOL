      *****************************************************************
      * Program:     CCCLBALB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Closed Accounts With Balance Report              *
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
      *    Daily closed-with-balance report batch.
      *
      *    Passes the account master (ACCTDAT) once and lists every
      *    closed account (ACCT-ACTIVE-STATUS N) still carrying a
      *    balance, so collections can work the balances down and
      *    finance can charge off what will not be recovered. Each
      *    line carries the closure date and reason recorded when
      *    the account was closed, the days since closure, the
      *    delinquency bucket and amount past due from the
      *    delinquency file (DELINQ) as of the last aging run, the
      *    balance, and a suggested action:
      *        CHARGE-OFF  a debit balance closed for charge-off,
      *                    closed for the charge-off period or
      *                    longer, or aged 120 days or more
      *        WORK DOWN   any other debit balance
      *        REFUND      a credit balance owed to the cardholder
      *    An account closed before closure dates were kept has no
      *    date to age and is listed for work-down with NO DATE in
      *    place of its days. Nothing is changed on any file. The
      *    report (CLBRPT) closes with the counts and totals by
      *    suggested action.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a daily run, keyed by
      *    business date, with its start and end status and control
      *    totals. It will not start until the day's posting
      *    (CCTRNPSB) has completed the same business date, so the
      *    balances reported are the posted ones, nor a second time
      *    once it has completed that business date, unless the run
      *    parameter file (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCCLBALB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACT-STATUS.

           SELECT DELINQ-FILE         ASSIGN TO DELINQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLQ-ACCT-ID
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT CLOSED-REPORT-FILE  ASSIGN TO CLBRPT
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
       FD  DELINQ-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVDLQ01Y.
      ******************************************************************
       FD  CLOSED-REPORT-FILE
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
           05 WS-DLQ-STATUS       PIC X(02) VALUE SPACES.
              88 WS-DLQ-OK            VALUE '00'.
              88 WS-DLQ-NOTFND        VALUE '23'.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-ACCT-EOF              VALUE 'Y'.
           88 WS-ACCT-NOT-EOF          VALUE 'N'.
       01  WS-DLQ-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88 WS-DLQ-AVAILABLE         VALUE 'Y'.
           88 WS-DLQ-UNAVAILABLE       VALUE 'N'.
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
      *    CHARGE-OFF RULES
      *    A debit balance on an account closed at least this many
      *    days, or aged into the 120+ bucket, is put forward for
      *    charge-off.
      ******************************************************************
       01  WS-CHARGE-OFF-RULES.
           05 WS-CHGOFF-DAYS       PIC 9(05) VALUE 180.
      ******************************************************************
      *    CLOSED ACCOUNT WORK AREAS
      ******************************************************************
       01  WS-CLOSED-WORK.
           05 WS-CLOSE-DATE        PIC X(10) VALUE SPACES.
           05 WS-CLOSE-DATE-R REDEFINES WS-CLOSE-DATE.
              10 WS-CLOSE-YEAR     PIC 9(04).
              10 FILLER            PIC X(01).
              10 WS-CLOSE-MONTH    PIC 9(02).
              10 FILLER            PIC X(01).
              10 WS-CLOSE-DAY      PIC 9(02).
           05 WS-CLOSE-DATE-WORK.
              10 WS-CLW-YEAR       PIC 9(04).
              10 WS-CLW-MONTH      PIC 9(02).
              10 WS-CLW-DAY        PIC 9(02).
           05 WS-CLOSE-DATE-N REDEFINES WS-CLOSE-DATE-WORK
                                   PIC 9(08).
           05 WS-DAYS-CLOSED       PIC S9(07) COMP-3 VALUE ZEROS.
           05 WS-DATE-FLAG         PIC X(01) VALUE 'N'.
              88 WS-CLOSE-DATED        VALUE 'Y'.
              88 WS-CLOSE-UNDATED      VALUE 'N'.
           05 WS-SUGGESTED-ACTION  PIC X(01) VALUE SPACES.
              88 WS-ACT-CHARGE-OFF     VALUE 'C'.
              88 WS-ACT-WORK-DOWN      VALUE 'W'.
              88 WS-ACT-REFUND         VALUE 'R'.
      ******************************************************************
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-SCAN-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-CLOSED-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-ZERO-BAL-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-LISTED-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-CHGOFF-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-WORKDOWN-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-REFUND-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-UNDATED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-NO-DLQ-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-ERROR-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-CHGOFF-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-WORKDOWN-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-REFUND-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-PAST-DUE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'CLOSED ACCOUNTS WITH BALANCE  '.
           05 FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05 WS-REPT-TITLE-DATE   PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE SPACES.
       01  WS-REPT-ACCT-HEADING.
           05 FILLER               PIC X(12) VALUE 'ACCOUNT     '.
           05 FILLER               PIC X(11) VALUE 'CLOSED     '.
           05 FILLER               PIC X(04) VALUE 'RSN '.
           05 FILLER               PIC X(06) VALUE '  DAYS'.
           05 FILLER               PIC X(08) VALUE ' BUCKET '.
           05 FILLER               PIC X(14) VALUE '       BALANCE'.
           05 FILLER               PIC X(14) VALUE '      PAST DUE'.
           05 FILLER               PIC X(11) VALUE ' ACTION    '.
       01  WS-REPT-ACCT-DETAIL.
           05 WS-CLD-ACCT-ID       PIC 9(11) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CLD-CLOSE-DATE    PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CLD-REASON        PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-CLD-DAYS          PIC X(07) VALUE SPACES.
           05 WS-CLD-DAYS-N REDEFINES WS-CLD-DAYS
                                   PIC Z(6)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CLD-BUCKET        PIC X(07) VALUE SPACES.
           05 WS-CLD-BALANCE       PIC Z(8)9.99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CLD-PAST-DUE      PIC Z(8)9.99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CLD-ACTION        PIC X(10) VALUE SPACES.
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCCLBALB'.
           05 WS-RCT-PERIOD-TYPE   PIC X(01) VALUE 'D'.
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
           05 FILLER               PIC X(09) VALUE 'CCTRNPSBD'.
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
      *    The delinquency file only adds the aging detail; a run
      *    without it still lists every closed balance, with the
      *    bucket shown as NONE.
      *
      ******************************************************************
       1000-INITIALIZE.
           MOVE WS-RCT-BUS-YEAR            TO WS-RUN-YEAR
           MOVE WS-RCT-BUS-MONTH           TO WS-RUN-MONTH
           MOVE WS-RCT-BUS-DAY             TO WS-RUN-DAY
           OPEN INPUT  ACCOUNT-MASTER-FILE
           OPEN INPUT  DELINQ-FILE
           OPEN OUTPUT CLOSED-REPORT-FILE
           IF NOT WS-ACT-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCCLBALB: UNABLE TO OPEN ACCTDAT - STATUS '
                       WS-ACT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-DLQ-OK
               SET WS-DLQ-AVAILABLE        TO TRUE
           ELSE
               DISPLAY 'CCCLBALB: DELINQ NOT AVAILABLE - STATUS '
                       WS-DLQ-STATUS ' - AGING NOT SHOWN'
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCCLBALB: UNABLE TO OPEN CLBRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
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
      *    PROCESS ONE ACCOUNT SECTION
      *    Only closed accounts are looked at; a closed account
      *    whose balance has been brought to zero is counted and
      *    left off the list.
      *
      ******************************************************************
       2000-PROCESS-ACCOUNT.
           IF ACCT-STATUS-CLOSED
               ADD 1                       TO WS-CLOSED-COUNT
               IF ACCT-CURR-BAL = ZEROS
                   ADD 1                   TO WS-ZERO-BAL-COUNT
               ELSE
                   PERFORM 2200-AGE-CLOSURE
                      THRU 2200-AGE-CLOSURE-EXIT
                   PERFORM 2300-FIND-DELINQUENCY
                      THRU 2300-FIND-DELINQUENCY-EXIT
                   PERFORM 2400-SUGGEST-ACTION
                      THRU 2400-SUGGEST-ACTION-EXIT
                   PERFORM 2500-WRITE-ACCOUNT-LINE
                      THRU 2500-WRITE-ACCOUNT-LINE-EXIT
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-ACCOUNT
              THRU 2100-READ-NEXT-ACCOUNT-EXIT
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
                   DISPLAY 'CCCLBALB: ACCTDAT READ ERROR - STATUS '
                           WS-ACT-STATUS
                   SET WS-ACCT-EOF         TO TRUE
           END-EVALUATE
       2100-READ-NEXT-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    AGE CLOSURE SECTION
      *    Days from the recorded closure date to the run date. A
      *    closure date that is missing or not a date leaves the
      *    account undated.
      *
      ******************************************************************
       2200-AGE-CLOSURE.
           SET WS-CLOSE-UNDATED            TO TRUE
           MOVE ZEROS                      TO WS-DAYS-CLOSED
           MOVE ACCT-CLOSE-DATE            TO WS-CLOSE-DATE
           IF WS-CLOSE-YEAR  IS NUMERIC
          AND WS-CLOSE-MONTH IS NUMERIC
          AND WS-CLOSE-DAY   IS NUMERIC
               MOVE WS-CLOSE-YEAR          TO WS-CLW-YEAR
               MOVE WS-CLOSE-MONTH         TO WS-CLW-MONTH
               MOVE WS-CLOSE-DAY           TO WS-CLW-DAY
               IF WS-CLW-YEAR  > 1600
              AND WS-CLW-MONTH > ZEROS AND WS-CLW-MONTH < 13
              AND WS-CLW-DAY   > ZEROS AND WS-CLW-DAY   < 32
                   SET WS-CLOSE-DATED      TO TRUE
                   COMPUTE WS-DAYS-CLOSED =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                         - FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-N)
                   IF WS-DAYS-CLOSED < ZEROS
                       MOVE ZEROS          TO WS-DAYS-CLOSED
                   END-IF
               END-IF
           END-IF
           IF WS-CLOSE-UNDATED
               ADD 1                       TO WS-UNDATED-COUNT
           END-IF
       2200-AGE-CLOSURE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FIND DELINQUENCY SECTION
      *    An account the aging has never seen shows no bucket and
      *    nothing past due.
      *
      ******************************************************************
       2300-FIND-DELINQUENCY.
           MOVE 'NONE'                     TO WS-CLD-BUCKET
           MOVE ZEROS                      TO WS-CLD-PAST-DUE
           IF WS-DLQ-AVAILABLE
               MOVE ACCT-ID                TO DLQ-ACCT-ID
               READ DELINQ-FILE
               EVALUATE TRUE
                   WHEN WS-DLQ-OK
                       PERFORM 2310-SET-BUCKET-TEXT
                          THRU 2310-SET-BUCKET-TEXT-EXIT
                       MOVE DLQ-PAST-DUE-AMT TO WS-CLD-PAST-DUE
                       ADD DLQ-PAST-DUE-AMT TO WS-PAST-DUE-TOTAL
                   WHEN WS-DLQ-NOTFND
                       ADD 1               TO WS-NO-DLQ-COUNT
                   WHEN OTHER
                       ADD 1               TO WS-ERROR-COUNT
                       DISPLAY 'CCCLBALB: DELINQ READ ERROR - STATUS '
                               WS-DLQ-STATUS ' ACCOUNT ' ACCT-ID
               END-EVALUATE
           ELSE
               ADD 1                       TO WS-NO-DLQ-COUNT
           END-IF
       2300-FIND-DELINQUENCY-EXIT.
           EXIT.
      ******************************************************************
       2310-SET-BUCKET-TEXT.
           EVALUATE TRUE
               WHEN DLQ-BKT-30
                   MOVE '30'               TO WS-CLD-BUCKET
               WHEN DLQ-BKT-60
                   MOVE '60'               TO WS-CLD-BUCKET
               WHEN DLQ-BKT-90
                   MOVE '90'               TO WS-CLD-BUCKET
               WHEN DLQ-BKT-120-PLUS
                   MOVE '120+'             TO WS-CLD-BUCKET
               WHEN OTHER
                   MOVE 'CURRENT'          TO WS-CLD-BUCKET
           END-EVALUATE
       2310-SET-BUCKET-TEXT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SUGGEST ACTION SECTION
      *    A credit balance is owed back to the cardholder. A debit
      *    balance goes forward for charge-off when the account was
      *    closed for charge-off, has been closed for the charge-off
      *    period, or has aged 120 days or more; otherwise it is to
      *    be worked down.
      *
      ******************************************************************
       2400-SUGGEST-ACTION.
           EVALUATE TRUE
               WHEN ACCT-CURR-BAL < ZEROS
                   SET WS-ACT-REFUND       TO TRUE
                   ADD 1                   TO WS-REFUND-COUNT
                   ADD ACCT-CURR-BAL       TO WS-REFUND-TOTAL
               WHEN ACCT-CLOSE-CHARGEOFF
               WHEN WS-CLOSE-DATED
                AND WS-DAYS-CLOSED NOT < WS-CHGOFF-DAYS
               WHEN WS-CLD-BUCKET = '120+'
                   SET WS-ACT-CHARGE-OFF   TO TRUE
                   ADD 1                   TO WS-CHGOFF-COUNT
                   ADD ACCT-CURR-BAL       TO WS-CHGOFF-TOTAL
               WHEN OTHER
                   SET WS-ACT-WORK-DOWN    TO TRUE
                   ADD 1                   TO WS-WORKDOWN-COUNT
                   ADD ACCT-CURR-BAL       TO WS-WORKDOWN-TOTAL
           END-EVALUATE
       2400-SUGGEST-ACTION-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE ACCOUNT LINE SECTION
      *
      ******************************************************************
       2500-WRITE-ACCOUNT-LINE.
           MOVE ACCT-ID                    TO WS-CLD-ACCT-ID
           MOVE ACCT-CLOSE-DATE            TO WS-CLD-CLOSE-DATE
           MOVE ACCT-CLOSE-REASON-CD       TO WS-CLD-REASON
           IF WS-CLOSE-DATED
               MOVE WS-DAYS-CLOSED         TO WS-CLD-DAYS-N
           ELSE
               MOVE 'NO DATE'              TO WS-CLD-DAYS
           END-IF
           MOVE ACCT-CURR-BAL              TO WS-CLD-BALANCE
           EVALUATE TRUE
               WHEN WS-ACT-CHARGE-OFF
                   MOVE 'CHARGE-OFF'       TO WS-CLD-ACTION
               WHEN WS-ACT-REFUND
                   MOVE 'REFUND'           TO WS-CLD-ACTION
               WHEN OTHER
                   MOVE 'WORK DOWN'        TO WS-CLD-ACTION
           END-EVALUATE
           WRITE REPT-RECORD               FROM WS-REPT-ACCT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           ADD 1                           TO WS-LISTED-COUNT
       2500-WRITE-ACCOUNT-LINE-EXIT.
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

           MOVE 'CLOSED ACCOUNTS'          TO WS-REPT-LABEL
           MOVE WS-CLOSED-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CLOSED - ZERO BALANCE'    TO WS-REPT-LABEL
           MOVE WS-ZERO-BAL-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CLOSED WITH BALANCE - LISTED'
                                           TO WS-REPT-LABEL
           MOVE WS-LISTED-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CHARGE-OFF CANDIDATES'    TO WS-REPT-LABEL
           MOVE WS-CHGOFF-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'TO WORK DOWN'             TO WS-REPT-LABEL
           MOVE WS-WORKDOWN-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CREDIT BALANCES TO REFUND' TO WS-REPT-LABEL
           MOVE WS-REFUND-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'LISTED WITH NO CLOSURE DATE'
                                           TO WS-REPT-LABEL
           MOVE WS-UNDATED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'LISTED WITH NO AGING RECORD'
                                           TO WS-REPT-LABEL
           MOVE WS-NO-DLQ-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DELINQUENCY FILE ERRORS'  TO WS-REPT-LABEL
           MOVE WS-ERROR-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CHARGE-OFF CANDIDATES TOTAL'
                                           TO WS-REPT-AMT-LABEL
           MOVE WS-CHGOFF-TOTAL            TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'TO WORK DOWN TOTAL'       TO WS-REPT-AMT-LABEL
           MOVE WS-WORKDOWN-TOTAL          TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CREDIT BALANCES TOTAL'    TO WS-REPT-AMT-LABEL
           MOVE WS-REFUND-TOTAL            TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AMOUNT PAST DUE TOTAL'    TO WS-REPT-AMT-LABEL
           MOVE WS-PAST-DUE-TOTAL          TO WS-REPT-AMT-VALUE
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
               DISPLAY 'CCCLBALB: CLBRPT WRITE ERROR - STATUS '
                       WS-RPT-STATUS
           END-IF
       3100-CHECK-REPORT-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE REPORT HEADINGS SECTION
      *    The title and the account heading go out first so each
      *    closed balance can be listed as it is found; the totals
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

           WRITE REPT-RECORD               FROM WS-REPT-ACCT-HEADING
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
                   DISPLAY 'CCCLBALB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCCLBALB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCCLBALB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCCLBALB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCCLBALB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCCLBALB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCCLBALB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCCLBALB: PREREQUISITE '
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
                       DISPLAY 'CCCLBALB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCCLBALB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCCLBALB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCCLBALB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCCLBALB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCCLBALB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCCLBALB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Accounts scanned, closed balances listed, delinquency
      *    file errors, and the debit balance still outstanding on
      *    closed accounts.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-SCAN-COUNT              TO WS-RCT-READ-COUNT
           MOVE WS-LISTED-COUNT            TO WS-RCT-PROC-COUNT
           MOVE WS-ERROR-COUNT             TO WS-RCT-EXCP-COUNT
           COMPUTE WS-RCT-AMOUNT = WS-CHGOFF-TOTAL
                                   + WS-WORKDOWN-TOTAL
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
                 DELINQ-FILE
                 CLOSED-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
