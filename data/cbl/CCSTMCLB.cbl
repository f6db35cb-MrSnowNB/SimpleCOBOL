      *    formatted statement goes to the statement file
      *    (STMTFILE): opening balance (closing balance backed off
      *    by the cycle activity), cycle debits, cycle credits and
      *    closing balance, then the minimum payment due and the
      *    payment due date. Once the statement is written the cycle
      *    buckets ACCT-CURR-CYC-DEBIT and ACCT-CURR-CYC-CREDIT are
      *    zeroed in place so next month's posting starts clean,
      *    and the new dues are saved on the account's delinquency
      *    record (DELINQ) for the daily aging batch (CCDLQAGB) to
      *    measure the posted credits against. The minimum payment
      *    is two percent of the closing balance, never less than
      *    $25.00, plus whatever part of last cycle's minimum the
      *    cycle's credits left unpaid, and never more than the
      *    balance; it falls due twenty-five days after the close.
      *    An account whose cross-reference or customer record
      *    cannot be found, or whose delinquency record cannot be
      *    read, is reported and left untouched - buckets and
      *    all - so its full activity is still there for the
      *    close that follows the repair. The control report
      *    (STMRPT) balances the run.
      *
      *    Run order: this close must run AFTER the interest and
      *    fee assessment (CCINTFEB) in the cycle-end chain - that
      *    batch reads and charges against the cycle buckets this
      *    one zeroes. The shared run-control file (RUNCTL)
      *    enforces it: this batch records each cycle it runs, keyed
      *    by cycle month, and will not start until CCINTFEB has
      *    completed the same cycle, nor a second time in a cycle it
      *    has already closed, unless the run parameter file
      *    (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUS-STATUS.

           SELECT DELINQ-FILE         ASSIGN TO DELINQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLQ-ACCT-ID
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT STATEMENT-FILE      ASSIGN TO STMTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT CLOSE-REPORT-FILE   ASSIGN TO STMRPT
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
           RECORD CONTAINS 263 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT03Y.
      ******************************************************************
       FD  DELINQ-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVDLQ01Y.
      ******************************************************************
       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
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
           05 WS-CUS-STATUS       PIC X(02) VALUE SPACES.
              88 WS-CUS-OK            VALUE '00'.
              88 WS-CUS-NOTFND        VALUE '23'.
           05 WS-DLQ-STATUS       PIC X(02) VALUE SPACES.
              88 WS-DLQ-OK            VALUE '00'.
              88 WS-DLQ-NOTFND        VALUE '23'.
           05 WS-STM-STATUS       PIC X(02) VALUE SPACES.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           05 WS-RUN-YEAR          PIC 9(04).
           05 WS-RUN-MONTH         PIC 9(02).
           05 WS-RUN-DAY           PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(08).
      ******************************************************************
      *    PAYMENT DUE RULES
      *    Minimum payment is the percentage of the closing balance
      *    or the floor amount, whichever is greater, plus any
      *    minimum carried unpaid from the last cycle; payment is
      *    due the grace period after the cycle close.
      ******************************************************************
       01  WS-PAYMENT-DUE-RULES.
           05 WS-MIN-PAY-PCT       PIC V9(04) VALUE .0200.
           05 WS-MIN-PAY-FLOOR     PIC 9(05)V99 VALUE 25.00.
           05 WS-PAY-GRACE-DAYS    PIC 9(03) VALUE 25.
      ******************************************************************
      *    PAYMENT DUE WORK AREAS
      ******************************************************************
       01  WS-DUE-WORK.
           05 WS-DLQ-FOUND-FLAG    PIC X(01) VALUE 'N'.
              88 WS-DLQ-ON-FILE        VALUE 'Y'.
              88 WS-DLQ-NOT-ON-FILE    VALUE 'N'.
           05 WS-MIN-PAY-DUE       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-CARRIED-PAST-DUE  PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-CARRIED-DUE-DATE  PIC 9(08) VALUE ZEROS.
           05 WS-DUE-DATE          PIC 9(08) VALUE ZEROS.
           05 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
              10 WS-DUE-YEAR       PIC 9(04).
              10 WS-DUE-MONTH      PIC 9(02).
              10 WS-DUE-DAY        PIC 9(02).
           05 WS-DUE-INTEGER       PIC S9(09) COMP VALUE ZEROS.
      ******************************************************************
      *    STATEMENT WORK AREAS
      ******************************************************************
           05 WS-STMT-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-RESET-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-SKIP-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-DUE-SET-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-CARRIED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-DLQ-ERROR-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-CYC-DEBIT-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-CYC-CREDIT-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-MIN-DUE-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-CARRIED-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    STATEMENT LINE LAYOUTS
      ******************************************************************
           05 WS-STMT-AMT-LABEL    PIC X(20) VALUE SPACES.
           05 WS-STMT-AMT-VALUE    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(43) VALUE SPACES.
       01  WS-STMT-DATE-LINE.
           05 WS-STMT-DATE-LABEL   PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 WS-STMT-DATE-VALUE   PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(43) VALUE SPACES.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCSTMCLB'.
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
           05 FILLER               PIC X(09) VALUE 'CCINTFEBC'.
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
              THRU 3000-WRITE-CONTROL-REPORT-EXIT
           PERFORM 9999-TERMINATE
              THRU 9999-TERMINATE-EXIT
           PERFORM 9600-END-RUN-CONTROL
              THRU 9600-END-RUN-CONTROL-EXIT
           STOP RUN.
      ******************************************************************
      *
      *
      ******************************************************************
       1000-INITIALIZE.
           MOVE WS-RCT-BUS-YEAR            TO WS-RUN-YEAR
           MOVE WS-RCT-BUS-MONTH           TO WS-RUN-MONTH
           MOVE WS-RCT-BUS-DAY             TO WS-RUN-DAY
           OPEN I-O    ACCOUNT-MASTER-FILE
           OPEN INPUT  CARD-XREF-FILE
           OPEN INPUT  CUSTOMER-MASTER-FILE
           OPEN I-O    DELINQ-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF NOT WS-ACT-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCSTMCLB: UNABLE TO OPEN ACCTDAT - STATUS '
                       WS-ACT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-XRF-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCSTMCLB: UNABLE TO OPEN CXACAIX - STATUS '
                       WS-XRF-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-CUS-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCSTMCLB: UNABLE TO OPEN CUSTDAT - STATUS '
                       WS-CUS-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-DLQ-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCSTMCLB: UNABLE TO OPEN DELINQ - STATUS '
                       WS-DLQ-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-STM-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCSTMCLB: UNABLE TO OPEN STMTFILE - STATUS '
                       WS-STM-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCSTMCLB: UNABLE TO OPEN STMRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           MOVE WS-RUN-DAY                 TO WS-STMT-TITLE-DATE(4:2)
           MOVE '/'                       TO WS-STMT-TITLE-DATE(6:1)
           MOVE WS-RUN-YEAR                TO WS-STMT-TITLE-DATE(7:4)
           COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   + WS-PAY-GRACE-DAYS
           COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           IF WS-ACCT-NOT-EOF
               PERFORM 1100-LOAD-XREF-TABLE
                  THRU 1100-LOAD-XREF-TABLE-EXIT
                           MOVE XREF-CUST-ID TO
                                WS-XTB-CUST-ID(WS-XTB-COUNT)
                       ELSE
                           SET WS-RCT-RUN-FAILED TO TRUE
                           DISPLAY 'CCSTMCLB: XREF TABLE FULL - '
                                   'GROW THE TABLE - RUN STOPPED'
                           MOVE 'Y'        TO WS-EOF-FLAG
               WHEN WS-XRF-EOF
                   SET WS-XREF-SCAN-DONE   TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCSTMCLB: CXACAIX READ ERROR - STATUS '
                           WS-XRF-STATUS
                   MOVE 'Y'                TO WS-EOF-FLAG
      *    account whose cross-reference or customer record cannot
      *    be found is reported and left untouched so a statement
      *    never goes out with a blank address and no activity is
      *    lost before the account is repaired. The payment due
      *    is worked out before the statement goes out so it can
      *    be printed on it.
      *
      ******************************************************************
       2000-PROCESS-ACCOUNT.
           SET WS-CLOSE-OK                 TO TRUE
           PERFORM 2500-FIND-ACCT-CUSTOMER
              THRU 2500-FIND-ACCT-CUSTOMER-EXIT
           IF WS-CLOSE-OK
               PERFORM 5500-SET-PAYMENT-DUE
                  THRU 5500-SET-PAYMENT-DUE-EXIT
           END-IF
           IF WS-CLOSE-OK
               PERFORM 5000-WRITE-STATEMENT
                  THRU 5000-WRITE-STATEMENT-EXIT
               WHEN WS-ACT-EOF
                   SET WS-ACCT-EOF         TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCSTMCLB: ACCTDAT READ ERROR - STATUS '
                           WS-ACT-STATUS
                   SET WS-ACCT-EOF         TO TRUE
              THRU 5200-CHECK-STMT-STATUS-EXIT
           MOVE SPACES                     TO STMT-RECORD
           WRITE STMT-RECORD
           PERFORM 5200-CHECK-STMT-STATUS
              THRU 5200-CHECK-STMT-STATUS-EXIT
           IF WS-CARRIED-PAST-DUE > ZEROS
               MOVE 'PAST DUE AMOUNT'      TO WS-STMT-AMT-LABEL
               MOVE WS-CARRIED-PAST-DUE    TO WS-STMT-AMT-VALUE
               WRITE STMT-RECORD           FROM WS-STMT-AMT-LINE
               PERFORM 5200-CHECK-STMT-STATUS
                  THRU 5200-CHECK-STMT-STATUS-EXIT
           END-IF
           MOVE 'MINIMUM PAYMENT DUE'      TO WS-STMT-AMT-LABEL
           MOVE WS-MIN-PAY-DUE             TO WS-STMT-AMT-VALUE
           WRITE STMT-RECORD               FROM WS-STMT-AMT-LINE
           PERFORM 5200-CHECK-STMT-STATUS
              THRU 5200-CHECK-STMT-STATUS-EXIT
           MOVE 'PAYMENT DUE DATE'         TO WS-STMT-DATE-LABEL
           MOVE WS-DUE-MONTH               TO WS-STMT-DATE-VALUE(1:2)
           MOVE '/'                       TO WS-STMT-DATE-VALUE(3:1)
           MOVE WS-DUE-DAY                 TO WS-STMT-DATE-VALUE(4:2)
           MOVE '/'                       TO WS-STMT-DATE-VALUE(6:1)
           MOVE WS-DUE-YEAR                TO WS-STMT-DATE-VALUE(7:4)
           WRITE STMT-RECORD               FROM WS-STMT-DATE-LINE
           PERFORM 5200-CHECK-STMT-STATUS
              THRU 5200-CHECK-STMT-STATUS-EXIT
           MOVE SPACES                     TO STMT-RECORD
           WRITE STMT-RECORD
           PERFORM 5200-CHECK-STMT-STATUS
              THRU 5200-CHECK-STMT-STATUS-EXIT
           ADD 1                           TO WS-STMT-COUNT
           EXIT.
      ******************************************************************
      *
      *    SET PAYMENT DUE SECTION
      *    The cycle's credits are set against last cycle's minimum
      *    payment; any shortfall is carried into the new minimum
      *    as past due, together with the oldest due date it has
      *    been owed since - the carried-in past due is paid off
      *    first, so once the credits cover it the shortfall dates
      *    only from last cycle's due date. An account with no
      *    delinquency record yet is closing its first cycle and
      *    carries nothing. An account in credit owes nothing. A
      *    delinquency record that cannot be read leaves the
      *    account untouched like a missing customer, so the
      *    cycle's credits are still there to be counted when it
      *    is closed after the repair.
      *
      ******************************************************************
       5500-SET-PAYMENT-DUE.
           MOVE ZEROS                      TO WS-CARRIED-PAST-DUE
                                              WS-CARRIED-DUE-DATE
                                              WS-MIN-PAY-DUE
           MOVE ACCT-ID                    TO DLQ-ACCT-ID
           READ DELINQ-FILE
           EVALUATE TRUE
               WHEN WS-DLQ-OK
                   SET WS-DLQ-ON-FILE      TO TRUE
               WHEN WS-DLQ-NOTFND
                   SET WS-DLQ-NOT-ON-FILE  TO TRUE
               WHEN OTHER
                   DISPLAY 'CCSTMCLB: DELINQ READ ERROR - STATUS '
                           WS-DLQ-STATUS ' ACCOUNT ' ACCT-ID
                   ADD 1                   TO WS-DLQ-ERROR-COUNT
                   SET WS-CLOSE-SKIPPED    TO TRUE
           END-EVALUATE
           IF WS-DLQ-ON-FILE
          AND ACCT-CURR-CYC-CREDIT < DLQ-MIN-PAY-DUE
               COMPUTE WS-CARRIED-PAST-DUE =
                       DLQ-MIN-PAY-DUE - ACCT-CURR-CYC-CREDIT
               IF ACCT-CURR-CYC-CREDIT < DLQ-CARRIED-PAST-DUE
              AND DLQ-CARRIED-DUE-DATE > ZEROS
                   MOVE DLQ-CARRIED-DUE-DATE TO WS-CARRIED-DUE-DATE
               ELSE
                   MOVE DLQ-DUE-DATE       TO WS-CARRIED-DUE-DATE
               END-IF
           END-IF
           IF ACCT-CURR-BAL > ZEROS
               COMPUTE WS-MIN-PAY-DUE ROUNDED =
                       ACCT-CURR-BAL * WS-MIN-PAY-PCT
               IF WS-MIN-PAY-DUE < WS-MIN-PAY-FLOOR
                   MOVE WS-MIN-PAY-FLOOR   TO WS-MIN-PAY-DUE
               END-IF
               ADD WS-CARRIED-PAST-DUE     TO WS-MIN-PAY-DUE
               IF WS-MIN-PAY-DUE > ACCT-CURR-BAL
                   MOVE ACCT-CURR-BAL      TO WS-MIN-PAY-DUE
               END-IF
               IF WS-CARRIED-PAST-DUE > ACCT-CURR-BAL
                   MOVE ACCT-CURR-BAL      TO WS-CARRIED-PAST-DUE
               END-IF
           ELSE
               MOVE ZEROS                  TO WS-CARRIED-PAST-DUE
                                              WS-CARRIED-DUE-DATE
           END-IF
       5500-SET-PAYMENT-DUE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    RESET CYCLE BUCKETS SECTION
      *    Zeroes the cycle debit and credit buckets in place so
      *    next month's posting accumulates into a clean cycle. The
           REWRITE ACCOUNT-RECORD
           IF WS-ACT-OK
               ADD 1                       TO WS-RESET-COUNT
               PERFORM 6100-SAVE-PAYMENT-DUE
                  THRU 6100-SAVE-PAYMENT-DUE-EXIT
           ELSE
               DISPLAY 'CCSTMCLB: ACCTDAT REWRITE ERROR - STATUS '
                       WS-ACT-STATUS ' ACCOUNT ' ACCT-ID
           EXIT.
      ******************************************************************
      *
      *    SAVE PAYMENT DUE SECTION
      *    Only once the cycle buckets are reset - the aging batch
      *    measures this cycle's dues against the credits posted
      *    from here on, so the two must start together. The new
      *    cycle starts with nothing paid; the amount past due is
      *    the carried shortfall until the aging batch next runs,
      *    which also owns the bucket and the block flag.
      *
      ******************************************************************
       6100-SAVE-PAYMENT-DUE.
           IF WS-DLQ-NOT-ON-FILE
               MOVE SPACES                 TO DELINQ-RECORD
               MOVE ACCT-ID                TO DLQ-ACCT-ID
               MOVE ZEROS                  TO DLQ-DAYS-PAST-DUE
                                              DLQ-BUCKET-DATE
                                              DLQ-AGED-DATE
                                              DLQ-BLOCK-DATE
               SET DLQ-BKT-CURRENT         TO TRUE
               SET DLQ-CARDS-NOT-BLOCKED   TO TRUE
           END-IF
           MOVE WS-RUN-DATE-N              TO DLQ-STMT-DATE
           MOVE ACCT-CURR-BAL              TO DLQ-STMT-BAL
           MOVE WS-MIN-PAY-DUE             TO DLQ-MIN-PAY-DUE
           MOVE WS-DUE-DATE                TO DLQ-DUE-DATE
           MOVE WS-CARRIED-PAST-DUE        TO DLQ-CARRIED-PAST-DUE
                                              DLQ-PAST-DUE-AMT
           MOVE WS-CARRIED-DUE-DATE        TO DLQ-CARRIED-DUE-DATE
                                              DLQ-OLDEST-DUE-DATE
           MOVE ZEROS                      TO DLQ-PAID-TO-DATE
           IF WS-DLQ-ON-FILE
               REWRITE DELINQ-RECORD
           ELSE
               WRITE DELINQ-RECORD
           END-IF
           IF WS-DLQ-OK
               ADD 1                       TO WS-DUE-SET-COUNT
               ADD WS-MIN-PAY-DUE          TO WS-MIN-DUE-TOTAL
               IF WS-CARRIED-PAST-DUE > ZEROS
                   ADD 1                   TO WS-CARRIED-COUNT
                   ADD WS-CARRIED-PAST-DUE TO WS-CARRIED-TOTAL
               END-IF
           ELSE
               DISPLAY 'CCSTMCLB: DELINQ WRITE ERROR - STATUS '
                       WS-DLQ-STATUS ' ACCOUNT ' ACCT-ID
               ADD 1                       TO WS-DLQ-ERROR-COUNT
           END-IF
       6100-SAVE-PAYMENT-DUE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CONTROL REPORT SECTION
      *
      ******************************************************************
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PAYMENT DUES SET'         TO WS-REPT-LABEL
           MOVE WS-DUE-SET-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ACCOUNTS CARRYING PAST DUE'
                                           TO WS-REPT-LABEL
           MOVE WS-CARRIED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DELINQUENCY RECORD ERRORS'
                                           TO WS-REPT-LABEL
           MOVE WS-DLQ-ERROR-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'MINIMUM PAYMENTS DUE'     TO WS-REPT-AMT-LABEL
           MOVE WS-MIN-DUE-TOTAL           TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PAST DUE CARRIED INTO MINIMUMS'
                                           TO WS-REPT-AMT-LABEL
           MOVE WS-CARRIED-TOTAL           TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3000-WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      ******************************************************************
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
                   DISPLAY 'CCSTMCLB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCSTMCLB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCSTMCLB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCSTMCLB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCSTMCLB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCSTMCLB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCSTMCLB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCSTMCLB: PREREQUISITE '
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
                       DISPLAY 'CCSTMCLB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCSTMCLB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCSTMCLB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCSTMCLB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCSTMCLB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCSTMCLB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCSTMCLB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Accounts scanned, statements closed, accounts
      *    skipped or in error and the minimum due total.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-SCAN-COUNT              TO WS-RCT-READ-COUNT
           MOVE WS-STMT-COUNT              TO WS-RCT-PROC-COUNT
           COMPUTE WS-RCT-EXCP-COUNT = WS-SKIP-COUNT
                                   + WS-DLQ-ERROR-COUNT
           MOVE WS-MIN-DUE-TOTAL           TO WS-RCT-AMOUNT
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
           CLOSE ACCOUNT-MASTER-FILE
                 CARD-XREF-FILE
                 CUSTOMER-MASTER-FILE
                 DELINQ-FILE
                 STATEMENT-FILE
                 CLOSE-REPORT-FILE
       9999-TERMINATE-EXIT.
