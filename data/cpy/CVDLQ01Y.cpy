      ******************************************************************
      * Copybook:    CVDLQ01Y.CPY
      * Layer:       Data                                               *
      * Function:    Account delinquency record layout (file DELINQ)   *
      ******************************************************************
      *    One record per account, keyed by account id. The statement  *
      *    cycle close sets the minimum payment due and the payment    *
      *    due date each cycle; any part of the previous minimum left  *
      *    unpaid at the close is carried into the new one together    *
      *    with the oldest due date it has been owed since. The daily  *
      *    aging batch compares the credits posted so far this cycle   *
      *    against those dues and keeps the amount past due, days      *
      *    past due and aging bucket current:                          *
      *        CURRENT  under 30 days past due                         *
      *        30       30 to 59 days                                  *
      *        60       60 to 89 days                                  *
      *        90       90 to 119 days                                 *
      *        120+     120 days or more                               *
      *    DLQ-BLOCK-FLAG records that the account's cards have been   *
      *    blocked for delinquency so they are blocked only once; it   *
      *    is cleared when the account is brought current.             *
      *    DLQ-PAY-HISTORY is the account's payment rating for each of *
      *    the last 24 cycles, most recent first, kept by the credit   *
      *    bureau extract: 0 current, 1 30 days, 2 60, 3 90, 4 120+,   *
      *    B no rating yet. DLQ-PAY-HIST-MONTH is the cycle month      *
      *    (YYYYMM) the first position was last rated for.             *
      ******************************************************************
       01  DELINQ-RECORD.
           05  DLQ-ACCT-ID                 PIC 9(11).
           05  DLQ-STMT-DATE               PIC 9(08).
           05  DLQ-STMT-BAL                PIC S9(10)V99 COMP-3.
           05  DLQ-MIN-PAY-DUE             PIC S9(10)V99 COMP-3.
           05  DLQ-DUE-DATE                PIC 9(08).
           05  DLQ-CARRIED-PAST-DUE        PIC S9(10)V99 COMP-3.
           05  DLQ-CARRIED-DUE-DATE        PIC 9(08).
           05  DLQ-PAID-TO-DATE            PIC S9(10)V99 COMP-3.
           05  DLQ-PAST-DUE-AMT            PIC S9(10)V99 COMP-3.
           05  DLQ-OLDEST-DUE-DATE         PIC 9(08).
           05  DLQ-DAYS-PAST-DUE           PIC 9(05).
           05  DLQ-BUCKET                  PIC X(01).
               88  DLQ-BKT-CURRENT             VALUE '0'.
               88  DLQ-BKT-30                  VALUE '1'.
               88  DLQ-BKT-60                  VALUE '2'.
               88  DLQ-BKT-90                  VALUE '3'.
               88  DLQ-BKT-120-PLUS            VALUE '4'.
               88  DLQ-BKT-PAST-DUE            VALUES '1' '2' '3' '4'.
           05  DLQ-BUCKET-DATE             PIC 9(08).
           05  DLQ-AGED-DATE               PIC 9(08).
           05  DLQ-BLOCK-FLAG              PIC X(01).
               88  DLQ-CARDS-BLOCKED           VALUE 'Y'.
               88  DLQ-CARDS-NOT-BLOCKED       VALUE 'N'.
           05  DLQ-BLOCK-DATE              PIC 9(08).
           05  DLQ-PAY-HISTORY             PIC X(24).
           05  DLQ-PAY-HIST-MONTH          PIC 9(06).
           05  FILLER                      PIC X(11).
