      * Copybook:    CVACT01Y.CPY
      * Layer:       Data                                               *
      * Function:    Account master record layout                      *
      ******************************************************************
      *    ACCT-ACTIVE-STATUS N is a closed account. An account closed *
      *    on the account maintenance screen carries the date it was   *
      *    closed (YYYY-MM-DD) and why; both are blank on an open      *
      *    account and are cleared again if it is reopened.            *
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-ID                     PIC 9(11).
           05  ACCT-ACTIVE-STATUS          PIC X(01).
               88  ACCT-STATUS-OPEN            VALUE 'Y'.
               88  ACCT-STATUS-CLOSED          VALUE 'N'.
           05  ACCT-CURR-BAL               PIC S9(10)V99 COMP-3.
           05  ACCT-CREDIT-LIMIT           PIC S9(10)V99 COMP-3.
           05  ACCT-CASH-CREDIT-LIMIT      PIC S9(10)V99 COMP-3.
           05  ACCT-CURR-CYC-CREDIT        PIC S9(10)V99 COMP-3.
           05  ACCT-CURR-CYC-DEBIT         PIC S9(10)V99 COMP-3.
           05  ACCT-GROUP-ID               PIC X(10).
           05  ACCT-CLOSE-DATE             PIC X(10).
           05  ACCT-CLOSE-REASON-CD        PIC X(02).
               88  ACCT-CLOSE-CUSTREQ          VALUE 'CU'.
               88  ACCT-CLOSE-FRAUD            VALUE 'FR'.
               88  ACCT-CLOSE-DECEASED         VALUE 'DE'.
               88  ACCT-CLOSE-BANKRUPT         VALUE 'BK'.
               88  ACCT-CLOSE-CHARGEOFF        VALUE 'CO'.
               88  ACCT-CLOSE-ISSUER           VALUE 'IS'.
               88  ACCT-CLOSE-RSN-VALID        VALUES 'CU' 'FR' 'DE'
                                                      'BK' 'CO' 'IS'.
           05  FILLER                      PIC X(28).
