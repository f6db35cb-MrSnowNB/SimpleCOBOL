      ******************************************************************
      * Copybook:    CVCLP01Y.CPY
      * Layer:       Data                                               *
      * Function:    Credit line review proposal record layout         *
      *              (file CLPROP)                                     *
      ******************************************************************
      *    One record per account, keyed by account id, holding the    *
      *    latest credit line change proposed by the monthly review    *
      *    batch together with the score and the inputs behind it.     *
      *    An administrator works the pending proposals on the         *
      *    approval screen; an approved increase is applied there and  *
      *    then, an approved decrease waits out the cardholder notice  *
      *    period and is applied by the daily apply batch:             *
      *        P  pending - waiting for an administrator               *
      *        A  applied - the new limit is on the account            *
      *        X  declined                                             *
      *        W  approved decrease waiting for its notice period;     *
      *           CLP-NOTICE-DATE is zero until the notice has been    *
      *           sent, then CLP-EFFECTIVE-DATE is the day it applies  *
      *        C  cancelled - the account was no longer open, its      *
      *           limit had been changed since the review, or the      *
      *           next review no longer supported it                   *
      *    The next month's review replaces any proposal that is not   *
      *    still waiting for its notice period.                        *
      ******************************************************************
       01  CREDIT-LINE-PROPOSAL-RECORD.
           05  CLP-ACCT-ID                 PIC 9(11).
           05  CLP-REVIEW-DATE             PIC 9(08).
           05  CLP-GROUP-ID                PIC X(10).
           05  CLP-CUST-ID                 PIC 9(09).
           05  CLP-ACTION                  PIC X(01).
               88  CLP-INCREASE                VALUE 'I'.
               88  CLP-DECREASE                VALUE 'D'.
           05  CLP-STATUS                  PIC X(01).
               88  CLP-STAT-PENDING            VALUE 'P'.
               88  CLP-STAT-APPLIED            VALUE 'A'.
               88  CLP-STAT-DECLINED           VALUE 'X'.
               88  CLP-STAT-WAITING            VALUE 'W'.
               88  CLP-STAT-CANCELLED          VALUE 'C'.
           05  CLP-CURR-LIMIT              PIC S9(10)V99 COMP-3.
           05  CLP-NEW-LIMIT               PIC S9(10)V99 COMP-3.
           05  CLP-SCORE                   PIC 9(03).
           05  CLP-FICO-SCORE              PIC 9(03).
           05  CLP-UTIL-PCT                PIC 9(03).
           05  CLP-MONTHS-OPEN             PIC 9(04).
           05  CLP-OLIM-COUNT              PIC 9(03).
           05  CLP-NOTICE-DAYS             PIC 9(03).
           05  CLP-DECIDED-BY              PIC X(08).
           05  CLP-DECIDED-DATE            PIC 9(08).
           05  CLP-NOTICE-DATE             PIC 9(08).
           05  CLP-EFFECTIVE-DATE          PIC 9(08).
           05  CLP-APPLIED-DATE            PIC 9(08).
           05  FILLER                      PIC X(37).
