      ******************************************************************
      * Copybook:    CVAUT01Y.CPY
      * Layer:       Data                                               *
      * Function:    Pending-authorization hold record layout          *
      *              (file PENDAUTH)                                   *
      ******************************************************************
      *    One entry per purchase or cash advance approved by the      *
      *    online authorization screen, keyed by account id + card     *
      *    number + the date and time of the approval, so every hold   *
      *    against an account reads together. While a hold is open     *
      *    its amount is spoken for: the authorization screen and the  *
      *    account screen take open holds off the credit still         *
      *    available. The posting batch releases a hold when the       *
      *    matching DALYTRAN debit posts (same account, card, amount   *
      *    and cash marker); a hold nothing ever claims is expired by  *
      *    the hold expiry batch once it is older than the expiry      *
      *    period and listed on its aged report.                       *
      ******************************************************************
       01  PEND-AUTH-RECORD.
           05  PAUTH-KEY.
               10  PAUTH-ACCT-ID           PIC 9(11).
               10  PAUTH-CARD-NUM          PIC X(16).
               10  PAUTH-AUTH-DATE         PIC 9(08).
               10  PAUTH-AUTH-TIME         PIC 9(08).
           05  PAUTH-AUTH-CODE             PIC X(06).
           05  PAUTH-AMOUNT                PIC S9(09)V99 COMP-3.
           05  PAUTH-CASH-MARKER           PIC X(01).
               88  PAUTH-CASH-ADVANCE          VALUE 'C'.
           05  PAUTH-MERCHANT-NAME         PIC X(30).
           05  PAUTH-STATUS                PIC X(01).
               88  PAUTH-STAT-OPEN             VALUE 'O'.
               88  PAUTH-STAT-RELEASED         VALUE 'R'.
               88  PAUTH-STAT-EXPIRED          VALUE 'E'.
           05  PAUTH-STATUS-DATE           PIC 9(08).
           05  PAUTH-USER-ID               PIC X(08).
           05  FILLER                      PIC X(17).
