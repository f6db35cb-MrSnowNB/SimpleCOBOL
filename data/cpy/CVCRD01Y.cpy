      *    still match the record on file at REWRITE time.             *
      *    CARD-STATUS-REASON-CD says why an inactive card was         *
      *    blocked (lost, stolen, fraud hold, customer request,        *
      *    deceased, or delinquent - set only by the delinquency       *
      *    aging batch, never keyed - or account closed - set only     *
      *    when the account is closed on the account maintenance       *
      *    screen, never keyed); it is spaces while the card is        *
      *    active. Payments and credits still post against a card      *
      *    blocked for account closure or for delinquency, so a closed *
      *    balance can be paid off and a delinquent account cured.     *
      *    CARD-REISSUE-FLAG marks a card whose replacement plastic    *
      *    has already been issued under a new number, so the          *
      *    renewal batch does not reissue it again while it runs out   *
               88  CARD-RSN-FRAUD              VALUE 'FR'.
               88  CARD-RSN-CUSTREQ            VALUE 'CU'.
               88  CARD-RSN-DECEASED           VALUE 'DE'.
               88  CARD-RSN-DELINQUENT         VALUE 'DQ'.
               88  CARD-RSN-ACCT-CLOSED        VALUE 'AC'.
               88  CARD-RSN-VALID              VALUES 'LS' 'ST'
                                                      'FR' 'CU' 'DE'
                                                      'DQ' 'AC'.
           05  CARD-REISSUE-FLAG           PIC X(01).
               88  CARD-REISSUE-DONE           VALUE 'R'.
           05  FILLER                      PIC X(32).
