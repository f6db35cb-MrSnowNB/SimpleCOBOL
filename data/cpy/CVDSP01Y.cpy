      ******************************************************************
      * Copybook:    CVDSP01Y.CPY
      * Layer:       Data                                               *
      * Function:    Dispute / chargeback case record layout           *
      *              (file DISPUTE)                                    *
      ******************************************************************
      *    One case per disputed posting, keyed by the posting's own   *
      *    transaction history key (card number + posting date +       *
      *    posting sequence), so a case always leads back to the       *
      *    charge on TRANHIST and the same charge cannot be disputed   *
      *    twice. The dispute screen opens a case as OPEN and later    *
      *    resolves it WON or LOST. The nightly dispute batch issues   *
      *    the provisional credit for a new case (status PROVISIONAL   *
      *    CREDIT) and, when a case is lost after its credit went      *
      *    out, the reversing debit; both are DALYTRAN-layout items    *
      *    for the posting batch, and the two flags below record that  *
      *    each has been issued so neither is ever issued twice.       *
      *    DSP-DUE-DATE is the card network's response deadline, set   *
      *    when the case is opened.                                    *
      ******************************************************************
       01  DISPUTE-RECORD.
           05  DSP-KEY.
               10  DSP-CARD-NUM            PIC X(16).
               10  DSP-POST-DATE           PIC 9(08).
               10  DSP-POST-SEQ            PIC 9(09).
           05  DSP-ACCT-ID                 PIC 9(11).
           05  DSP-TRAN-AMOUNT             PIC S9(09)V99 COMP-3.
           05  DSP-DISPUTE-AMOUNT          PIC S9(09)V99 COMP-3.
           05  DSP-TRAN-ORIG-DATE          PIC X(10).
           05  DSP-MERCHANT-NAME           PIC X(30).
           05  DSP-REASON-CD               PIC X(04).
               88  DSP-RSN-FRAUD               VALUE 'FRAU'.
               88  DSP-RSN-NOT-RECEIVED        VALUE 'NREC'.
               88  DSP-RSN-DUPLICATE           VALUE 'DUPL'.
               88  DSP-RSN-AMOUNT-DIFFERS      VALUE 'AMTD'.
               88  DSP-RSN-NOT-AS-DESCRIBED    VALUE 'NAAD'.
               88  DSP-RSN-CREDIT-NOT-PROC     VALUE 'CRNP'.
               88  DSP-RSN-VALID               VALUES 'FRAU' 'NREC'
                                                      'DUPL' 'AMTD'
                                                      'NAAD' 'CRNP'.
           05  DSP-STATUS                  PIC X(01).
               88  DSP-STAT-OPEN               VALUE 'O'.
               88  DSP-STAT-PROV-CREDIT        VALUE 'P'.
               88  DSP-STAT-WON                VALUE 'W'.
               88  DSP-STAT-LOST               VALUE 'L'.
               88  DSP-STAT-UNRESOLVED         VALUES 'O' 'P'.
           05  DSP-OPEN-DATE               PIC 9(08).
           05  DSP-DUE-DATE                PIC 9(08).
           05  DSP-STATUS-DATE             PIC 9(08).
           05  DSP-OPEN-USER-ID            PIC X(08).
           05  DSP-STATUS-USER-ID          PIC X(08).
           05  DSP-CREDIT-FLAG             PIC X(01).
               88  DSP-CREDIT-ISSUED           VALUE 'Y'.
               88  DSP-CREDIT-NOT-ISSUED       VALUE 'N'.
           05  DSP-CREDIT-DATE             PIC 9(08).
           05  DSP-REVERSAL-FLAG           PIC X(01).
               88  DSP-REVERSAL-ISSUED         VALUE 'Y'.
               88  DSP-REVERSAL-NOT-ISSUED     VALUE 'N'.
           05  DSP-REVERSAL-DATE           PIC 9(08).
           05  FILLER                      PIC X(41).
