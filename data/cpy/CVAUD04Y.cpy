      ******************************************************************
      * Copybook:    CVAUD04Y.CPY
      * Layer:       Data                                               *
      * Function:    Change-history inquiry log record layout           *
      *              (file CHGINQ)                                      *
      ******************************************************************
      *    One entry per inquiry made on the change-history screen,     *
      *    keyed by user id + timestamp the same way the sign-on        *
      *    activity file (CVSEC01Y) is, so every look at the audit      *
      *    trails leaves its own entry: who asked, from which           *
      *    terminal, about which account or customer, and how many      *
      *    changes were shown. An inquiry refused because the user is   *
      *    not an administrator is logged as well.                      *
      ******************************************************************
       01  CHG-INQUIRY-LOG-RECORD.
           05  CINQ-KEY.
               10  CINQ-USER-ID            PIC X(08).
               10  CINQ-TIMESTAMP          PIC X(26).
           05  CINQ-TERM-ID                PIC X(04).
           05  CINQ-KEY-TYPE               PIC X(01).
               88  CINQ-BY-ACCOUNT             VALUE 'A'.
               88  CINQ-BY-CUSTOMER            VALUE 'C'.
           05  CINQ-ACCT-ID                PIC 9(11).
           05  CINQ-CUST-ID                PIC 9(09).
           05  CINQ-RESULT                 PIC X(01).
               88  CINQ-RESULT-SHOWN           VALUE 'S'.
               88  CINQ-RESULT-NONE            VALUE 'N'.
               88  CINQ-RESULT-DENIED          VALUE 'D'.
           05  CINQ-CHANGE-COUNT           PIC 9(05).
           05  FILLER                      PIC X(15).
