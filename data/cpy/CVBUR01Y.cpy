      ******************************************************************
      * Copybook:    CVBUR01Y.CPY
      * Layer:       Data                                               *
      * Function:    Credit bureau reporting record layout             *
      *              (file BUREAU)                                     *
      ******************************************************************
      *    The monthly file for the credit bureaus: one header, one    *
      *    base segment per account reported, and one trailer with     *
      *    the segment count and the balance and past-due totals.      *
      *    Amounts are whole dollars, unsigned - a credit balance is   *
      *    reported as zero. Account status is O open, C closed or     *
      *    B blocked (cards blocked for delinquency). The payment      *
      *    history is 24 ratings, most recent month first: 0 current,  *
      *    1 30 days, 2 60, 3 90, 4 120+, B no rating for the month.   *
      ******************************************************************
       01  BUREAU-RECORD.
           05  BUR-REC-TYPE                PIC X(01).
               88  BUR-HEADER                  VALUE 'H'.
               88  BUR-BASE                    VALUE 'B'.
               88  BUR-TRAILER                 VALUE 'T'.
           05  BUR-ACTIVITY-DATE           PIC 9(08).
           05  BUR-BASE-DATA.
               10  BUR-ACCT-ID             PIC 9(11).
               10  BUR-CUST-ID             PIC 9(09).
               10  BUR-LAST-NAME           PIC X(25).
               10  BUR-FIRST-NAME          PIC X(25).
               10  BUR-MIDDLE-NAME         PIC X(25).
               10  BUR-SSN                 PIC 9(09).
               10  BUR-ADDR-LINE-1         PIC X(50).
               10  BUR-ADDR-LINE-2         PIC X(50).
               10  BUR-ADDR-STATE-CD       PIC X(02).
               10  BUR-ADDR-ZIP            PIC X(10).
               10  BUR-OPEN-DATE           PIC 9(08).
               10  BUR-CREDIT-LIMIT        PIC 9(09).
               10  BUR-CURR-BAL            PIC 9(09).
               10  BUR-PAST-DUE            PIC 9(09).
               10  BUR-ACCT-STATUS         PIC X(01).
                   88  BUR-STAT-OPEN           VALUE 'O'.
                   88  BUR-STAT-CLOSED         VALUE 'C'.
                   88  BUR-STAT-BLOCKED        VALUE 'B'.
               10  BUR-CLOSE-DATE          PIC 9(08).
               10  BUR-PAY-RATING          PIC X(01).
               10  BUR-PAY-HISTORY         PIC X(24).
               10  FILLER                  PIC X(06).
           05  BUR-HEADER-DATA REDEFINES BUR-BASE-DATA.
               10  BUR-HDR-REPORTER        PIC X(10).
               10  BUR-HDR-CYCLE           PIC 9(06).
               10  BUR-HDR-CREATED-DATE    PIC 9(08).
               10  BUR-HDR-CREATED-TIME    PIC 9(06).
               10  FILLER                  PIC X(261).
           05  BUR-TRAILER-DATA REDEFINES BUR-BASE-DATA.
               10  BUR-TRL-BASE-COUNT      PIC 9(09).
               10  BUR-TRL-OPEN-COUNT      PIC 9(09).
               10  BUR-TRL-CLOSED-COUNT    PIC 9(09).
               10  BUR-TRL-BLOCKED-COUNT   PIC 9(09).
               10  BUR-TRL-BAL-TOTAL       PIC 9(13).
               10  BUR-TRL-PAST-DUE-TOTAL  PIC 9(13).
               10  FILLER                  PIC X(229).
