      *    CACTUPAI is the inbound (RECEIVE MAP) image, CACTUPAO is     *
      *    the outbound (SEND MAP) image. The balance, limits, cycle    *
      *    buckets, dates and status are display fields; only the new   *
      *    credit limit - keyed in whole dollars - the new active       *
      *    status and the closure reason are enterable, and only on     *
      *    the admin maintenance path. A field left untouched keeps     *
      *    its value on file. Status N with a closure reason closes     *
      *    the account; the closure date and reason then display.       *
      *    Available credit is shown net of the open authorization      *
      *    holds, whose total is shown alongside it. The delinquency    *
      *    bucket and amount past due are as of the last aging run.     *
      ******************************************************************
       01  CACTUPAI.
           05  CACTUPAI-ACCT-ID-L          PIC S9(4) COMP.
           05  CACTUPAI-NEW-LIMIT-D        PIC 9(10).
           05  CACTUPAI-NEW-STATUS-L       PIC S9(4) COMP.
           05  CACTUPAI-NEW-STATUS-D      PIC X(01).
           05  CACTUPAI-CLOSE-RSN-L        PIC S9(4) COMP.
           05  CACTUPAI-CLOSE-RSN-D        PIC X(02).
      ******************************************************************
       01  CACTUPAO.
           05  CACTUPAO-FNAME              PIC X(25).
           05  CACTUPAO-CURR-BAL           PIC Z(9)9.99-.
           05  CACTUPAO-CREDIT-LIMIT       PIC Z(9)9.99-.
           05  CACTUPAO-CASH-LIMIT         PIC Z(9)9.99-.
           05  CACTUPAO-OPEN-HOLDS         PIC Z(9)9.99-.
           05  CACTUPAO-AVAIL-CREDIT       PIC Z(9)9.99-.
           05  CACTUPAO-CYC-DEBIT          PIC Z(9)9.99-.
           05  CACTUPAO-CYC-CREDIT         PIC Z(9)9.99-.
           05  CACTUPAO-DLQ-BUCKET         PIC X(07).
           05  CACTUPAO-PAST-DUE           PIC Z(9)9.99-.
           05  CACTUPAO-OPEN-DATE          PIC X(10).
           05  CACTUPAO-EXPIRY-DATE        PIC X(10).
           05  CACTUPAO-REISSUE-DATE       PIC X(10).
           05  CACTUPAO-GROUP-ID           PIC X(10).
           05  CACTUPAO-CLOSE-DATE         PIC X(10).
           05  CACTUPAO-CLOSE-RSN          PIC X(02).
           05  CACTUPAO-ERRMSGO            PIC X(40).
