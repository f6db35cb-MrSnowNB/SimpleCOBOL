      *    CTRNBRAI is the inbound (RECEIVE MAP) image, CTRNBRAO is     *
      *    the outbound (SEND MAP) image. Ten posted transactions are   *
      *    shown per page in posting order, oldest first; PF7/PF8       *
      *    page backward and forward through the card's history. A      *
      *    row marked 'D' opens (or shows) the dispute case for that    *
      *    posted transaction on the dispute screen.                    *
      ******************************************************************
       01  CTRNBRAI.
           05  CTRNBRAI-CARD-NUM-L         PIC S9(4) COMP.
           05  CTRNBRAI-CARD-NUM-D         PIC 9(16).
           05  CTRNBRAI-ROW OCCURS 10 TIMES.
               10  CTRNBRAI-SEL-L          PIC S9(4) COMP.
               10  CTRNBRAI-SEL-D          PIC X(01).
      ******************************************************************
       01  CTRNBRAO.
           05  CTRNBRAO-FNAME              PIC X(25).
           05  CTRNBRAO-ACCT-ID            PIC 9(11).
           05  CTRNBRAO-PAGE-NUM           PIC 9(03).
           05  CTRNBRAO-ROW OCCURS 10 TIMES.
               10  CTRNBRAO-SEL            PIC X(01).
               10  CTRNBRAO-POST-DATE      PIC X(10).
               10  CTRNBRAO-MERCHANT       PIC X(30).
               10  CTRNBRAO-TYPE           PIC X(06).
