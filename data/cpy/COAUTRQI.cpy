      ******************************************************************
      * Copybook:    COAUTRQI.CPY
      * Layer:       Presentation                                       *
      * Function:    Symbolic map for CAUTRQA (mapset COAUTRQS)         *
      ******************************************************************
      *    CAUTRQAI is the inbound (RECEIVE MAP) image, CAUTRQAO is     *
      *    the outbound (SEND MAP) image. The amount is keyed with two  *
      *    implied decimal places; the cash-advance flag may be left    *
      *    blank for a purchase. Account id, decision, authorization    *
      *    code and available credit are display fields filled in once  *
      *    the request has been decided.                                *
      ******************************************************************
       01  CAUTRQAI.
           05  CAUTRQAI-CARD-NUM-L         PIC S9(4) COMP.
           05  CAUTRQAI-CARD-NUM-D         PIC 9(16).
           05  CAUTRQAI-AMOUNT-L           PIC S9(4) COMP.
           05  CAUTRQAI-AMOUNT-D           PIC 9(07)V99.
           05  CAUTRQAI-CASH-FLG-L         PIC S9(4) COMP.
           05  CAUTRQAI-CASH-FLG-D         PIC X(01).
           05  CAUTRQAI-MERCHANT-L         PIC S9(4) COMP.
           05  CAUTRQAI-MERCHANT-D         PIC X(30).
      ******************************************************************
       01  CAUTRQAO.
           05  CAUTRQAO-FNAME              PIC X(25).
           05  CAUTRQAO-LNAME              PIC X(25).
           05  CAUTRQAO-TRNID              PIC X(04).
           05  CAUTRQAO-PGMNAM             PIC X(08).
           05  CAUTRQAO-SDTYME             PIC X(19).
           05  CAUTRQAO-CARD-NUM           PIC 9(16).
           05  CAUTRQAO-AMOUNT             PIC Z(6)9.99.
           05  CAUTRQAO-CASH-FLG           PIC X(01).
           05  CAUTRQAO-MERCHANT           PIC X(30).
           05  CAUTRQAO-ACCT-ID            PIC 9(11).
           05  CAUTRQAO-DECISION           PIC X(08).
           05  CAUTRQAO-AUTH-CODE          PIC X(06).
           05  CAUTRQAO-AVAIL-CREDIT       PIC Z(9)9.99-.
           05  CAUTRQAO-ERRMSGO            PIC X(40).
