      ******************************************************************
      * Copybook:    COLIMAPI.CPY
      * Layer:       Presentation                                      *
      * Function:    Symbolic map for CLIMAPA (mapset COLIMAPS)         *
      ******************************************************************
      *    CLIMAPAI is the inbound (RECEIVE MAP) image, CLIMAPAO is     *
      *    the outbound (SEND MAP) image. One pending credit line       *
      *    proposal is shown at a time with the score and the inputs    *
      *    behind it; PF8 steps to the next pending proposal, and       *
      *    ENTER with action A (approve) or D (decline) decides the     *
      *    one on the screen.                                           *
      ******************************************************************
       01  CLIMAPAI.
           05  CLIMAPAI-ACTION-L           PIC S9(4) COMP.
           05  CLIMAPAI-ACTION-D           PIC X(01).
      ******************************************************************
       01  CLIMAPAO.
           05  CLIMAPAO-FNAME              PIC X(25).
           05  CLIMAPAO-LNAME              PIC X(25).
           05  CLIMAPAO-TRNID              PIC X(04).
           05  CLIMAPAO-PGMNAM             PIC X(08).
           05  CLIMAPAO-SDTYME             PIC X(19).
           05  CLIMAPAO-ACCT-ID            PIC 9(11).
           05  CLIMAPAO-GROUP-ID           PIC X(10).
           05  CLIMAPAO-CUST-ID            PIC 9(09).
           05  CLIMAPAO-REVIEW-DATE        PIC 9(08).
           05  CLIMAPAO-ACTION             PIC X(08).
           05  CLIMAPAO-CURR-LIMIT         PIC Z(9)9.99-.
           05  CLIMAPAO-NEW-LIMIT          PIC Z(9)9.99-.
           05  CLIMAPAO-CURR-BAL           PIC Z(9)9.99-.
           05  CLIMAPAO-SCORE              PIC 9(03).
           05  CLIMAPAO-FICO-SCORE         PIC 9(03).
           05  CLIMAPAO-UTIL-PCT           PIC 9(03).
           05  CLIMAPAO-MONTHS-OPEN        PIC 9(04).
           05  CLIMAPAO-OLIM-COUNT         PIC 9(03).
           05  CLIMAPAO-NOTICE-DAYS        PIC 9(03).
           05  CLIMAPAO-STATUS             PIC X(09).
           05  CLIMAPAO-ERRMSGO            PIC X(40).
