      ******************************************************************
      * Copybook:    CODSPUPI.CPY
      * Layer:       Presentation                                      *
      * Function:    Symbolic map for CDSPUPA (mapset CODSPUPS)         *
      ******************************************************************
      *    CDSPUPAI is the inbound (RECEIVE MAP) image, CDSPUPAO is     *
      *    the outbound (SEND MAP) image. The disputed posting is       *
      *    shown from the transaction history; the reason code and      *
      *    disputed amount are enterable only while no case is open     *
      *    (a blank amount disputes the full charge), and the action    *
      *    code - W (won) or L (lost) - only while the case is still    *
      *    unresolved. Status, network response deadline and the        *
      *    dates the provisional credit and any reversal were issued    *
      *    are display fields.                                          *
      ******************************************************************
       01  CDSPUPAI.
           05  CDSPUPAI-REASON-L           PIC S9(4) COMP.
           05  CDSPUPAI-REASON-D           PIC X(04).
           05  CDSPUPAI-DSP-AMT-L          PIC S9(4) COMP.
           05  CDSPUPAI-DSP-AMT-D          PIC 9(07)V99.
           05  CDSPUPAI-ACTION-L           PIC S9(4) COMP.
           05  CDSPUPAI-ACTION-D           PIC X(01).
      ******************************************************************
       01  CDSPUPAO.
           05  CDSPUPAO-FNAME              PIC X(25).
           05  CDSPUPAO-LNAME              PIC X(25).
           05  CDSPUPAO-TRNID              PIC X(04).
           05  CDSPUPAO-PGMNAM             PIC X(08).
           05  CDSPUPAO-SDTYME             PIC X(19).
           05  CDSPUPAO-CARD-NUM           PIC X(16).
           05  CDSPUPAO-ACCT-ID            PIC 9(11).
           05  CDSPUPAO-POST-DATE          PIC X(10).
           05  CDSPUPAO-POST-SEQ           PIC 9(09).
           05  CDSPUPAO-ORIG-DATE          PIC X(10).
           05  CDSPUPAO-MERCHANT           PIC X(30).
           05  CDSPUPAO-TRAN-AMT           PIC Z(8)9.99-.
           05  CDSPUPAO-REASON             PIC X(04).
           05  CDSPUPAO-DSP-AMT            PIC Z(8)9.99-.
           05  CDSPUPAO-STATUS             PIC X(18).
           05  CDSPUPAO-OPEN-DATE          PIC X(10).
           05  CDSPUPAO-DUE-DATE           PIC X(10).
           05  CDSPUPAO-STATUS-DATE        PIC X(10).
           05  CDSPUPAO-CREDIT-DATE        PIC X(10).
           05  CDSPUPAO-REVERSAL-DATE      PIC X(10).
           05  CDSPUPAO-ACTION             PIC X(01).
           05  CDSPUPAO-ERRMSGO            PIC X(40).
