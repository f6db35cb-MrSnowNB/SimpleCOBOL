      ******************************************************************
      * Copybook:    COCHGINI.CPY
      * Layer:       Presentation                                      *
      * Function:    Symbolic map for CCHGINA (mapset COCHGINS)         *
      ******************************************************************
      *    CCHGINAI is the inbound (RECEIVE MAP) image, CCHGINAO is     *
      *    the outbound (SEND MAP) image. The operator keys either an   *
      *    account id or a customer id. Each row is one changed field   *
      *    of one audit trail entry, three screen lines to a row: the   *
      *    when / trail / key / user / type / field line, then the      *
      *    WAS value and the NOW value. The entry columns are filled    *
      *    on the entry's first row and on the first row of a page;     *
      *    later rows of the same entry leave them blank. Entries run   *
      *    most recent first; PF7/PF8 page backward and forward.        *
      ******************************************************************
       01  CCHGINAI.
           05  CCHGINAI-ACCT-ID-L          PIC S9(4) COMP.
           05  CCHGINAI-ACCT-ID-D          PIC 9(11).
           05  CCHGINAI-CUST-ID-L          PIC S9(4) COMP.
           05  CCHGINAI-CUST-ID-D          PIC 9(09).
      ******************************************************************
       01  CCHGINAO.
           05  CCHGINAO-FNAME              PIC X(25).
           05  CCHGINAO-LNAME              PIC X(25).
           05  CCHGINAO-TRNID              PIC X(04).
           05  CCHGINAO-PGMNAM             PIC X(08).
           05  CCHGINAO-SDTYME             PIC X(19).
           05  CCHGINAO-ACCT-ID            PIC 9(11).
           05  CCHGINAO-CUST-ID            PIC 9(09).
           05  CCHGINAO-CHG-COUNT          PIC Z(04)9.
           05  CCHGINAO-PAGE-NUM           PIC 9(03).
           05  CCHGINAO-PAGE-COUNT         PIC 9(03).
           05  CCHGINAO-ROW OCCURS 5 TIMES.
               10  CCHGINAO-WHEN           PIC X(19).
               10  CCHGINAO-TRAIL          PIC X(04).
               10  CCHGINAO-KEY            PIC X(16).
               10  CCHGINAO-USER-ID        PIC X(08).
               10  CCHGINAO-TYPE           PIC X(06).
               10  CCHGINAO-FIELD          PIC X(14).
               10  CCHGINAO-WAS            PIC X(50).
               10  CCHGINAO-NOW            PIC X(50).
           05  CCHGINAO-ERRMSGO            PIC X(40).
