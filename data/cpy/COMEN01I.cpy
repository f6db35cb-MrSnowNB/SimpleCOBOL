      ******************************************************************
      * Copybook:    COMEN01I.CPY
      * Layer:       Presentation                                      *
      * Function:    Symbolic map for CMEN01A (mapset COMEN01S)         *
      ******************************************************************
      *    CMEN01AI is the inbound (RECEIVE MAP) image, CMEN01AO is     *
      *    the outbound (SEND MAP) image. Up to fourteen option lines   *
      *    are shown, already filtered to the options the signed-on     *
      *    user's type may use; the operator keys the option number.   *
      *    PWDEXP carries the password expiry notice on the first       *
      *    display after sign-on.                                       *
      ******************************************************************
       01  CMEN01AI.
           05  CMEN01AI-OPTION-L           PIC S9(4) COMP.
           05  CMEN01AI-OPTION-D           PIC X(02).
      ******************************************************************
       01  CMEN01AO.
           05  CMEN01AO-FNAME              PIC X(25).
           05  CMEN01AO-LNAME              PIC X(25).
           05  CMEN01AO-TRNID              PIC X(04).
           05  CMEN01AO-PGMNAM             PIC X(08).
           05  CMEN01AO-SDTYME             PIC X(19).
           05  CMEN01AO-USERID             PIC X(08).
           05  CMEN01AO-OPTN-LINE OCCURS 14 TIMES.
               10  CMEN01AO-OPTN           PIC X(40).
           05  CMEN01AO-PWDEXP             PIC X(40).
           05  CMEN01AO-ERRMSGO            PIC X(40).
