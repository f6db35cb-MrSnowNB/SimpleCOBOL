      ******************************************************************
      * Copybook:    COMEN02Y.CPY
      * Layer:       Business logic                                    *
      * Function:    Main menu option table                            *
      ******************************************************************
      *    One entry per main menu option: the option number the       *
      *    operator keys, the text shown on the menu, the program and  *
      *    transaction the option transfers to, and who may use it.    *
      *    MENU-OPT-USRTYPE 'A' options are admin-only and are never   *
      *    shown to (or accepted from) a regular user; 'U' options     *
      *    are open to everyone. Adding an option means adding a       *
      *    FILLER entry and raising MENU-OPT-COUNT to match.           *
      ******************************************************************
       01  MENU-OPTION-DATA.
           05  FILLER                      PIC X(45) VALUE
               '01CARD LIST                     COCRDLICCCL1U'.
           05  FILLER                      PIC X(45) VALUE
               '02CARD VIEW                     COCRDSLCCCS1U'.
           05  FILLER                      PIC X(45) VALUE
               '03CARD UPDATE                   COCRDUPCCCC2U'.
           05  FILLER                      PIC X(45) VALUE
               '04CARD ADD                      COCRDADCCCA1A'.
           05  FILLER                      PIC X(45) VALUE
               '05CUSTOMER INQUIRY              COCUSINCCCU1U'.
           05  FILLER                      PIC X(45) VALUE
               '06CUSTOMER UPDATE               COCUSUPCCCU2U'.
           05  FILLER                      PIC X(45) VALUE
               '07ACCOUNT VIEW / UPDATE         COACTUPCCAU1U'.
           05  FILLER                      PIC X(45) VALUE
               '08TRANSACTION HISTORY BROWSE    COTRNBRCCTB1U'.
           05  FILLER                      PIC X(45) VALUE
               '09REJECT REPAIR                 COREJRPCCRJ1A'.
           05  FILLER                      PIC X(45) VALUE
               '10USER MAINTENANCE              COUSRMNCCUSMA'.
           05  FILLER                      PIC X(45) VALUE
               '11AUTHORIZATION REQUEST         COAUTRQCCAT1U'.
           05  FILLER                      PIC X(45) VALUE
               '12CHANGE HISTORY INQUIRY        COCHGINCCCH1A'.
           05  FILLER                      PIC X(45) VALUE
               '13CREDIT LINE REVIEW APPROVAL   COLIMAPCCLA1A'.
       01  MENU-OPTION-TABLE REDEFINES MENU-OPTION-DATA.
           05  MENU-OPT-ENTRY OCCURS 13 TIMES.
               10  MENU-OPT-NUM            PIC 9(02).
               10  MENU-OPT-NAME           PIC X(30).
               10  MENU-OPT-PGMNAME        PIC X(08).
               10  MENU-OPT-TRANID         PIC X(04).
               10  MENU-OPT-USRTYPE        PIC X(01).
                   88  MENU-OPT-ADMIN-ONLY     VALUE 'A'.
                   88  MENU-OPT-ALL-USERS      VALUE 'U'.
       01  MENU-OPT-COUNT                  PIC S9(04) COMP VALUE +13.
