      ******************************************************************
      * Copybook:    CVGLJ01Y.CPY
      * Layer:       Data                                               *
      * Function:    General ledger journal record layout              *
      *              (file GLJRNL)                                     *
      ******************************************************************
      *    The day's journal for the general ledger, one header, one   *
      *    entry per account group, GL account and debit/credit side,  *
      *    and one trailer carrying the entry count and the debit and  *
      *    credit totals, which are always equal - the journal batch   *
      *    writes nothing at all when they are not.                    *
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-REC-TYPE                PIC X(01).
               88  GLJ-HEADER                  VALUE 'H'.
               88  GLJ-ENTRY                   VALUE 'E'.
               88  GLJ-TRAILER                 VALUE 'T'.
           05  GLJ-JOURNAL-DATE            PIC 9(08).
           05  GLJ-ENTRY-DATA.
               10  GLJ-GROUP-ID            PIC X(10).
               10  GLJ-GL-ACCT             PIC X(10).
               10  GLJ-DR-CR-IND           PIC X(01).
                   88  GLJ-DEBIT               VALUE 'D'.
                   88  GLJ-CREDIT              VALUE 'C'.
               10  GLJ-AMOUNT              PIC 9(13)V99.
               10  GLJ-ITEM-COUNT          PIC 9(09).
               10  FILLER                  PIC X(26).
           05  GLJ-HEADER-DATA REDEFINES GLJ-ENTRY-DATA.
               10  GLJ-SOURCE-SYSTEM       PIC X(08).
               10  FILLER                  PIC X(63).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-ENTRY-DATA.
               10  GLJ-ENTRY-COUNT         PIC 9(09).
               10  GLJ-DEBIT-TOTAL         PIC 9(13)V99.
               10  GLJ-CREDIT-TOTAL        PIC 9(13)V99.
               10  FILLER                  PIC X(32).
