      ******************************************************************
      * Copybook:    CVGLA01Y.CPY
      * Layer:       Data                                               *
      * Function:    General ledger activity record layout             *
      *              (files GLPOST, GLINTF, GLWOFF)                    *
      ******************************************************************
      *    Written by each batch that moves money, for the general     *
      *    ledger journal batch. A detail record carries one item -    *
      *    a posted transaction, one interest or fee charge, or one    *
      *    reject written off - with the account and its group. A      *
      *    control record closes the file, one per activity code,      *
      *    carrying the item count and amount total the writing batch  *
      *    printed on its own control report, so the journal proof     *
      *    can tie back to it. Control records are written only when   *
      *    the writing batch ran to completion.                        *
      *        PDEB  posted debit         (posting batch)              *
      *        PCRD  posted credit        (posting batch)              *
      *        INTR  interest charged     (interest and fee batch)     *
      *        AFEE  annual fee charged   (interest and fee batch)     *
      *        LFEE  late fee charged     (interest and fee batch)     *
      *        WOFF  reject written off   (reject load batch)          *
      *    A write-off of a rejected credit carries a negative amount. *
      *    GLA-GROUP-ID is blank when the writing batch does not read  *
      *    the account master; the journal batch looks it up.          *
      ******************************************************************
       01  GL-ACTIVITY-RECORD.
           05  GLA-REC-TYPE                PIC X(01).
               88  GLA-DETAIL                  VALUE 'D'.
               88  GLA-CONTROL                 VALUE 'C'.
           05  GLA-SOURCE-PGM              PIC X(08).
           05  GLA-RUN-DATE                PIC 9(08).
           05  GLA-ACTIVITY-CD             PIC X(04).
               88  GLA-ACT-POSTED-DEBIT        VALUE 'PDEB'.
               88  GLA-ACT-POSTED-CREDIT       VALUE 'PCRD'.
               88  GLA-ACT-INTEREST            VALUE 'INTR'.
               88  GLA-ACT-ANNUAL-FEE          VALUE 'AFEE'.
               88  GLA-ACT-LATE-FEE            VALUE 'LFEE'.
               88  GLA-ACT-WRITE-OFF           VALUE 'WOFF'.
           05  GLA-GROUP-ID                PIC X(10).
           05  GLA-ACCT-ID                 PIC 9(11).
           05  GLA-ITEM-COUNT              PIC 9(09).
           05  GLA-AMOUNT                  PIC S9(13)V99.
           05  FILLER                      PIC X(14).
