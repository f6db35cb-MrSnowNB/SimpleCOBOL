      *    by account id - reached from the customer inquiry (a
      *    card row marked 'A') or the card selection screen (PF4)
      *    with the id carried in the commarea, or keyed directly.
      *    Shows current balance, credit and cash limits, the open
      *    authorization holds (PENDAUTH) and the available credit
      *    left after them, cycle-to-date debits and credits, the open,
      *    expiry and reissue dates, the active status, and the
      *    delinquency bucket and amount past due from the daily
      *    aging run (DELINQ) - the figures batch posts every night
      *    and staff could not see.
      *    The maintenance path - change the credit limit or the
      *    active status - is gated to administrators like the card
      *    update, and every completed or rejected attempt logs a
      *    before/after image to the account audit trail (ACCTAUD).
      *    Setting the status to N closes the account: a closure
      *    reason must be keyed with it, the closure date and reason
      *    are recorded on the account, and every card the
      *    cross-reference (CXACAIX) holds for the account is
      *    blocked under the account-closed reason, each block
      *    logged to the card audit trail (CARDAUD). Keying N again
      *    on a closed account blocks any card still left active.
      *    Reopening (status Y) clears the closure date and reason;
      *    the cards stay blocked until reactivated one by one.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CVACT01Y.
           COPY CVACT02Y.
           COPY CVCRD01Y.
           COPY CVAUD01Y.
           COPY CVAUD03Y.
           COPY CVAUT01Y.
           COPY CVDLQ01Y.
      ******************************************************************
      *    CONSTANTS
      ******************************************************************
           05 WS-REQUEST-FLAG     PIC X(1) VALUE '0'.
              88 WS-REQ-REFRESH   VALUE '0'.
              88 WS-REQ-UPDATE    VALUE '1'.
           05 WS-BRWS-FLAG        PIC X(1) VALUE '0'.
              88 WS-BRWS-DONE             VALUE '1'.
              88 WS-BRWS-NOT-DONE         VALUE '0'.
           05 WS-CLOSE-FLAG       PIC X(1) VALUE '0'.
              88 WS-CLOSING-ACCOUNT       VALUE '1'.
              88 WS-NOT-CLOSING           VALUE '0'.
      ******************************************************************
      *    MISC WORK AREAS
      ******************************************************************
           05 CC-NEW-LIMIT-KEYED  PIC X(01) VALUE 'N'.
           05 CC-NEW-STATUS       PIC X(01) VALUE SPACES.
           05 CC-NEW-STATUS-KEYED PIC X(01) VALUE 'N'.
           05 CC-CLOSE-RSN        PIC X(02) VALUE SPACES.
              88 CC-CLOSE-RSN-VALID   VALUES 'CU' 'FR' 'DE'
                                             'BK' 'CO' 'IS'.
           05 CC-CLOSE-RSN-KEYED  PIC X(01) VALUE 'N'.
      ******************************************************************
      *    ACCOUNT MASTER FILE KEY                                       *
      ******************************************************************
      *    AVAILABLE CREDIT WORK AREA                                    *
      ******************************************************************
       01  WS-AVAIL-CREDIT        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-OPEN-HOLD-AMT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    PENDING AUTHORIZATION FILE KEY                                *
      ******************************************************************
       01  WS-PAUTH-RID-FLD       PIC X(43) VALUE SPACES.
      ******************************************************************
      *    DELINQUENCY FILE KEY                                          *
      ******************************************************************
       01  WS-DLQ-RID-FLD         PIC X(11) VALUE SPACES.
      ******************************************************************
      *    AUDIT TRAIL WORK AREA                                          *
      ******************************************************************
           05 WS-AUDIT-BEFORE      PIC X(127) VALUE SPACES.
           05 WS-AUDIT-RID-FLD     PIC X(37)  VALUE SPACES.
           05 WS-AUD-TRAN-TYPE     PIC X(01)  VALUE SPACES.
      ******************************************************************
      *    ACCOUNT CLOSURE WORK AREA                                     *
      ******************************************************************
       01  WS-CLOSE-WORK.
           05 WS-CLOSE-DATE.
              10 WS-CLOSE-YEAR     PIC 9(04).
              10 FILLER            PIC X(01) VALUE '-'.
              10 WS-CLOSE-MONTH    PIC 9(02).
              10 FILLER            PIC X(01) VALUE '-'.
              10 WS-CLOSE-DAY      PIC 9(02).
           05 WS-XREF-BRWS-KEY     PIC X(16)  VALUE SPACES.
           05 WS-CARD-RID-FLD      PIC X(16)  VALUE SPACES.
           05 WS-CARD-AUDIT-BEFORE PIC X(148) VALUE SPACES.
           05 WS-CARD-AUDIT-RID    PIC X(53)  VALUE SPACES.
           05 WS-CARD-BLOCK-ERRORS PIC 9(03)  VALUE ZEROS.
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
       2100-COLLECT-CHANGES.
           MOVE 'N'                       TO CC-NEW-LIMIT-KEYED
                                              CC-NEW-STATUS-KEYED
                                              CC-CLOSE-RSN-KEYED
           IF CACTUPAI-NEW-LIMIT-L > 0
               MOVE CACTUPAI-NEW-LIMIT-D  TO CC-NEW-LIMIT-N
               MOVE 'Y'                   TO CC-NEW-LIMIT-KEYED
               MOVE CACTUPAI-NEW-STATUS-D TO CC-NEW-STATUS
               MOVE 'Y'                   TO CC-NEW-STATUS-KEYED
           END-IF
           IF CACTUPAI-CLOSE-RSN-L > 0
               MOVE CACTUPAI-CLOSE-RSN-D  TO CC-CLOSE-RSN
               MOVE 'Y'                   TO CC-CLOSE-RSN-KEYED
           ELSE
               MOVE SPACES                TO CC-CLOSE-RSN
           END-IF
           IF CC-NEW-LIMIT-KEYED = 'Y'
           OR CC-NEW-STATUS-KEYED = 'Y'
           OR CC-CLOSE-RSN-KEYED = 'Y'
               SET WS-REQ-UPDATE          TO TRUE
               IF CDEMO-USRTYP-USER
                   SET INPUT-ERROR        TO TRUE
      *
      *    EDIT CHANGES SECTION
      *    A keyed credit limit must be greater than zero; a keyed
      *    status must be Y or N. Status N closes the account and
      *    needs a closure reason; a closure reason is refused on
      *    its own or with any other status.
      *
      ******************************************************************
       2200-EDIT-CHANGES.
               MOVE 'ACTIVE STATUS MUST BE Y OR N'
                                           TO WS-MSG
           END-IF
           IF INPUT-OK
          AND CC-NEW-STATUS-KEYED = 'Y'
          AND CC-NEW-STATUS = 'N'
          AND NOT CC-CLOSE-RSN-VALID
               SET INPUT-ERROR            TO TRUE
               MOVE 'CLOSE REASON MUST BE CU FR DE BK CO IS'
                                           TO WS-MSG
           END-IF
           IF INPUT-OK
          AND CC-CLOSE-RSN-KEYED = 'Y'
          AND (CC-NEW-STATUS-KEYED = 'N' OR CC-NEW-STATUS NOT = 'N')
               SET INPUT-ERROR            TO TRUE
               MOVE 'CLOSE REASON ONLY VALID WITH STATUS N'
                                           TO WS-MSG
           END-IF
       2200-EDIT-CHANGES-EXIT.
           EXIT.
      ******************************************************************
      *
      *    MOVE ACCOUNT TO MAP SECTION
      *    Available credit is the headroom left under the credit
      *    limit once the balance and the authorization holds still
      *    open are taken off - the same open-to-buy the
      *    authorization screen works to; it shows zero when no
      *    limit is on file.
      *
      ******************************************************************
       9200-MOVE-ACCT-TO-MAP.
           EVALUATE TRUE
               WHEN ACCT-STATUS-OPEN
                   MOVE 'ACTIVE'          TO CACTUPAO-ACTIVE-ST
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'CLOSED'          TO CACTUPAO-ACTIVE-ST
               WHEN OTHER
                   MOVE 'INACTIVE'        TO CACTUPAO-ACTIVE-ST
           END-EVALUATE
           MOVE ACCT-CLOSE-DATE           TO CACTUPAO-CLOSE-DATE
           MOVE ACCT-CLOSE-REASON-CD      TO CACTUPAO-CLOSE-RSN
           MOVE ACCT-CURR-BAL             TO CACTUPAO-CURR-BAL
           MOVE ACCT-CREDIT-LIMIT         TO CACTUPAO-CREDIT-LIMIT
           MOVE ACCT-CASH-CREDIT-LIMIT    TO CACTUPAO-CASH-LIMIT
           PERFORM 9250-SUM-OPEN-HOLDS
              THRU 9250-SUM-OPEN-HOLDS-EXIT
           IF ACCT-CREDIT-LIMIT > ZEROS
               COMPUTE WS-AVAIL-CREDIT =
                       ACCT-CREDIT-LIMIT - ACCT-CURR-BAL
                                         - WS-OPEN-HOLD-AMT
           ELSE
               MOVE ZEROS                 TO WS-AVAIL-CREDIT
           END-IF
           MOVE WS-OPEN-HOLD-AMT          TO CACTUPAO-OPEN-HOLDS
           MOVE WS-AVAIL-CREDIT           TO CACTUPAO-AVAIL-CREDIT
           MOVE ACCT-CURR-CYC-DEBIT       TO CACTUPAO-CYC-DEBIT
           MOVE ACCT-CURR-CYC-CREDIT      TO CACTUPAO-CYC-CREDIT
           MOVE ACCT-EXPIRAION-DATE       TO CACTUPAO-EXPIRY-DATE
           MOVE ACCT-REISSUE-DATE         TO CACTUPAO-REISSUE-DATE
           MOVE ACCT-GROUP-ID             TO CACTUPAO-GROUP-ID
           PERFORM 9270-READ-DELINQUENCY
              THRU 9270-READ-DELINQUENCY-EXIT
       9200-MOVE-ACCT-TO-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SUM OPEN HOLDS SECTION
      *    Browses the account's authorization holds (the account id
      *    leads the key) and totals the ones still open. No hold on
      *    file for the account is the normal case.
      *
      ******************************************************************
       9250-SUM-OPEN-HOLDS.
           MOVE ZEROS                     TO WS-OPEN-HOLD-AMT
           MOVE LOW-VALUES                TO WS-PAUTH-RID-FLD
           MOVE ACCT-ID                   TO WS-PAUTH-RID-FLD(1:11)
           SET WS-BRWS-NOT-DONE           TO TRUE
           EXEC CICS STARTBR
                     DATASET   ('PENDAUTH')
                     RIDFLD    (WS-PAUTH-RID-FLD)
                     KEYLENGTH (43)
                     GTEQ
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 9260-READ-NEXT-HOLD
                  THRU 9260-READ-NEXT-HOLD-EXIT
                  UNTIL WS-BRWS-DONE
               EXEC CICS ENDBR
                         DATASET   ('PENDAUTH')
                         RESP      (WS-RESP-CD)
               END-EXEC
           END-IF
       9250-SUM-OPEN-HOLDS-EXIT.
           EXIT.
      ******************************************************************
       9260-READ-NEXT-HOLD.
           EXEC CICS READNEXT
                     DATASET   ('PENDAUTH')
                     INTO      (PEND-AUTH-RECORD)
                     RIDFLD    (WS-PAUTH-RID-FLD)
                     KEYLENGTH (43)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR PAUTH-ACCT-ID NOT = ACCT-ID
               SET WS-BRWS-DONE           TO TRUE
           ELSE
               IF PAUTH-STAT-OPEN
                   ADD PAUTH-AMOUNT       TO WS-OPEN-HOLD-AMT
               END-IF
           END-IF
       9260-READ-NEXT-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ DELINQUENCY SECTION
      *    The aging bucket and amount past due as of the last daily
      *    aging run. An account with no delinquency record has not
      *    yet closed a statement cycle and owes nothing past due.
      *
      ******************************************************************
       9270-READ-DELINQUENCY.
           MOVE ACCT-ID                   TO WS-DLQ-RID-FLD
           EXEC CICS READ
                     DATASET   ('DELINQ')
                     INTO      (DELINQ-RECORD)
                     RIDFLD    (WS-DLQ-RID-FLD)
                     KEYLENGTH (11)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN DLQ-BKT-30
                           MOVE '30'      TO CACTUPAO-DLQ-BUCKET
                       WHEN DLQ-BKT-60
                           MOVE '60'      TO CACTUPAO-DLQ-BUCKET
                       WHEN DLQ-BKT-90
                           MOVE '90'      TO CACTUPAO-DLQ-BUCKET
                       WHEN DLQ-BKT-120-PLUS
                           MOVE '120+'    TO CACTUPAO-DLQ-BUCKET
                       WHEN OTHER
                           MOVE 'CURRENT' TO CACTUPAO-DLQ-BUCKET
                   END-EVALUATE
                   MOVE DLQ-PAST-DUE-AMT  TO CACTUPAO-PAST-DUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'CURRENT'         TO CACTUPAO-DLQ-BUCKET
                   MOVE ZEROS             TO CACTUPAO-PAST-DUE
               WHEN OTHER
                   MOVE 'UNKNOWN'         TO CACTUPAO-DLQ-BUCKET
                   MOVE ZEROS             TO CACTUPAO-PAST-DUE
           END-EVALUATE
       9270-READ-DELINQUENCY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CLEAR ACCOUNT ON MAP SECTION
      *
      ******************************************************************
                                              CACTUPAO-EXPIRY-DATE
                                              CACTUPAO-REISSUE-DATE
                                              CACTUPAO-GROUP-ID
                                              CACTUPAO-DLQ-BUCKET
                                              CACTUPAO-CLOSE-DATE
                                              CACTUPAO-CLOSE-RSN
           MOVE ZEROS                     TO CACTUPAO-CURR-BAL
                                              CACTUPAO-CREDIT-LIMIT
                                              CACTUPAO-CASH-LIMIT
                                              CACTUPAO-OPEN-HOLDS
                                              CACTUPAO-AVAIL-CREDIT
                                              CACTUPAO-CYC-DEBIT
                                              CACTUPAO-CYC-CREDIT
                                              CACTUPAO-PAST-DUE
       9300-CLEAR-ACCT-ON-MAP-EXIT.
           EXIT.
      ******************************************************************
      *    Re-reads the account for update under its own keyed
      *    lock, folds in only the fields the operator keyed, and
      *    rewrites. Every attempt - completed or rejected - leaves
      *    its before/after image on the account audit trail. A
      *    closure blocks the account's cards once the account
      *    itself is saved.
      *
      ******************************************************************
       5000-UPDATE-RECORD.
               IF CC-NEW-LIMIT-KEYED = 'Y'
                   MOVE CC-NEW-LIMIT-N    TO ACCT-CREDIT-LIMIT
               END-IF
               SET WS-NOT-CLOSING         TO TRUE
               IF CC-NEW-STATUS-KEYED = 'Y'
                   PERFORM 5050-APPLY-STATUS-CHANGE
                      THRU 5050-APPLY-STATUS-CHANGE-EXIT
               END-IF
               EXEC CICS REWRITE
                         DATASET   ('ACCTDAT')
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'ACCOUNT UPDATED SUCCESSFULLY'
                                           TO WS-MSG
                   IF WS-CLOSING-ACCOUNT
                       PERFORM 5200-BLOCK-ACCOUNT-CARDS
                          THRU 5200-BLOCK-ACCOUNT-CARDS-EXIT
                   END-IF
                   MOVE 'U'               TO WS-AUD-TRAN-TYPE
                   PERFORM 5100-WRITE-AUDIT-RECORD
                      THRU 5100-WRITE-AUDIT-RECORD-EXIT
           EXIT.
      ******************************************************************
      *
      *    APPLY STATUS CHANGE SECTION
      *    Status N closes the account. The closure date and reason
      *    are recorded the first time only - closing an account
      *    that is already closed keeps them and simply blocks any
      *    card still active. Status Y reopens the account and
      *    clears them.
      *
      ******************************************************************
       5050-APPLY-STATUS-CHANGE.
           IF CC-NEW-STATUS = 'N'
               SET WS-CLOSING-ACCOUNT     TO TRUE
               IF ACCT-STATUS-OPEN
               OR ACCT-CLOSE-DATE = SPACES OR LOW-VALUES
                   MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
                   MOVE WS-CURDATE-YEAR   TO WS-CLOSE-YEAR
                   MOVE WS-CURDATE-MONTH  TO WS-CLOSE-MONTH
                   MOVE WS-CURDATE-DAY    TO WS-CLOSE-DAY
                   MOVE WS-CLOSE-DATE     TO ACCT-CLOSE-DATE
                   MOVE CC-CLOSE-RSN      TO ACCT-CLOSE-REASON-CD
               END-IF
           ELSE
               MOVE SPACES                TO ACCT-CLOSE-DATE
                                              ACCT-CLOSE-REASON-CD
           END-IF
           MOVE CC-NEW-STATUS             TO ACCT-ACTIVE-STATUS
       5050-APPLY-STATUS-CHANGE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BLOCK ACCOUNT CARDS SECTION
      *    Browses the cross-reference for every card on the
      *    account and blocks each one still active. A card already
      *    blocked - for any reason - is left as it is.
      *
      ******************************************************************
       5200-BLOCK-ACCOUNT-CARDS.
           MOVE ZEROS                     TO WS-CARD-BLOCK-ERRORS
           MOVE LOW-VALUES                TO WS-XREF-BRWS-KEY
           SET WS-BRWS-NOT-DONE           TO TRUE
           EXEC CICS STARTBR
                     DATASET   ('CXACAIX')
                     RIDFLD    (WS-XREF-BRWS-KEY)
                     KEYLENGTH (16)
                     GTEQ
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 5210-READ-NEXT-XREF
                  THRU 5210-READ-NEXT-XREF-EXIT
                  UNTIL WS-BRWS-DONE
               EXEC CICS ENDBR
                         DATASET   ('CXACAIX')
                         RESP      (WS-RESP-CD)
               END-EXEC
           ELSE
               ADD 1                      TO WS-CARD-BLOCK-ERRORS
           END-IF
           IF WS-CARD-BLOCK-ERRORS = ZEROS
               MOVE 'ACCOUNT CLOSED - ALL CARDS BLOCKED'
                                           TO WS-MSG
           ELSE
               MOVE 'ACCOUNT CLOSED - NOT ALL CARDS BLOCKED'
                                           TO WS-MSG
           END-IF
       5200-BLOCK-ACCOUNT-CARDS-EXIT.
           EXIT.
      ******************************************************************
       5210-READ-NEXT-XREF.
           EXEC CICS READNEXT
                     DATASET   ('CXACAIX')
                     INTO      (CARD-XREF-RECORD)
                     RIDFLD    (WS-XREF-BRWS-KEY)
                     KEYLENGTH (16)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF XREF-ACCT-ID = ACCT-ID
                       PERFORM 5220-BLOCK-ONE-CARD
                          THRU 5220-BLOCK-ONE-CARD-EXIT
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE       TO TRUE
               WHEN OTHER
                   SET WS-BRWS-DONE       TO TRUE
                   ADD 1                  TO WS-CARD-BLOCK-ERRORS
           END-EVALUATE
       5210-READ-NEXT-XREF-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BLOCK ONE CARD SECTION
      *    The card is read first and only an active card is taken
      *    for update. It goes inactive under the account-closed
      *    reason with a fresh last-changed stamp, and the block is
      *    logged as an update on the card audit trail.
      *
      ******************************************************************
       5220-BLOCK-ONE-CARD.
           MOVE XREF-CARD-NUM             TO WS-CARD-RID-FLD
           EXEC CICS READ
                     DATASET   ('CARDDAT')
                     INTO      (CARD-RECORD)
                     RIDFLD    (WS-CARD-RID-FLD)
                     KEYLENGTH (16)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               ADD 1                      TO WS-CARD-BLOCK-ERRORS
           ELSE
               IF CARD-ACTIVE-YES
                   EXEC CICS READ
                             DATASET   ('CARDDAT')
                             INTO      (CARD-RECORD)
                             RIDFLD    (WS-CARD-RID-FLD)
                             KEYLENGTH (16)
                             UPDATE
                             RESP      (WS-RESP-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       ADD 1              TO WS-CARD-BLOCK-ERRORS
                   ELSE
                       MOVE CARD-RECORD   TO WS-CARD-AUDIT-BEFORE
                       SET CARD-ACTIVE-NO TO TRUE
                       SET CARD-RSN-ACCT-CLOSED TO TRUE
                       MOVE FUNCTION CURRENT-DATE
                                           TO CARD-LAST-CHANGED-TS
                       EXEC CICS REWRITE
                                 DATASET   ('CARDDAT')
                                 FROM      (CARD-RECORD)
                                 RESP      (WS-RESP-CD)
                       END-EXEC
                       IF WS-RESP-CD = DFHRESP(NORMAL)
                           PERFORM 5230-WRITE-CARD-AUDIT
                              THRU 5230-WRITE-CARD-AUDIT-EXIT
                       ELSE
                           ADD 1          TO WS-CARD-BLOCK-ERRORS
                       END-IF
                   END-IF
               END-IF
           END-IF
       5220-BLOCK-ONE-CARD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CARD AUDIT SECTION
      *    Same record the card update screen writes, keyed by
      *    account + card + the timestamp of the block.
      *
      ******************************************************************
       5230-WRITE-CARD-AUDIT.
           MOVE ACCT-ID                    TO AUD-ACCT-ID
           MOVE CARD-NUM                   TO AUD-CARD-NUM
           MOVE FUNCTION CURRENT-DATE      TO AUD-TIMESTAMP
           MOVE CDEMO-USER-ID              TO AUD-USER-ID
           MOVE 'U'                        TO AUD-TRAN-TYPE
           MOVE WS-CARD-AUDIT-BEFORE       TO AUD-BEFORE-IMAGE
           MOVE CARD-RECORD                TO AUD-AFTER-IMAGE
           MOVE AUD-KEY                    TO WS-CARD-AUDIT-RID
           EXEC CICS WRITE
                     DATASET   ('CARDAUD')
                     FROM      (CARD-AUDIT-RECORD)
                     RIDFLD    (WS-CARD-AUDIT-RID)
                     KEYLENGTH (53)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               ADD 1                      TO WS-CARD-BLOCK-ERRORS
           END-IF
       5230-WRITE-CARD-AUDIT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE AUDIT RECORD SECTION
      *    Logs the before/after image of every completed or
      *    rejected account update attempt to the account audit
