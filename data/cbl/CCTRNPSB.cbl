      *    limit or left within the warning threshold of it, so
      *    collections can work the list in the morning.
      *
      *    A closed account (ACCT-ACTIVE-STATUS N) takes no new
      *    debits - they are rejected as a debit to a closed
      *    account - but payments and credits still post so the
      *    remaining balance can be worked down, including those
      *    presented on a card blocked by the account closure.
      *    The same holds for a card the delinquency aging blocked:
      *    payments and credits still post so the account can be
      *    brought current.
      *
      *    A posted debit also settles the authorization hold the
      *    online authorization screen placed for it: the oldest
      *    open hold on the pending-authorization file (PENDAUTH)
      *    for the same account, card, amount and cash marker is
      *    marked released, so the amount stops counting against
      *    the account's open-to-buy once it is in the balance.
      *
      *    The run checkpoints its progress - committed DALYTRAN
      *    count and running control totals - to the restart
      *    control file (TRNCKPT) at intervals, and clears it only
      *    carries the combined totals, so recovery is a resubmit
      *    instead of an ACCTDAT restore.
      *
      *    Every posted transaction is also written to the general
      *    ledger activity file (GLPOST) with the account's group,
      *    and a run that consumes its whole input closes that file
      *    with control records carrying the debit and credit
      *    counts and totals printed on TRNRPT, for the general
      *    ledger journal batch (CCGLJRNB) to prove against.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a daily run, keyed by
      *    business date, with its start and end status and control
      *    totals. It will not start a second time once it has
      *    completed that business date, unless the run parameter
      *    file (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCTRNPSB.
               RECORD KEY IS TRNH-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT PENDING-AUTH-FILE   ASSIGN TO PENDAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAUTH-KEY
               FILE STATUS IS WS-PAU-STATUS.

           SELECT TRAN-REJECT-FILE    ASSIGN TO TRNREJS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT RESTART-CONTROL-FILE ASSIGN TO TRNCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

           SELECT GL-ACTIVITY-FILE    ASSIGN TO GLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

           SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RCT-STATUS.

           SELECT RUN-PARM-FILE       ASSIGN TO RUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPM-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVTRH01Y.
      ******************************************************************
       FD  PENDING-AUTH-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVAUT01Y.
      ******************************************************************
       FD  TRAN-REJECT-FILE
           RECORD CONTAINS 120 CHARACTERS
           05  CKPT-REJECT-AMOUNT          PIC S9(13)V99.
           05  CKPT-DEBIT-AMOUNT           PIC S9(13)V99.
           05  CKPT-CREDIT-AMOUNT          PIC S9(13)V99.
           05  CKPT-RELEASE-COUNT          PIC 9(09).
           05  CKPT-DEBIT-COUNT            PIC 9(09).
           05  CKPT-CREDIT-COUNT           PIC 9(09).
           05  FILLER                      PIC X(10).
      ******************************************************************
       FD  GL-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVGLA01Y.
      ******************************************************************
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVRUN01Y.
      ******************************************************************
       FD  RUN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-PARM-RECORD.
           05  RPRM-OVERRIDE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  RPRM-BUSINESS-DATE         PIC X(08).
           05  RPRM-BUSINESS-DATE-N REDEFINES RPRM-BUSINESS-DATE
                                          PIC 9(08).
           05  FILLER                     PIC X(63).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
           05 WS-HST-STATUS       PIC X(02) VALUE SPACES.
              88 WS-HST-OK            VALUE '00'.
              88 WS-HST-DUPREC        VALUE '22'.
           05 WS-PAU-STATUS       PIC X(02) VALUE SPACES.
              88 WS-PAU-OK            VALUE '00'.
              88 WS-PAU-EOF           VALUE '10'.
              88 WS-PAU-NOTFND        VALUE '23'.
           05 WS-REJ-STATUS       PIC X(02) VALUE SPACES.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05 WS-CKP-STATUS       PIC X(02) VALUE SPACES.
              88 WS-CKP-OK            VALUE '00'.
           05 WS-GLA-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-TRAN-EOF              VALUE 'Y'.
           88 WS-TRAN-NOT-EOF          VALUE 'N'.
       01  WS-MISMATCH-FLAG       PIC X(01) VALUE '0'.
           88 WS-CKPT-MISMATCH         VALUE '1'.
           88 WS-CKPT-MATCHED          VALUE '0'.
       01  WS-HOLD-FLAG           PIC X(01) VALUE '0'.
           88 WS-HOLD-SEARCH-DONE      VALUE '1'.
           88 WS-HOLD-SEARCHING        VALUE '0'.
      ******************************************************************
      *    CHECKPOINT/RESTART CONTROL
      *    The restart control file carries the count of DALYTRAN
           05 WS-OVERLIMIT-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-NEARLIMIT-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-HIST-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-RELEASE-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-DEBIT-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-CREDIT-COUNT      PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *    CREDIT LIMIT CHECK WORK AREAS
      *    A zero (or negative) credit limit on file means the
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LIM-FLAG          PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(19) VALUE SPACES.
      ******************************************************************
      *    RUN CONTROL
      *    This batch's name and period type on the shared run-control
      *    file (RUNCTL) - D daily, keyed by business date; C
      *    cycle-end, keyed by cycle month - and the batches that must
      *    have completed for the same date or cycle before it may
      *    start. WS-RCT-DATE is the clock date of the start and end
      *    stamps; WS-RCT-BUS-DATE is the business date the run is for.
      ******************************************************************
       01  WS-RUN-CONTROL-AREA.
           05 WS-RCT-STATUS        PIC X(02) VALUE SPACES.
              88 WS-RCT-OK             VALUE '00'.
              88 WS-RCT-NOTFND         VALUE '23'.
           05 WS-RPM-STATUS        PIC X(02) VALUE SPACES.
              88 WS-RPM-OK             VALUE '00'.
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCTRNPSB'.
           05 WS-RCT-PERIOD-TYPE   PIC X(01) VALUE 'D'.
           05 WS-RCT-PREREQ-COUNT  PIC S9(04) COMP VALUE +0.
           05 WS-RCT-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-RCT-DATE          PIC 9(08) VALUE ZEROS.
           05 WS-RCT-DATE-R REDEFINES WS-RCT-DATE.
              10 WS-RCT-YEAR       PIC 9(04).
              10 WS-RCT-MONTH      PIC 9(02).
              10 WS-RCT-DAY        PIC 9(02).
           05 WS-RCT-BUS-DATE      PIC 9(08) VALUE ZEROS.
           05 WS-RCT-BUS-DATE-R REDEFINES WS-RCT-BUS-DATE.
              10 WS-RCT-BUS-YEAR   PIC 9(04).
              10 WS-RCT-BUS-MONTH  PIC 9(02).
              10 WS-RCT-BUS-DAY    PIC 9(02).
           05 WS-RCT-TIME          PIC 9(06) VALUE ZEROS.
           05 WS-RCT-TIME-R REDEFINES WS-RCT-TIME.
              10 WS-RCT-HOURS      PIC 9(02).
              10 WS-RCT-MINS       PIC 9(02).
              10 WS-RCT-SECS       PIC 9(02).
           05 WS-RCT-TYPE-WORK     PIC X(01) VALUE SPACES.
           05 WS-RCT-PERIOD-WORK   PIC 9(08) VALUE ZEROS.
           05 WS-RCT-PERIOD-WORK-R REDEFINES WS-RCT-PERIOD-WORK.
              10 WS-RCT-PERIOD-YYYYMM PIC 9(06).
              10 WS-RCT-PERIOD-DD  PIC 9(02).
           05 WS-RCT-OWN-PERIOD    PIC 9(08) VALUE ZEROS.
           05 WS-RCT-BLOCKED-BY    PIC X(08) VALUE SPACES.
           05 WS-RCT-BUS-DATE-FLAG PIC X(01) VALUE 'Y'.
              88 WS-RCT-BUS-DATE-OK    VALUE 'Y'.
              88 WS-RCT-BUS-DATE-BAD   VALUE 'N'.
           05 WS-RCT-OVERRIDE-FLAG PIC X(01) VALUE 'N'.
              88 WS-RCT-OVERRIDE       VALUE 'Y'.
              88 WS-RCT-NO-OVERRIDE    VALUE 'N'.
           05 WS-RCT-PREREQ-FLAG   PIC X(01) VALUE 'Y'.
              88 WS-RCT-PREREQ-MET     VALUE 'Y'.
              88 WS-RCT-PREREQ-MISSING VALUE 'N'.
           05 WS-RCT-DONE-FLAG     PIC X(01) VALUE 'N'.
              88 WS-RCT-ALREADY-DONE   VALUE 'Y'.
              88 WS-RCT-NOT-DONE       VALUE 'N'.
           05 WS-RCT-FOUND-FLAG    PIC X(01) VALUE SPACES.
              88 WS-RCT-ON-FILE        VALUE 'Y'.
              88 WS-RCT-NOT-ON-FILE    VALUE 'N'.
           05 WS-RCT-START-FLAG    PIC X(01) VALUE 'N'.
              88 WS-RCT-CLEARED        VALUE 'Y'.
              88 WS-RCT-REFUSED        VALUE 'N'.
           05 WS-RCT-RECORD-FLAG   PIC X(01) VALUE 'N'.
              88 WS-RCT-RECORDED       VALUE 'Y'.
              88 WS-RCT-UNRECORDED     VALUE 'N'.
           05 WS-RCT-RESULT-FLAG   PIC X(01) VALUE 'C'.
              88 WS-RCT-RUN-OK         VALUE 'C'.
              88 WS-RCT-RUN-FAILED     VALUE 'F'.
           05 WS-RCT-READ-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-RCT-PROC-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-RCT-EXCP-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-RCT-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-RCT-PREREQ-LIST.
           05 FILLER               PIC X(09) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE SPACES.
       01  WS-RCT-PREREQ-TABLE REDEFINES WS-RCT-PREREQ-LIST.
           05 WS-RCT-PREREQ OCCURS 2 TIMES.
              10 WS-RCT-PREREQ-PGM  PIC X(08).
              10 WS-RCT-PREREQ-TYPE PIC X(01).
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PARA.
           PERFORM 9500-START-RUN-CONTROL
              THRU 9500-START-RUN-CONTROL-EXIT
           IF WS-RCT-REFUSED
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-TRANSACTION
      ******************************************************************
           IF WS-TRN-EOF
          AND WS-CKPT-MATCHED
               PERFORM 7200-WRITE-GL-CONTROL
                  THRU 7200-WRITE-GL-CONTROL-EXIT
               PERFORM 7100-CLEAR-CHECKPOINT
                  THRU 7100-CLEAR-CHECKPOINT-EXIT
           END-IF
           PERFORM 9999-TERMINATE
              THRU 9999-TERMINATE-EXIT
           PERFORM 9600-END-RUN-CONTROL
              THRU 9600-END-RUN-CONTROL-EXIT
           STOP RUN.
      ******************************************************************
      *
      *
      ******************************************************************
       1000-INITIALIZE.
           MOVE WS-RCT-BUS-YEAR            TO WS-RUN-YEAR
           MOVE WS-RCT-BUS-MONTH           TO WS-RUN-MONTH
           MOVE WS-RCT-BUS-DAY             TO WS-RUN-DAY
           PERFORM 1050-READ-CHECKPOINT
              THRU 1050-READ-CHECKPOINT-EXIT
           OPEN INPUT  DALY-TRAN-FILE
           OPEN INPUT  CARD-XREF-FILE
           OPEN I-O    ACCOUNT-MASTER-FILE
           OPEN I-O    TRAN-HIST-FILE
           OPEN I-O    PENDING-AUTH-FILE
           IF WS-RESTART-MODE
               OPEN EXTEND TRAN-REJECT-FILE
               OPEN EXTEND POST-REPORT-FILE
               OPEN EXTEND GL-ACTIVITY-FILE
           ELSE
               OPEN OUTPUT TRAN-REJECT-FILE
               OPEN OUTPUT POST-REPORT-FILE
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF
           IF NOT WS-TRN-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN DALYTRAN - STATUS '
                       WS-TRN-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-CRD-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN CARDDAT - STATUS '
                       WS-CRD-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-XRF-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN CXACAIX - STATUS '
                       WS-XRF-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-ACT-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN ACCTDAT - STATUS '
                       WS-ACT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-HST-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN TRANHIST - STATUS '
                       WS-HST-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-PAU-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN PENDAUTH - STATUS '
                       WS-PAU-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-REJ-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN TRNREJS - STATUS '
                       WS-REJ-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN TRNRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-GLA-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCTRNPSB: UNABLE TO OPEN GLPOST - STATUS '
                       WS-GLA-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-FRESH-START
               PERFORM 8000-WRITE-REPORT-HEADINGS
                  THRU 8000-WRITE-REPORT-HEADINGS-EXIT
                   MOVE CKPT-NEARLIMIT-COUNT
                                           TO WS-NEARLIMIT-COUNT
                   MOVE CKPT-HIST-COUNT    TO WS-HIST-COUNT
                   MOVE CKPT-RELEASE-COUNT TO WS-RELEASE-COUNT
                   MOVE CKPT-POST-SEQ      TO WS-POST-SEQ
                   MOVE CKPT-ACCEPT-AMOUNT TO WS-ACCEPT-AMOUNT
                   MOVE CKPT-REJECT-AMOUNT TO WS-REJECT-AMOUNT
                   MOVE CKPT-DEBIT-AMOUNT  TO WS-DEBIT-AMOUNT
                   MOVE CKPT-CREDIT-AMOUNT TO WS-CREDIT-AMOUNT
                   MOVE CKPT-DEBIT-COUNT   TO WS-DEBIT-COUNT
                   MOVE CKPT-CREDIT-COUNT  TO WS-CREDIT-COUNT
                   DISPLAY 'CCTRNPSB: RESTART - RESUMING AFTER '
                           'TRANSACTION ' WS-SKIP-TARGET
               END-IF
               WHEN WS-TRN-EOF
                   SET WS-TRAN-EOF         TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCTRNPSB: DALYTRAN READ ERROR - STATUS '
                           WS-TRN-STATUS
                   SET WS-TRAN-EOF         TO TRUE
               ADD 1                       TO WS-ACCEPT-COUNT
               ADD TRAN-AMOUNT             TO WS-ACCEPT-AMOUNT
               IF TRAN-TYPE-DEBIT
                   ADD 1                   TO WS-DEBIT-COUNT
                   ADD TRAN-AMOUNT         TO WS-DEBIT-AMOUNT
                   PERFORM 2800-RELEASE-HOLD
                      THRU 2800-RELEASE-HOLD-EXIT
               ELSE
                   ADD 1                   TO WS-CREDIT-COUNT
                   ADD TRAN-AMOUNT         TO WS-CREDIT-AMOUNT
               END-IF
               PERFORM 2700-WRITE-HISTORY
                  THRU 2700-WRITE-HISTORY-EXIT
               PERFORM 2900-WRITE-GL-ACTIVITY
                  THRU 2900-WRITE-GL-ACTIVITY-EXIT
           END-IF
           ADD 1                           TO WS-CKPT-COUNTER
           IF WS-CKPT-COUNTER NOT < WS-CKPT-INTERVAL
               WHEN WS-TRN-EOF
                   SET WS-TRAN-EOF         TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCTRNPSB: DALYTRAN READ ERROR - STATUS '
                           WS-TRN-STATUS
                   SET WS-TRAN-EOF         TO TRUE
      *
      *    VALIDATE CARD SECTION
      *    The card must be on file, active, and not past its
      *    expiration date as of the run date. A payment or credit
      *    on a card blocked for account closure or for delinquency
      *    still posts - it is how a closed balance is paid off and
      *    how a delinquent account is brought current.
      *
      ******************************************************************
       2210-VALIDATE-CARD.
           READ CARD-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-CRD-OK
                   IF (CARD-RSN-ACCT-CLOSED OR CARD-RSN-DELINQUENT)
                  AND TRAN-TYPE-CREDIT
                       CONTINUE
                   ELSE
                       PERFORM 2215-CHECK-CARD-USABLE
                          THRU 2215-CHECK-CARD-USABLE-EXIT
                   END-IF
               WHEN WS-CRD-NOTFND
                   MOVE 'CNOF'             TO REJ-REASON-CD
           EXIT.
      ******************************************************************
      *
      *    CHECK CARD USABLE SECTION
      *    The card must be active and not past its expiry month.
      *    A card blocked only because its account was closed or
      *    has gone delinquent is still good for a payment or
      *    credit, and never gets here for one.
      *
      ******************************************************************
       2215-CHECK-CARD-USABLE.
           IF NOT CARD-ACTIVE-YES
               MOVE 'CBLK'                 TO REJ-REASON-CD
               MOVE 'CARD IS NOT ACTIVE'
                                           TO REJ-REASON-DESC
               PERFORM 2400-WRITE-REJECT
                  THRU 2400-WRITE-REJECT-EXIT
           ELSE
               IF CARD-EXPIRY-YEAR < WS-RUN-YEAR
                  OR (CARD-EXPIRY-YEAR = WS-RUN-YEAR AND
                      CARD-EXPIRY-MONTH < WS-RUN-MONTH)
                   MOVE 'CEXP'             TO REJ-REASON-CD
                   MOVE 'CARD EXPIRED'
                                           TO REJ-REASON-DESC
                   PERFORM 2400-WRITE-REJECT
                      THRU 2400-WRITE-REJECT-EXIT
               END-IF
           END-IF
       2215-CHECK-CARD-USABLE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    VALIDATE CROSS-REFERENCE SECTION
      *    The card must belong to the account the transaction
      *    claims, the same check the online selection screen makes.
      *    left untouched. The account record is rewritten in
      *    place, and a posted debit that leaves the account within
      *    the warning threshold of its limit is listed on the
      *    over-limit report section. A debit to a closed account
      *    is rejected before any limit check; credits post to it
      *    as to any other account.
      *
      ******************************************************************
       2500-POST-TO-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-ACT-OK
                   IF TRAN-TYPE-DEBIT
                  AND ACCT-STATUS-CLOSED
                       MOVE 'ACLS'         TO REJ-REASON-CD
                       MOVE 'DEBIT TO CLOSED ACCOUNT'
                                           TO REJ-REASON-DESC
                       PERFORM 2400-WRITE-REJECT
                          THRU 2400-WRITE-REJECT-EXIT
                   END-IF
                   IF TRAN-TYPE-DEBIT
                  AND WS-TRAN-ACCEPTED
                       PERFORM 2510-CHECK-POSTING-LIMITS
                          THRU 2510-CHECK-POSTING-LIMITS-EXIT
                   END-IF
           EXIT.
      ******************************************************************
      *
      *    RELEASE AUTHORIZATION HOLD SECTION
      *    Positions on the first hold for the posted debit's
      *    account and card (the approval date and time follow in
      *    the key, so the oldest hold comes first) and reads
      *    forward through that card's holds for an open one with
      *    the same amount and cash marker. The first match is
      *    marked released as of the run date. A debit with no
      *    hold - keyed without an authorization, or already
      *    expired - simply posts.
      *
      ******************************************************************
       2800-RELEASE-HOLD.
           MOVE TRAN-ACCT-ID               TO PAUTH-ACCT-ID
           MOVE TRAN-CARD-NUM              TO PAUTH-CARD-NUM
           MOVE ZEROS                      TO PAUTH-AUTH-DATE
                                              PAUTH-AUTH-TIME
           SET WS-HOLD-SEARCHING           TO TRUE
           START PENDING-AUTH-FILE KEY NOT < PAUTH-KEY
           EVALUATE TRUE
               WHEN WS-PAU-OK
                   PERFORM 2810-READ-NEXT-HOLD
                      THRU 2810-READ-NEXT-HOLD-EXIT
                      UNTIL WS-HOLD-SEARCH-DONE
               WHEN WS-PAU-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CCTRNPSB: PENDAUTH START ERROR - STATUS '
                           WS-PAU-STATUS ' CARD ' TRAN-CARD-NUM
           END-EVALUATE
       2800-RELEASE-HOLD-EXIT.
           EXIT.
      ******************************************************************
       2810-READ-NEXT-HOLD.
           READ PENDING-AUTH-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-PAU-OK
                   IF PAUTH-ACCT-ID NOT = TRAN-ACCT-ID
                   OR PAUTH-CARD-NUM NOT = TRAN-CARD-NUM
                       SET WS-HOLD-SEARCH-DONE TO TRUE
                   ELSE
                       IF PAUTH-STAT-OPEN
                      AND PAUTH-AMOUNT = TRAN-AMOUNT
                      AND PAUTH-CASH-MARKER = TRAN-CASH-MARKER
                           SET WS-HOLD-SEARCH-DONE TO TRUE
                           PERFORM 2820-REWRITE-HOLD
                              THRU 2820-REWRITE-HOLD-EXIT
                       END-IF
                   END-IF
               WHEN WS-PAU-EOF
                   SET WS-HOLD-SEARCH-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'CCTRNPSB: PENDAUTH READ ERROR - STATUS '
                           WS-PAU-STATUS ' CARD ' TRAN-CARD-NUM
                   SET WS-HOLD-SEARCH-DONE TO TRUE
           END-EVALUATE
       2810-READ-NEXT-HOLD-EXIT.
           EXIT.
      ******************************************************************
       2820-REWRITE-HOLD.
           SET PAUTH-STAT-RELEASED         TO TRUE
           MOVE WS-RUN-DATE-N              TO PAUTH-STATUS-DATE
           REWRITE PEND-AUTH-RECORD
           IF WS-PAU-OK
               ADD 1                       TO WS-RELEASE-COUNT
           ELSE
               DISPLAY 'CCTRNPSB: PENDAUTH REWRITE ERROR - STATUS '
                       WS-PAU-STATUS ' CARD ' TRAN-CARD-NUM
           END-IF
       2820-REWRITE-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK POSTING LIMITS SECTION
      *    Holds a debit to the account's credit limit before it is
      *    applied: the projected balance may not pass
           EXIT.
      ******************************************************************
      *
      *    WRITE GENERAL LEDGER ACTIVITY SECTION
      *    One detail per posted transaction, under the group of the
      *    account it posted to - the account record read for the
      *    posting is still in the record area. A failed write
      *    never backs out the posting; the journal proof shows the
      *    shortfall against the control records instead.
      *
      ******************************************************************
       2900-WRITE-GL-ACTIVITY.
           MOVE SPACES                     TO GL-ACTIVITY-RECORD
           SET GLA-DETAIL                  TO TRUE
           MOVE 'CCTRNPSB'                 TO GLA-SOURCE-PGM
           MOVE WS-RUN-DATE-N              TO GLA-RUN-DATE
           IF TRAN-TYPE-DEBIT
               SET GLA-ACT-POSTED-DEBIT    TO TRUE
           ELSE
               SET GLA-ACT-POSTED-CREDIT   TO TRUE
           END-IF
           MOVE ACCT-GROUP-ID              TO GLA-GROUP-ID
           MOVE TRAN-ACCT-ID               TO GLA-ACCT-ID
           MOVE 1                          TO GLA-ITEM-COUNT
           MOVE TRAN-AMOUNT                TO GLA-AMOUNT
           WRITE GL-ACTIVITY-RECORD
           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'CCTRNPSB: GLPOST WRITE ERROR - STATUS '
                       WS-GLA-STATUS ' ACCOUNT ' TRAN-ACCT-ID
           END-IF
       2900-WRITE-GL-ACTIVITY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TAKE CHECKPOINT SECTION
      *    Rewrites the restart control file whole with the count
      *    of transactions committed so far and the running control
               MOVE WS-REJECT-AMOUNT       TO CKPT-REJECT-AMOUNT
               MOVE WS-DEBIT-AMOUNT        TO CKPT-DEBIT-AMOUNT
               MOVE WS-CREDIT-AMOUNT       TO CKPT-CREDIT-AMOUNT
               MOVE WS-RELEASE-COUNT       TO CKPT-RELEASE-COUNT
               MOVE WS-DEBIT-COUNT         TO CKPT-DEBIT-COUNT
               MOVE WS-CREDIT-COUNT        TO CKPT-CREDIT-COUNT
               WRITE CKPT-RECORD
               IF WS-CKP-STATUS NOT = '00'
                   DISPLAY 'CCTRNPSB: TRNCKPT WRITE ERROR - STATUS '
               MOVE ZEROS                  TO CKPT-REJECT-AMOUNT
               MOVE ZEROS                  TO CKPT-DEBIT-AMOUNT
               MOVE ZEROS                  TO CKPT-CREDIT-AMOUNT
               MOVE ZEROS                  TO CKPT-RELEASE-COUNT
               MOVE ZEROS                  TO CKPT-DEBIT-COUNT
               MOVE ZEROS                  TO CKPT-CREDIT-COUNT
               WRITE CKPT-RECORD
               IF WS-CKP-STATUS NOT = '00'
                   DISPLAY 'CCTRNPSB: TRNCKPT WRITE ERROR - STATUS '
           EXIT.
      ******************************************************************
      *
      *    WRITE GENERAL LEDGER CONTROL SECTION
      *    Closes the activity file with one control record for the
      *    posted debits and one for the posted credits, carrying
      *    the same counts and totals as the control report. Only a
      *    run that consumed its whole input writes them, so the
      *    journal batch can tell a finished posting from one cut
      *    short.
      *
      ******************************************************************
       7200-WRITE-GL-CONTROL.
           MOVE SPACES                     TO GL-ACTIVITY-RECORD
           SET GLA-CONTROL                 TO TRUE
           MOVE 'CCTRNPSB'                 TO GLA-SOURCE-PGM
           MOVE WS-RUN-DATE-N              TO GLA-RUN-DATE
           SET GLA-ACT-POSTED-DEBIT        TO TRUE
           MOVE ZEROS                      TO GLA-ACCT-ID
           MOVE WS-DEBIT-COUNT             TO GLA-ITEM-COUNT
           MOVE WS-DEBIT-AMOUNT            TO GLA-AMOUNT
           WRITE GL-ACTIVITY-RECORD
           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'CCTRNPSB: GLPOST WRITE ERROR - STATUS '
                       WS-GLA-STATUS
           END-IF
           SET GLA-ACT-POSTED-CREDIT       TO TRUE
           MOVE WS-CREDIT-COUNT            TO GLA-ITEM-COUNT
           MOVE WS-CREDIT-AMOUNT           TO GLA-AMOUNT
           WRITE GL-ACTIVITY-RECORD
           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'CCTRNPSB: GLPOST WRITE ERROR - STATUS '
                       WS-GLA-STATUS
           END-IF
       7200-WRITE-GL-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE REPORT HEADINGS SECTION
      *    The title and the over-limit section heading go out at
      *    the start of the run so the over-limit lines can be
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DEBIT TRANSACTIONS POSTED'
                                           TO WS-REPT-LABEL
           MOVE WS-DEBIT-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CREDIT TRANSACTIONS POSTED'
                                           TO WS-REPT-LABEL
           MOVE WS-CREDIT-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DEBITS POSTED'            TO WS-REPT-AMT-LABEL
           MOVE WS-DEBIT-AMOUNT            TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AUTHORIZATION HOLDS RELEASED'
                                           TO WS-REPT-LABEL
           MOVE WS-RELEASE-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3000-WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      ******************************************************************
           EXIT.
      ******************************************************************
      *
      *    START RUN CONTROL SECTION
      *    Runs before anything else is opened, so a refused run
      *    leaves every file and report exactly as it was. The run is
      *    refused when a batch it depends on has not completed for
      *    the same business date or cycle, when this batch has
      *    already completed it, or when the run-control file cannot
      *    be used - unless the run parameter file (RUNPARM) carries
      *    OVERRIDE. A run whose RUNPARM business date is not a valid
      *    date is refused outright. A cleared run is recorded as
      *    started; a refusal is counted on the period's record, and
      *    one refused for a missing prerequisite is marked blocked.
      *
      ******************************************************************
       9500-START-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR            TO WS-RCT-YEAR
           MOVE WS-CURDATE-MONTH           TO WS-RCT-MONTH
           MOVE WS-CURDATE-DAY             TO WS-RCT-DAY
           MOVE WS-CURDATE-HOURS           TO WS-RCT-HOURS
           MOVE WS-CURDATE-MINS            TO WS-RCT-MINS
           MOVE WS-CURDATE-SECS            TO WS-RCT-SECS
           MOVE WS-RCT-DATE                TO WS-RCT-BUS-DATE
           PERFORM 9510-READ-RUN-PARM
              THRU 9510-READ-RUN-PARM-EXIT
           MOVE WS-RCT-PERIOD-TYPE         TO WS-RCT-TYPE-WORK
           PERFORM 9540-SET-PERIOD
              THRU 9540-SET-PERIOD-EXIT
           MOVE WS-RCT-PERIOD-WORK         TO WS-RCT-OWN-PERIOD
           SET WS-RCT-CLEARED              TO TRUE
           IF WS-RCT-BUS-DATE-BAD
               SET WS-RCT-REFUSED          TO TRUE
           ELSE
               OPEN I-O RUN-CONTROL-FILE
               IF NOT WS-RCT-OK
                   DISPLAY 'CCTRNPSB: UNABLE TO OPEN RUNCTL - STATUS '
                           WS-RCT-STATUS
                   IF WS-RCT-NO-OVERRIDE
                       SET WS-RCT-REFUSED  TO TRUE
                   END-IF
               ELSE
                   PERFORM 9520-CHECK-PREREQUISITE
                      THRU 9520-CHECK-PREREQUISITE-EXIT
                      VARYING WS-RCT-IDX FROM 1 BY 1
                        UNTIL WS-RCT-IDX > WS-RCT-PREREQ-COUNT
                   PERFORM 9530-RECORD-START
                      THRU 9530-RECORD-START-EXIT
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF
           IF WS-RCT-REFUSED
               IF WS-RCT-BUS-DATE-BAD
                   DISPLAY 'CCTRNPSB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCTRNPSB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCTRNPSB: OVERRIDE GIVEN - RUNNING WITHOUT '
                           'RUN CONTROL'
               END-IF
           END-IF
       9500-START-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ RUN PARAMETER SECTION
      *    The run parameter file is optional; a missing file, or one
      *    that does not say OVERRIDE, means the run-control checks
      *    apply. A business date (YYYYMMDD, columns 10-17) sets the
      *    date the run is for - its run-control period and every
      *    business date it stamps - so a chain that runs past
      *    midnight, or a restart the next morning, stays on the date
      *    it was started for. Without one the run is for the current
      *    date.
      *
      ******************************************************************
       9510-READ-RUN-PARM.
           SET WS-RCT-NO-OVERRIDE          TO TRUE
           SET WS-RCT-BUS-DATE-OK          TO TRUE
           OPEN INPUT RUN-PARM-FILE
           IF WS-RPM-OK
               READ RUN-PARM-FILE
               IF WS-RPM-OK
              AND RPRM-OVERRIDE = 'OVERRIDE'
                   SET WS-RCT-OVERRIDE     TO TRUE
                   DISPLAY 'CCTRNPSB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCTRNPSB: BUSINESS DATE = ' WS-RCT-BUS-DATE
       9510-READ-RUN-PARM-EXIT.
           EXIT.
      ******************************************************************
      *
      *    EDIT BUSINESS DATE SECTION
      *    The date must be a real calendar date and may not be later
      *    than today; anything else refuses the run rather than let
      *    it post or stamp under a mistyped date.
      *
      ******************************************************************
       9515-EDIT-BUSINESS-DATE.
           IF RPRM-BUSINESS-DATE NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(RPRM-BUSINESS-DATE-N)
                  = ZEROS
              AND RPRM-BUSINESS-DATE-N NOT > WS-RCT-DATE
                   MOVE RPRM-BUSINESS-DATE-N TO WS-RCT-BUS-DATE
               ELSE
                   SET WS-RCT-BUS-DATE-BAD TO TRUE
               END-IF
           ELSE
               SET WS-RCT-BUS-DATE-BAD     TO TRUE
           END-IF
           IF WS-RCT-BUS-DATE-BAD
               DISPLAY 'CCTRNPSB: RUNPARM BUSINESS DATE '
                       RPRM-BUSINESS-DATE ' IS NOT A VALID DATE'
           END-IF
       9515-EDIT-BUSINESS-DATE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK PREREQUISITE SECTION
      *    A prerequisite is met only by a completed run for the
      *    same date or cycle - started, failed or blocked is not
      *    enough.
      *
      ******************************************************************
       9520-CHECK-PREREQUISITE.
           MOVE WS-RCT-PREREQ-TYPE(WS-RCT-IDX)
                                           TO WS-RCT-TYPE-WORK
           PERFORM 9540-SET-PERIOD
              THRU 9540-SET-PERIOD-EXIT
           MOVE WS-RCT-PREREQ-PGM(WS-RCT-IDX)
                                           TO RUN-PGM-NAME
           MOVE WS-RCT-PERIOD-WORK         TO RUN-PERIOD
           READ RUN-CONTROL-FILE
           IF WS-RCT-OK
          AND RUN-COMPLETED
               CONTINUE
           ELSE
               SET WS-RCT-PREREQ-MISSING   TO TRUE
               MOVE WS-RCT-PREREQ-PGM(WS-RCT-IDX)
                                           TO WS-RCT-BLOCKED-BY
               DISPLAY 'CCTRNPSB: PREREQUISITE '
                       WS-RCT-PREREQ-PGM(WS-RCT-IDX)
                       ' HAS NOT COMPLETED FOR ' WS-RCT-PERIOD-WORK
           END-IF
       9520-CHECK-PREREQUISITE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    RECORD START SECTION
      *    Reads this batch's own record for the period, decides
      *    whether the run may go ahead and records the outcome.
      *
      ******************************************************************
       9530-RECORD-START.
           MOVE WS-RCT-PGM-NAME            TO RUN-PGM-NAME
           MOVE WS-RCT-OWN-PERIOD          TO RUN-PERIOD
           READ RUN-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-RCT-OK
                   SET WS-RCT-ON-FILE      TO TRUE
                   IF RUN-COMPLETED
                       SET WS-RCT-ALREADY-DONE TO TRUE
                       DISPLAY 'CCTRNPSB: ALREADY COMPLETED FOR '
                               WS-RCT-OWN-PERIOD ' ON '
                               RUN-END-DATE
                   END-IF
               WHEN WS-RCT-NOTFND
                   SET WS-RCT-NOT-ON-FILE  TO TRUE
                   MOVE SPACES             TO RUN-CONTROL-RECORD
                   MOVE WS-RCT-PGM-NAME    TO RUN-PGM-NAME
                   MOVE WS-RCT-OWN-PERIOD  TO RUN-PERIOD
                   MOVE WS-RCT-PERIOD-TYPE TO RUN-PERIOD-TYPE
                   MOVE ZEROS              TO RUN-START-DATE
                                              RUN-START-TIME
                                              RUN-END-DATE
                                              RUN-END-TIME
                                              RUN-ATTEMPT-COUNT
                                              RUN-REFUSED-COUNT
                                              RUN-READ-COUNT
                                              RUN-PROCESSED-COUNT
                                              RUN-EXCEPTION-COUNT
                                              RUN-AMOUNT-TOTAL
                   SET RUN-NOT-OVERRIDDEN  TO TRUE
               WHEN OTHER
                   DISPLAY 'CCTRNPSB: RUNCTL READ ERROR - STATUS '
                           WS-RCT-STATUS
                   IF WS-RCT-NO-OVERRIDE
                       SET WS-RCT-REFUSED  TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-RCT-CLEARED
          AND WS-RCT-NO-OVERRIDE
          AND (WS-RCT-PREREQ-MISSING OR WS-RCT-ALREADY-DONE)
               SET WS-RCT-REFUSED          TO TRUE
               ADD 1                       TO RUN-REFUSED-COUNT
               IF WS-RCT-PREREQ-MISSING
              AND NOT RUN-COMPLETED
                   SET RUN-BLOCKED         TO TRUE
                   MOVE WS-RCT-BLOCKED-BY  TO RUN-BLOCKED-BY
               END-IF
               PERFORM 9550-SAVE-RUN-RECORD
                  THRU 9550-SAVE-RUN-RECORD-EXIT
           END-IF
      *    A run forced through a run-control read error is not
      *    recorded - there is no record to carry it.
           IF WS-RCT-CLEARED
          AND (WS-RCT-ON-FILE OR WS-RCT-NOT-ON-FILE)
               SET RUN-STARTED             TO TRUE
               MOVE WS-RCT-DATE            TO RUN-START-DATE
               MOVE WS-RCT-TIME            TO RUN-START-TIME
               MOVE ZEROS                  TO RUN-END-DATE
                                              RUN-END-TIME
                                              RUN-READ-COUNT
                                              RUN-PROCESSED-COUNT
                                              RUN-EXCEPTION-COUNT
                                              RUN-AMOUNT-TOTAL
               MOVE SPACES                 TO RUN-BLOCKED-BY
               ADD 1                       TO RUN-ATTEMPT-COUNT
               IF WS-RCT-OVERRIDE
                   SET RUN-OVERRIDDEN      TO TRUE
               ELSE
                   SET RUN-NOT-OVERRIDDEN  TO TRUE
               END-IF
               PERFORM 9550-SAVE-RUN-RECORD
                  THRU 9550-SAVE-RUN-RECORD-EXIT
               IF WS-RCT-OK
                   SET WS-RCT-RECORDED     TO TRUE
               END-IF
               IF NOT WS-RCT-OK
              AND WS-RCT-NO-OVERRIDE
                   SET WS-RCT-REFUSED      TO TRUE
               END-IF
           END-IF
       9530-RECORD-START-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET PERIOD SECTION
      *    The period for the business date under the period type in
      *    WS-RCT-TYPE-WORK: the date itself for a daily batch, the
      *    month with a zero day for a cycle-end batch.
      *
      ******************************************************************
       9540-SET-PERIOD.
           MOVE WS-RCT-BUS-DATE            TO WS-RCT-PERIOD-WORK
           IF WS-RCT-TYPE-WORK = 'C'
               MOVE ZEROS                  TO WS-RCT-PERIOD-DD
           END-IF
       9540-SET-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SAVE RUN RECORD SECTION
      *
      ******************************************************************
       9550-SAVE-RUN-RECORD.
           IF WS-RCT-ON-FILE
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF
           IF NOT WS-RCT-OK
               DISPLAY 'CCTRNPSB: RUNCTL WRITE ERROR - STATUS '
                       WS-RCT-STATUS
           ELSE
               SET WS-RCT-ON-FILE          TO TRUE
           END-IF
       9550-SAVE-RUN-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    END RUN CONTROL SECTION
      *    Marks the period's record completed - or failed, when the
      *    run could not do its work - with the end time and the
      *    run's control totals.
      *
      ******************************************************************
       9600-END-RUN-CONTROL.
           IF WS-RCT-RECORDED
               PERFORM 9610-SET-RUN-TOTALS
                  THRU 9610-SET-RUN-TOTALS-EXIT
               MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
               MOVE WS-CURDATE-YEAR        TO WS-RCT-YEAR
               MOVE WS-CURDATE-MONTH       TO WS-RCT-MONTH
               MOVE WS-CURDATE-DAY         TO WS-RCT-DAY
               MOVE WS-CURDATE-HOURS       TO WS-RCT-HOURS
               MOVE WS-CURDATE-MINS        TO WS-RCT-MINS
               MOVE WS-CURDATE-SECS        TO WS-RCT-SECS
               OPEN I-O RUN-CONTROL-FILE
               IF NOT WS-RCT-OK
                   DISPLAY 'CCTRNPSB: UNABLE TO OPEN RUNCTL - STATUS '
                           WS-RCT-STATUS ' - END OF RUN NOT RECORDED'
               ELSE
                   MOVE WS-RCT-PGM-NAME    TO RUN-PGM-NAME
                   MOVE WS-RCT-OWN-PERIOD  TO RUN-PERIOD
                   READ RUN-CONTROL-FILE
                   IF WS-RCT-OK
                       IF WS-RCT-RUN-FAILED
                           SET RUN-FAILED  TO TRUE
                       ELSE
                           SET RUN-COMPLETED TO TRUE
                       END-IF
                       MOVE WS-RCT-DATE    TO RUN-END-DATE
                       MOVE WS-RCT-TIME    TO RUN-END-TIME
                       MOVE WS-RCT-READ-COUNT TO RUN-READ-COUNT
                       MOVE WS-RCT-PROC-COUNT TO RUN-PROCESSED-COUNT
                       MOVE WS-RCT-EXCP-COUNT TO RUN-EXCEPTION-COUNT
                       MOVE WS-RCT-AMOUNT  TO RUN-AMOUNT-TOTAL
                       REWRITE RUN-CONTROL-RECORD
                   END-IF
                   IF NOT WS-RCT-OK
                       DISPLAY 'CCTRNPSB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCTRNPSB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCTRNPSB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Records read, transactions posted, transactions
      *    rejected and the amount posted. A run cut short before the
      *    end of its input, or whose restart did not match its
      *    checkpoint, is failed.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-READ-COUNT              TO WS-RCT-READ-COUNT
           MOVE WS-ACCEPT-COUNT            TO WS-RCT-PROC-COUNT
           MOVE WS-REJECT-COUNT            TO WS-RCT-EXCP-COUNT
           MOVE WS-ACCEPT-AMOUNT           TO WS-RCT-AMOUNT
           IF NOT (WS-TRN-EOF AND WS-CKPT-MATCHED)
               SET WS-RCT-RUN-FAILED       TO TRUE
           END-IF
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
                 CARD-XREF-FILE
                 ACCOUNT-MASTER-FILE
                 TRAN-HIST-FILE
                 PENDING-AUTH-FILE
                 TRAN-REJECT-FILE
                 POST-REPORT-FILE
                 GL-ACTIVITY-FILE
       9999-TERMINATE-EXIT.
           EXIT.
