      *****************************************************************
      * Program:     COAUTRQC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Real-time Purchase Authorization                 *
      *****************************************************************
      *                                                               *
      * Copyright Amazon.com, Inc. or its affiliates.                *
      * All Rights Reserved.                                          *
      *                                                               *
      * Licensed under the Apache License, Version 2.0 (the          *
      * "License"). You may not use this file except in compliance    *
      * with the License. A copy of the License is located at         *
      *                                                               *
      *    https://www.apache.org/licenses/LICENSE-2.0                *
      *                                                               *
      *  or in the "license" file accompanying this file. This file   *
      *  is distributed on an "AS IS" BASIS, WITHOUT WARRANTIES OR    *
      *  CONDITIONS OF ANY KIND, either express or implied. See the   *
      *  License for the specific language governing permissions and   *
      *  limitations under the License.                               *
      *****************************************************************
      ******************************************************************
      *
      *    CardDemo Application
      *    Real-time Purchase Authorization Program
      *
      *    Approves or declines a single purchase or cash advance at
      *    the time it is presented, instead of leaving the first
      *    check to the posting batch the night after. The card must
      *    be on file (CARDDAT), active and unexpired, must not be on
      *    the hot-card list (HOTCARD) awaiting action, and must map
      *    through the cross-reference (CXACAIX) to an active account
      *    (ACCTDAT). The amount must then fit under the account's
      *    credit limit once the current balance and every hold still
      *    open against the account are taken off, and a cash advance
      *    must also fit under the cash credit limit together with
      *    the cash holds already open. An account with no limit on
      *    file is not limit checked, the same as posting.
      *
      *    Each approval is written as an open hold on the pending-
      *    authorization file (PENDAUTH) under an authorization code
      *    shown to the operator. The posting batch releases the
      *    hold when the matching debit arrives on DALYTRAN; the hold
      *    expiry batch ages out holds that never clear.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COAUTRQC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      * COPY BOOKS - WORKING STORAGE
      ******************************************************************
           COPY COCOM01Y.
           COPY COAUTRQI.
           COPY COTTL01Y.
           COPY CSDAT01Y.
           COPY CSMSG01Y.
           COPY CSUSR01Y.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CVACT01Y.
           COPY CVACT02Y.
           COPY CVCRD01Y.
           COPY CVHOT01Y.
           COPY CVAUT01Y.
      ******************************************************************
      *    CONSTANTS
      ******************************************************************
       01  WS-CONSTANTS.
           05 LIT-THISPGM         PIC X(8)  VALUE 'COAUTRQC'.
           05 LIT-THISTRANID      PIC X(4)  VALUE 'CAT1'.
           05 LIT-THISMAPSET      PIC X(8)  VALUE 'COAUTRQS'.
           05 LIT-THISMAP         PIC X(7)  VALUE 'CAUTRQA'.
           05 LIT-MENUPGM         PIC X(8)  VALUE 'COMEN01C'.
      ******************************************************************
      *    FLAGS
      ******************************************************************
       01  WS-FLAGS.
           05 INPUT-FLAG          PIC X(1).
              88 INPUT-OK         VALUE '0'.
              88 INPUT-ERROR      VALUE '1'.
           05 AUTH-DECISION-FLAG  PIC X(1) VALUE '0'.
              88 AUTH-APPROVED            VALUE '0'.
              88 AUTH-DECLINED            VALUE '1'.
           05 WS-BRWS-FLAG        PIC X(1) VALUE '0'.
              88 WS-BRWS-DONE             VALUE '1'.
              88 WS-BRWS-NOT-DONE         VALUE '0'.
      ******************************************************************
      *    MISC WORK AREAS
      ******************************************************************
       01  WS-MISC-STORAGE.
           05 WS-PGMNAME          PIC X(8)  VALUE SPACES.
           05 WS-TRANID           PIC X(4)  VALUE SPACES.
           05 WS-MSG              PIC X(40) VALUE SPACES.
           05 WS-TMPVAR           PIC X(50) VALUE SPACES.
           05 WS-ERR-FLG          PIC X(01) VALUE '0'.
              88 ERR-FLG-ON       VALUE '1'.
              88 ERR-FLG-OFF      VALUE '0'.
           05 WS-RESP-CD          PIC S9(09) COMP VALUE ZEROS.
           05 WS-REAS-CD          PIC S9(09) COMP VALUE ZEROS.
      ******************************************************************
      *    PROGRAM COMMUNICATION AREA
      ******************************************************************
       01  WS-THIS-PROGCOMMAREA.
           05 WS-CA-FIRST-TIME    PIC X(1)  VALUE '1'.
              88 WS-CA-IS-FIRST-TIME  VALUE '1'.
              88 WS-CA-NOT-FIRST-TIME VALUE '0'.
      ******************************************************************
      *    PROGRAM INPUT/OUTPUT AREA
      ******************************************************************
       01  WS-CC-DATA.
           05 CC-CARD-NUM-N       PIC 9(16) VALUE ZEROS.
           05 CC-AMOUNT-N         PIC 9(07)V99 VALUE ZEROS.
           05 CC-CASH-FLG         PIC X(01) VALUE SPACES.
           05 CC-MERCHANT-NAME    PIC X(30) VALUE SPACES.
      ******************************************************************
      *    DECISION AREA - SHOWN WITH THE RESULT OF THE LAST REQUEST
      ******************************************************************
       01  WS-DECISION-DATA.
           05 CC-ACCT-ID-N        PIC 9(11) VALUE ZEROS.
           05 CC-DECISION         PIC X(08) VALUE SPACES.
           05 CC-AUTH-CODE        PIC X(06) VALUE SPACES.
           05 CC-AVAIL-CREDIT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    FILE KEYS                                                     *
      ******************************************************************
       01  WS-CARD-RID-FLD        PIC X(16) VALUE SPACES.
       01  WS-XREF-RID-FLD        PIC X(16) VALUE SPACES.
       01  WS-HOT-RID-FLD         PIC X(16) VALUE SPACES.
       01  WS-ACCT-RID-FLD        PIC X(11) VALUE SPACES.
       01  WS-PAUTH-RID-FLD       PIC X(43) VALUE SPACES.
      ******************************************************************
      *    OPEN HOLD TOTALS                                              *
      *    Every open hold on the account is spoken-for credit; the     *
      *    cash holds are also kept apart for the cash limit check.     *
      ******************************************************************
       01  WS-HOLD-WORK.
           05 WS-OPEN-HOLD-AMT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-OPEN-CASH-AMT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-CASH-NEEDED       PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
       01  DFHCOMMAREA.
           05 LK-COMMAREA         PIC X(1000).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PARA.
      ******************************************************************
      *    Check the COMMAREA length
      ******************************************************************
           IF EIBCALEN = ZEROS
               MOVE 'COSGN00C'     TO CDEMO-TO-PROGRAM
               MOVE 'CSGN'         TO CDEMO-TO-TRANID
               MOVE SPACE          TO CDEMO-FROM-PROGRAM
               MOVE -1             TO CDEMO-FROM-TRANID
               MOVE 'COSGN00C'     TO WS-PGMNAME
               SET CDEMO-PGM-ENTER TO TRUE
               PERFORM 9999-RETURN
           END-IF
      ******************************************************************
      *    Move the COMMAREA to the Working Storage
      ******************************************************************
           MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
      ******************************************************************
      *    Check the last mapset and map
      ******************************************************************
           IF  NOT CDEMO-LAST-MAPSET-VALID OR
               NOT CDEMO-LAST-MAP-VALID
               MOVE 'BAD-MAP'      TO WS-MSG
               PERFORM 9999-RETURN
           END-IF
      ******************************************************************
      *    Process based on the program state
      ******************************************************************
           EVALUATE TRUE
      ******************************************************************
      *       USER PRESSED CLEAR - RETURN TO MAIN MENU
      ******************************************************************
               WHEN CCARD-AID-CLEAR
                    MOVE LIT-MENUPGM        TO CDEMO-TO-PROGRAM
                    MOVE 'CMEN'             TO CDEMO-TO-TRANID
                    MOVE LIT-THISPGM        TO CDEMO-FROM-PROGRAM
                    SET  CDEMO-PGM-ENTER    TO TRUE
                    MOVE LIT-THISMAPSET     TO CDEMO-LAST-MAPSET
                    MOVE LIT-THISMAP        TO CDEMO-LAST-MAP
                    PERFORM 9999-RETURN
      ******************************************************************
      *       USER PRESSED PFK03 - RETURN TO MAIN MENU
      ******************************************************************
               WHEN CCARD-AID-PFK03
                    MOVE LIT-MENUPGM        TO CDEMO-TO-PROGRAM
                    MOVE 'CMEN'             TO CDEMO-TO-TRANID
                    MOVE LIT-THISPGM        TO CDEMO-FROM-PROGRAM
                    SET  CDEMO-PGM-ENTER    TO TRUE
                    MOVE LIT-THISMAPSET     TO CDEMO-LAST-MAPSET
                    MOVE LIT-THISMAP        TO CDEMO-LAST-MAP
                    PERFORM 9999-RETURN
      ******************************************************************
      *       FRESH ENTRY - SHOW THE EMPTY REQUEST SCREEN
      ******************************************************************
               WHEN CDEMO-PGM-ENTER
                    INITIALIZE WS-CC-DATA
                               WS-DECISION-DATA
                    PERFORM 3000-SEND-MAP
                       THRU 3000-SEND-MAP-EXIT
                    SET CDEMO-PGM-REENTER   TO TRUE
                    PERFORM COMMON-RETURN
      ******************************************************************
      *       PROCESSING AN AUTHORIZATION REQUEST
      ******************************************************************
               WHEN CDEMO-PGM-REENTER
                    PERFORM 2000-PROCESS-INPUTS
                       THRU 2000-PROCESS-INPUTS-EXIT
                    IF INPUT-ERROR
                        PERFORM 3000-SEND-MAP
                           THRU 3000-SEND-MAP-EXIT
                        PERFORM COMMON-RETURN
                    END-IF
                    PERFORM 5000-AUTHORIZE
                       THRU 5000-AUTHORIZE-EXIT
      ******************************************************************
      *             An approved request is cleared off the entry
      *             fields so a second ENTER cannot place the same
      *             hold twice; the decision stays on the screen.
      ******************************************************************
                    IF AUTH-APPROVED
                        INITIALIZE WS-CC-DATA
                    END-IF
                    PERFORM 3000-SEND-MAP
                       THRU 3000-SEND-MAP-EXIT
                    PERFORM COMMON-RETURN
               WHEN OTHER
                    MOVE 'UNEXPECTED STATE' TO WS-MSG
                    PERFORM 3000-SEND-MAP
                       THRU 3000-SEND-MAP-EXIT
                    PERFORM COMMON-RETURN
           END-EVALUATE

       COMMON-RETURN.
           MOVE WS-THIS-PROGCOMMAREA TO DFHCOMMAREA (1:LENGTH OF
                                        WS-THIS-PROGCOMMAREA)
           EXEC CICS RETURN
                TRANSID (LIT-THISTRANID)
                COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.
      ******************************************************************
      *
      *    SEND MAP SECTION
      *
      ******************************************************************
       3000-SEND-MAP.
      ******************************************************************
      *    Populate header information
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE     TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR           TO WS-SDTYME-YEAR
           MOVE WS-CURDATE-MONTH          TO WS-SDTYME-MONTH
           MOVE WS-CURDATE-DAY            TO WS-SDTYME-DAY
           MOVE WS-CURDATE-HOURS          TO WS-SDTYME-HOURS
           MOVE WS-CURDATE-MINS           TO WS-SDTYME-MINS
           MOVE WS-CURDATE-SECS           TO WS-SDTYME-SECS
      ******************************************************************
      *    Move header data to the map
      ******************************************************************
           MOVE CDEMO-CUST-FNAME          TO CAUTRQAO-FNAME
           MOVE CDEMO-CUST-LNAME          TO CAUTRQAO-LNAME
           MOVE LIT-THISTRANID            TO CAUTRQAO-TRNID
           MOVE LIT-THISPGM               TO CAUTRQAO-PGMNAM
           MOVE WS-SDTYME                 TO CAUTRQAO-SDTYME
      ******************************************************************
      *    Echo the request and show the decision
      ******************************************************************
           MOVE CC-CARD-NUM-N             TO CAUTRQAO-CARD-NUM
           MOVE CC-AMOUNT-N               TO CAUTRQAO-AMOUNT
           MOVE CC-CASH-FLG               TO CAUTRQAO-CASH-FLG
           MOVE CC-MERCHANT-NAME          TO CAUTRQAO-MERCHANT
           MOVE CC-ACCT-ID-N              TO CAUTRQAO-ACCT-ID
           MOVE CC-DECISION               TO CAUTRQAO-DECISION
           MOVE CC-AUTH-CODE              TO CAUTRQAO-AUTH-CODE
           MOVE CC-AVAIL-CREDIT           TO CAUTRQAO-AVAIL-CREDIT
           MOVE WS-MSG                    TO CAUTRQAO-ERRMSGO
      ******************************************************************
      *    Send map
      ******************************************************************
           EXEC CICS SEND MAP('CAUTRQA')
                          MAPSET('COAUTRQS')
                          FROM(CAUTRQAO)
                          ERASE
           END-EXEC
       3000-SEND-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS INPUTS SECTION
      *    The card number and a non-zero amount are required; the
      *    cash-advance flag defaults to N. The previous decision is
      *    cleared as soon as a new request is keyed.
      *
      ******************************************************************
       2000-PROCESS-INPUTS.
      ******************************************************************
      *    Receive map
      ******************************************************************
           EXEC CICS RECEIVE MAP('CAUTRQA')
                             MAPSET('COAUTRQS')
                             INTO(CAUTRQAI)
           END-EXEC
      ******************************************************************
      *    Validate inputs
      ******************************************************************
           SET INPUT-OK TO TRUE
           INITIALIZE WS-DECISION-DATA
           IF CAUTRQAI-CARD-NUM-L > 0
               MOVE CAUTRQAI-CARD-NUM-D   TO CC-CARD-NUM-N
           ELSE
               MOVE 0                     TO CC-CARD-NUM-N
           END-IF
           IF CC-CARD-NUM-N = ZEROS
               SET INPUT-ERROR TO TRUE
               MOVE 'CARD NUMBER MUST BE ENTERED'
                                           TO WS-MSG
           END-IF
           IF CAUTRQAI-AMOUNT-L > 0
               MOVE CAUTRQAI-AMOUNT-D     TO CC-AMOUNT-N
           ELSE
               MOVE 0                     TO CC-AMOUNT-N
           END-IF
           IF INPUT-OK
          AND CC-AMOUNT-N = ZEROS
               SET INPUT-ERROR TO TRUE
               MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                                           TO WS-MSG
           END-IF
           IF CAUTRQAI-CASH-FLG-L > 0
               MOVE CAUTRQAI-CASH-FLG-D   TO CC-CASH-FLG
           ELSE
               MOVE SPACES                TO CC-CASH-FLG
           END-IF
           IF CC-CASH-FLG = SPACES
               MOVE 'N'                   TO CC-CASH-FLG
           END-IF
           IF INPUT-OK
          AND CC-CASH-FLG NOT = 'Y' AND NOT = 'N'
               SET INPUT-ERROR TO TRUE
               MOVE 'CASH ADVANCE FLAG MUST BE Y OR N'
                                           TO WS-MSG
           END-IF
           IF CAUTRQAI-MERCHANT-L > 0
               MOVE CAUTRQAI-MERCHANT-D   TO CC-MERCHANT-NAME
           ELSE
               MOVE SPACES                TO CC-MERCHANT-NAME
           END-IF
           MOVE WS-MSG                     TO CAUTRQAO-ERRMSGO
       2000-PROCESS-INPUTS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    AUTHORIZE SECTION
      *    Runs the checks front to back; the first one that fails
      *    declines the request and its reason is the message shown.
      *    A request that passes every check is approved and its
      *    hold written.
      *
      ******************************************************************
       5000-AUTHORIZE.
           SET AUTH-APPROVED              TO TRUE
           PERFORM 5100-CHECK-CARD
              THRU 5100-CHECK-CARD-EXIT
           IF AUTH-APPROVED
               PERFORM 5200-CHECK-HOT-CARD
                  THRU 5200-CHECK-HOT-CARD-EXIT
           END-IF
           IF AUTH-APPROVED
               PERFORM 5300-CHECK-XREF
                  THRU 5300-CHECK-XREF-EXIT
           END-IF
           IF AUTH-APPROVED
               PERFORM 5400-CHECK-ACCOUNT
                  THRU 5400-CHECK-ACCOUNT-EXIT
           END-IF
           IF AUTH-APPROVED
               PERFORM 5500-SUM-OPEN-HOLDS
                  THRU 5500-SUM-OPEN-HOLDS-EXIT
               PERFORM 5600-CHECK-LIMITS
                  THRU 5600-CHECK-LIMITS-EXIT
           END-IF
           IF AUTH-APPROVED
               PERFORM 5700-WRITE-HOLD
                  THRU 5700-WRITE-HOLD-EXIT
           END-IF
           IF AUTH-APPROVED
               MOVE 'APPROVED'            TO CC-DECISION
               IF ACCT-CREDIT-LIMIT > ZEROS
                   SUBTRACT CC-AMOUNT-N   FROM CC-AVAIL-CREDIT
               END-IF
               MOVE 'APPROVED - HOLD PLACED ON ACCOUNT'
                                           TO WS-MSG
           ELSE
               MOVE 'DECLINED'            TO CC-DECISION
               MOVE SPACES                TO CC-AUTH-CODE
           END-IF
       5000-AUTHORIZE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK CARD SECTION
      *    The card must be on file, active, and not past its
      *    expiration month - the same edits posting applies.
      *
      ******************************************************************
       5100-CHECK-CARD.
           MOVE CC-CARD-NUM-N             TO WS-CARD-RID-FLD
           EXEC CICS READ
                     DATASET   ('CARDDAT')
                     INTO      (CARD-RECORD)
                     RIDFLD    (WS-CARD-RID-FLD)
                     KEYLENGTH (16)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
                   IF NOT CARD-ACTIVE-YES
                       SET AUTH-DECLINED  TO TRUE
                       MOVE 'CARD IS NOT ACTIVE'
                                           TO WS-MSG
                   ELSE
                       IF CARD-EXPIRY-YEAR < WS-CURDATE-YEAR
                          OR (CARD-EXPIRY-YEAR = WS-CURDATE-YEAR AND
                              CARD-EXPIRY-MONTH < WS-CURDATE-MONTH)
                           SET AUTH-DECLINED TO TRUE
                           MOVE 'CARD EXPIRED'
                                           TO WS-MSG
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET AUTH-DECLINED      TO TRUE
                   MOVE 'CARD NOT ON FILE' TO WS-MSG
               WHEN OTHER
                   SET AUTH-DECLINED      TO TRUE
                   MOVE 'CARD FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       5100-CHECK-CARD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK HOT CARD SECTION
      *    A card the fraud bureau has listed and nobody has yet
      *    actioned is declined outright. No entry is the normal
      *    case.
      *
      ******************************************************************
       5200-CHECK-HOT-CARD.
           MOVE CC-CARD-NUM-N             TO WS-HOT-RID-FLD
           EXEC CICS READ
                     DATASET   ('HOTCARD')
                     INTO      (HOT-CARD-RECORD)
                     RIDFLD    (WS-HOT-RID-FLD)
                     KEYLENGTH (16)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
          AND HOT-NOT-ACTIONED
               SET AUTH-DECLINED          TO TRUE
               MOVE 'HOT CARD - FRAUD WATCH'
                                           TO WS-MSG
           END-IF
       5200-CHECK-HOT-CARD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK CROSS-REFERENCE SECTION
      *    The cross-reference names the account the hold goes
      *    against; it must agree with the account on the card.
      *
      ******************************************************************
       5300-CHECK-XREF.
           MOVE CC-CARD-NUM-N             TO WS-XREF-RID-FLD
           EXEC CICS READ
                     DATASET   ('CXACAIX')
                     INTO      (CARD-XREF-RECORD)
                     RIDFLD    (WS-XREF-RID-FLD)
                     KEYLENGTH (16)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF XREF-ACCT-ID NOT = CARD-ACCT-ID
                       SET AUTH-DECLINED  TO TRUE
                       MOVE 'CARD DOES NOT BELONG TO ACCOUNT'
                                           TO WS-MSG
                   ELSE
                       MOVE XREF-ACCT-ID  TO CC-ACCT-ID-N
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET AUTH-DECLINED      TO TRUE
                   MOVE 'NO XREF ENTRY FOR CARD'
                                           TO WS-MSG
               WHEN OTHER
                   SET AUTH-DECLINED      TO TRUE
                   MOVE 'XREF FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       5300-CHECK-XREF-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK ACCOUNT SECTION
      *
      ******************************************************************
       5400-CHECK-ACCOUNT.
           MOVE CC-ACCT-ID-N              TO WS-ACCT-RID-FLD
           EXEC CICS READ
                     DATASET   ('ACCTDAT')
                     INTO      (ACCOUNT-RECORD)
                     RIDFLD    (WS-ACCT-RID-FLD)
                     KEYLENGTH (11)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF ACCT-ACTIVE-STATUS NOT = 'Y'
                       SET AUTH-DECLINED  TO TRUE
                       MOVE 'ACCOUNT IS NOT ACTIVE'
                                           TO WS-MSG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET AUTH-DECLINED      TO TRUE
                   MOVE 'ACCOUNT NOT ON FILE'
                                           TO WS-MSG
               WHEN OTHER
                   SET AUTH-DECLINED      TO TRUE
                   MOVE 'ACCOUNT FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       5400-CHECK-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SUM OPEN HOLDS SECTION
      *    Browses every hold on the account (the account id leads
      *    the key) and totals the ones still open. No hold on file
      *    for the account is the normal case.
      *
      ******************************************************************
       5500-SUM-OPEN-HOLDS.
           MOVE ZEROS                     TO WS-OPEN-HOLD-AMT
                                              WS-OPEN-CASH-AMT
           MOVE LOW-VALUES                TO WS-PAUTH-RID-FLD
           MOVE CC-ACCT-ID-N              TO WS-PAUTH-RID-FLD(1:11)
           SET WS-BRWS-NOT-DONE           TO TRUE
           EXEC CICS STARTBR
                     DATASET   ('PENDAUTH')
                     RIDFLD    (WS-PAUTH-RID-FLD)
                     KEYLENGTH (43)
                     GTEQ
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 5510-READ-NEXT-HOLD
                  THRU 5510-READ-NEXT-HOLD-EXIT
                  UNTIL WS-BRWS-DONE
               EXEC CICS ENDBR
                         DATASET   ('PENDAUTH')
                         RESP      (WS-RESP-CD)
               END-EXEC
           END-IF
       5500-SUM-OPEN-HOLDS-EXIT.
           EXIT.
      ******************************************************************
       5510-READ-NEXT-HOLD.
           EXEC CICS READNEXT
                     DATASET   ('PENDAUTH')
                     INTO      (PEND-AUTH-RECORD)
                     RIDFLD    (WS-PAUTH-RID-FLD)
                     KEYLENGTH (43)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR PAUTH-ACCT-ID NOT = CC-ACCT-ID-N
               SET WS-BRWS-DONE           TO TRUE
           ELSE
               IF PAUTH-STAT-OPEN
                   ADD PAUTH-AMOUNT       TO WS-OPEN-HOLD-AMT
                   IF PAUTH-CASH-ADVANCE
                       ADD PAUTH-AMOUNT   TO WS-OPEN-CASH-AMT
                   END-IF
               END-IF
           END-IF
       5510-READ-NEXT-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK LIMITS SECTION
      *    Open-to-buy is the credit limit less the balance and the
      *    holds already open; the request must fit inside it. A
      *    cash advance must also fit, together with the cash holds
      *    already open, under the cash credit limit. A zero limit
      *    on file means the account is not limit checked.
      *
      ******************************************************************
       5600-CHECK-LIMITS.
           IF ACCT-CREDIT-LIMIT > ZEROS
               COMPUTE CC-AVAIL-CREDIT =
                       ACCT-CREDIT-LIMIT - ACCT-CURR-BAL
                                         - WS-OPEN-HOLD-AMT
               IF CC-AMOUNT-N > CC-AVAIL-CREDIT
                   SET AUTH-DECLINED      TO TRUE
                   MOVE 'DECLINED - OVER CREDIT LIMIT'
                                           TO WS-MSG
               END-IF
           ELSE
               MOVE ZEROS                 TO CC-AVAIL-CREDIT
           END-IF
           IF AUTH-APPROVED
          AND CC-CASH-FLG = 'Y'
          AND ACCT-CASH-CREDIT-LIMIT > ZEROS
               COMPUTE WS-CASH-NEEDED =
                       WS-OPEN-CASH-AMT + CC-AMOUNT-N
               IF WS-CASH-NEEDED > ACCT-CASH-CREDIT-LIMIT
                   SET AUTH-DECLINED      TO TRUE
                   MOVE 'DECLINED - OVER CASH ADVANCE LIMIT'
                                           TO WS-MSG
               END-IF
           END-IF
       5600-CHECK-LIMITS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE HOLD SECTION
      *    Records the approval as an open hold keyed by account,
      *    card and the time of approval to the hundredth of a
      *    second. The authorization code is taken from the same
      *    clock. A hold that cannot be recorded is not an approval.
      *
      ******************************************************************
       5700-WRITE-HOLD.
           MOVE FUNCTION CURRENT-DATE     TO WS-CURDATE-DATA
           MOVE SPACES                    TO PEND-AUTH-RECORD
           MOVE CC-ACCT-ID-N              TO PAUTH-ACCT-ID
           MOVE CC-CARD-NUM-N             TO PAUTH-CARD-NUM
           MOVE WS-CURDATE-DATA(1:8)      TO PAUTH-AUTH-DATE
           MOVE WS-CURDATE-DATA(9:8)      TO PAUTH-AUTH-TIME
           MOVE WS-CURDATE-DATA(11:6)     TO PAUTH-AUTH-CODE
           MOVE CC-AMOUNT-N               TO PAUTH-AMOUNT
           IF CC-CASH-FLG = 'Y'
               SET PAUTH-CASH-ADVANCE     TO TRUE
           END-IF
           MOVE CC-MERCHANT-NAME          TO PAUTH-MERCHANT-NAME
           SET PAUTH-STAT-OPEN            TO TRUE
           MOVE PAUTH-AUTH-DATE           TO PAUTH-STATUS-DATE
           MOVE CDEMO-USER-ID             TO PAUTH-USER-ID
           MOVE PAUTH-KEY                 TO WS-PAUTH-RID-FLD
           EXEC CICS WRITE
                     DATASET   ('PENDAUTH')
                     FROM      (PEND-AUTH-RECORD)
                     RIDFLD    (WS-PAUTH-RID-FLD)
                     KEYLENGTH (43)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE PAUTH-AUTH-CODE       TO CC-AUTH-CODE
           ELSE
               SET AUTH-DECLINED          TO TRUE
               MOVE 'UNABLE TO RECORD HOLD - RESUBMIT'
                                           TO WS-MSG
           END-IF
       5700-WRITE-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    RETURN SECTION
      *
      ******************************************************************
       9999-RETURN.
           MOVE LIT-THISPGM               TO CDEMO-FROM-PROGRAM
           MOVE CDEMO-TO-PROGRAM          TO WS-PGMNAME
           EXEC CICS XCTL
                     PROGRAM (WS-PGMNAME)
                     COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.
