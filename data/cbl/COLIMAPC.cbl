      *****************************************************************
      * Program:     COLIMAPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Credit Line Review Approval                      *
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
      *    Credit Line Review Approval Program - the decision step
      *    of the monthly credit line review.
      *
      *    Steps through the pending proposals the monthly review
      *    batch (CCLIMRVB) left on the credit line proposal file
      *    (CLPROP) one at a time, showing each proposed increase or
      *    decrease with the account's current balance and the
      *    score and inputs behind it. PF8 moves to the next pending
      *    proposal. ENTER with action A approves the proposal on
      *    the screen and D declines it:
      *
      *    - an approved increase is applied to the account master
      *      (ACCTDAT) at once and logged to the account audit trail
      *      (ACCTAUD) with its before and after image, the same as
      *      a manual edit on the account maintenance screen;
      *    - an approved decrease is not applied here - it waits for
      *      the cardholder notice period, and the daily apply batch
      *      (CCLIMAPB) sends the notice and applies it when due.
      *
      *    A proposal for an account that is no longer open, or
      *    whose limit has been changed since the review, is
      *    cancelled instead of applied. Decisions are an admin
      *    action, gated the same way as the account update.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLIMAPC.
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
      ******************************************************************
      *    STATE CARRIED ACROSS PSEUDO-CONVERSATIONAL TASKS
      *    Overlays the commarea's spare context area so the key of
      *    the proposal on the screen survives from one task to the
      *    next.
      ******************************************************************
       05  WS-CLA-PERSIST REDEFINES CDEMO-PGM-CONTEXT-AREA.
           10 CLA-CA-DETAILS-FLAG      PIC X(01).
              88 CLA-CA-DETAILS-SHOWN        VALUE '1'.
              88 CLA-CA-DETAILS-NOT-SHOWN    VALUE '0'.
           10 CLA-CA-KEY               PIC X(11).
           10 FILLER                   PIC X(52).
           COPY COLIMAPI.
           COPY COTTL01Y.
           COPY CSDAT01Y.
           COPY CSMSG01Y.
           COPY CSUSR01Y.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CVACT01Y.
           COPY CVAUD03Y.
           COPY CVCLP01Y.
      ******************************************************************
      *    CONSTANTS
      ******************************************************************
       01  WS-CONSTANTS.
           05 LIT-THISPGM         PIC X(8)  VALUE 'COLIMAPC'.
           05 LIT-THISTRANID      PIC X(4)  VALUE 'CLA1'.
           05 LIT-THISMAPSET      PIC X(8)  VALUE 'COLIMAPS'.
           05 LIT-THISMAP         PIC X(7)  VALUE 'CLIMAPA'.
           05 LIT-MENUPGM         PIC X(8)  VALUE 'COMEN01C'.
      ******************************************************************
      *    FLAGS
      ******************************************************************
       01  WS-FLAGS.
           05 INPUT-FLAG          PIC X(1).
              88 INPUT-OK         VALUE '0'.
              88 INPUT-ERROR      VALUE '1'.
           05 WS-SCAN-FLAG        PIC X(1) VALUE '0'.
              88 WS-SCAN-DONE     VALUE '1'.
              88 WS-SCAN-MORE     VALUE '0'.
           05 WS-FOUND-FLAG       PIC X(1) VALUE '0'.
              88 WS-PROPOSAL-FOUND     VALUE '1'.
              88 WS-PROPOSAL-NOT-FOUND VALUE '0'.
      ******************************************************************
      *    MISC WORK AREAS
      ******************************************************************
       01  WS-MISC-STORAGE.
           05 WS-PGMNAME          PIC X(8)  VALUE SPACES.
           05 WS-TRANID           PIC X(4)  VALUE SPACES.
           05 WS-MSG              PIC X(40) VALUE SPACES.
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
           05 CC-CUR-KEY          PIC X(11) VALUE SPACES.
           05 CC-ACTION           PIC X(01) VALUE SPACES.
              88 CC-ACTION-APPROVE    VALUE 'A'.
              88 CC-ACTION-DECLINE    VALUE 'D'.
           05 CC-NEW-STATUS       PIC X(01) VALUE SPACES.
           05 CC-TODAY            PIC 9(08) VALUE ZEROS.
      ******************************************************************
      *    PROPOSAL FILE KEY                                             *
      ******************************************************************
       01  WS-CLP-RID-FLD         PIC X(11) VALUE SPACES.
      ******************************************************************
      *    ACCOUNT FILE KEY                                              *
      ******************************************************************
       01  WS-ACCT-RID-FLD        PIC X(11) VALUE SPACES.
      ******************************************************************
      *    ACCOUNT AUDIT WORK AREA                                       *
      ******************************************************************
       01  WS-AUDIT-WORK.
           05 WS-AUDIT-BEFORE      PIC X(127) VALUE SPACES.
           05 WS-AUDIT-RID-FLD     PIC X(37)  VALUE SPACES.
           05 WS-AUD-TRAN-TYPE     PIC X(01)  VALUE SPACES.
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
      *       FRESH ENTRY - SHOW THE FIRST PENDING PROPOSAL
      ******************************************************************
               WHEN CDEMO-PGM-ENTER
                    INITIALIZE WS-CC-DATA
                    IF CDEMO-USRTYP-USER
                        MOVE 'VIEW ONLY - CONTACT SUPERVISOR TO UPDATE'
                                            TO WS-MSG
                    END-IF
                    MOVE LOW-VALUES         TO WS-CLP-RID-FLD
                    PERFORM 4000-FIND-NEXT-PENDING
                       THRU 4000-FIND-NEXT-PENDING-EXIT
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
                    SET CDEMO-PGM-REENTER   TO TRUE
                    PERFORM COMMON-RETURN
      ******************************************************************
      *       SCREEN ALREADY UP - PF8 STEPS, ENTER DECIDES
      ******************************************************************
               WHEN CDEMO-PGM-REENTER
                    MOVE CLA-CA-KEY         TO CC-CUR-KEY
                    EVALUATE TRUE
                        WHEN EIBAID = DFHPF8
                            MOVE CC-CUR-KEY TO WS-CLP-RID-FLD
                            PERFORM 4000-FIND-NEXT-PENDING
                               THRU 4000-FIND-NEXT-PENDING-EXIT
                        WHEN OTHER
                            PERFORM 2000-PROCESS-INPUTS
                               THRU 2000-PROCESS-INPUTS-EXIT
                            IF INPUT-OK
                                PERFORM 5000-DECIDE-PROPOSAL
                                   THRU 5000-DECIDE-PROPOSAL-EXIT
                            ELSE
                                PERFORM 4200-REDISPLAY-PROPOSAL
                                   THRU 4200-REDISPLAY-PROPOSAL-EXIT
                            END-IF
                    END-EVALUATE
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
                    PERFORM COMMON-RETURN
               WHEN OTHER
                    MOVE 'UNEXPECTED STATE' TO WS-MSG
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
                    PERFORM COMMON-RETURN
           END-EVALUATE

       COMMON-RETURN.
      ******************************************************************
      *    Save the working-storage state back into the commarea's
      *    context area so it survives to the next pseudo-conversational
      *    task
      ******************************************************************
           MOVE CC-CUR-KEY           TO CLA-CA-KEY
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
       1000-SEND-MAP.
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
           MOVE CDEMO-CUST-FNAME          TO CLIMAPAO-FNAME
           MOVE CDEMO-CUST-LNAME          TO CLIMAPAO-LNAME
           MOVE LIT-THISTRANID            TO CLIMAPAO-TRNID
           MOVE LIT-THISPGM               TO CLIMAPAO-PGMNAM
           MOVE WS-SDTYME                 TO CLIMAPAO-SDTYME
           MOVE WS-MSG                    TO CLIMAPAO-ERRMSGO
      ******************************************************************
      *    Send map
      ******************************************************************
           EXEC CICS SEND MAP('CLIMAPA')
                          MAPSET('COLIMAPS')
                          FROM(CLIMAPAO)
                          ERASE
           END-EXEC
       1000-SEND-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS INPUTS SECTION
      *    A decision needs a proposal on the screen and an action
      *    of A or D; decisions are gated to administrators like the
      *    account update.
      *
      ******************************************************************
       2000-PROCESS-INPUTS.
           EXEC CICS RECEIVE MAP('CLIMAPA')
                             MAPSET('COLIMAPS')
                             INTO(CLIMAPAI)
           END-EXEC
           SET INPUT-OK                   TO TRUE
           IF CDEMO-USRTYP-USER
               SET INPUT-ERROR            TO TRUE
               MOVE 'VIEW ONLY - CONTACT SUPERVISOR TO UPDATE'
                                           TO WS-MSG
           END-IF
           IF CLIMAPAI-ACTION-L > 0
               MOVE CLIMAPAI-ACTION-D     TO CC-ACTION
           ELSE
               MOVE SPACES                TO CC-ACTION
           END-IF
           IF INPUT-OK
          AND CC-CUR-KEY = SPACES
               SET INPUT-ERROR            TO TRUE
               MOVE 'NO PROPOSAL ON THE SCREEN TO DECIDE'
                                           TO WS-MSG
           END-IF
           IF INPUT-OK
          AND NOT CC-ACTION-APPROVE
          AND NOT CC-ACTION-DECLINE
               SET INPUT-ERROR            TO TRUE
               MOVE 'ENTER A TO APPROVE OR D TO DECLINE'
                                           TO WS-MSG
           END-IF
       2000-PROCESS-INPUTS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FIND NEXT PENDING PROPOSAL SECTION
      *    Browses forward from WS-CLP-RID-FLD for the next proposal
      *    still waiting for a decision and puts it on the screen.
      *    The proposal the browse starts on is passed over, so PF8
      *    from a displayed proposal steps rather than repeats. When
      *    there is nothing further the proposal already displayed
      *    stays on the screen, so a decision entered next is made
      *    on what the user can see.
      *
      ******************************************************************
       4000-FIND-NEXT-PENDING.
           SET WS-PROPOSAL-NOT-FOUND      TO TRUE
           SET WS-SCAN-MORE               TO TRUE
           EXEC CICS STARTBR
                     DATASET   ('CLPROP')
                     RIDFLD    (WS-CLP-RID-FLD)
                     KEYLENGTH (11)
                     GTEQ
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 4100-SCAN-ONE-PROPOSAL
                  THRU 4100-SCAN-ONE-PROPOSAL-EXIT
                  UNTIL WS-SCAN-DONE
               EXEC CICS ENDBR
                         DATASET   ('CLPROP')
                         RESP      (WS-RESP-CD)
               END-EXEC
           END-IF
           IF WS-PROPOSAL-FOUND
               MOVE CLP-ACCT-ID           TO CC-CUR-KEY
               PERFORM 9200-MOVE-PROPOSAL-TO-MAP
                  THRU 9200-MOVE-PROPOSAL-TO-MAP-EXIT
           ELSE
               IF CC-CUR-KEY = SPACES
                   MOVE 'NO PENDING PROPOSALS ON FILE'
                                           TO WS-MSG
               ELSE
                   MOVE 'NO MORE PENDING PROPOSALS'
                                           TO WS-MSG
                   PERFORM 4200-REDISPLAY-PROPOSAL
                      THRU 4200-REDISPLAY-PROPOSAL-EXIT
               END-IF
           END-IF
       4000-FIND-NEXT-PENDING-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SCAN ONE PROPOSAL SECTION
      *    The first proposal past the starting key still pending
      *    wins.
      *
      ******************************************************************
       4100-SCAN-ONE-PROPOSAL.
           EXEC CICS READNEXT
                     DATASET   ('CLPROP')
                     INTO      (CREDIT-LINE-PROPOSAL-RECORD)
                     RIDFLD    (WS-CLP-RID-FLD)
                     KEYLENGTH (11)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF CLP-STAT-PENDING
                  AND WS-CLP-RID-FLD NOT = CC-CUR-KEY
                       SET WS-PROPOSAL-FOUND TO TRUE
                       SET WS-SCAN-DONE    TO TRUE
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-SCAN-DONE       TO TRUE
               WHEN OTHER
                   SET WS-SCAN-DONE       TO TRUE
                   MOVE 'PROPOSAL FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       4100-SCAN-ONE-PROPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    REDISPLAY PROPOSAL SECTION
      *    Puts the proposal held in CC-CUR-KEY back on the screen
      *    under whatever message is already set. One no longer on
      *    file is dropped, so no decision can be made against it.
      *
      ******************************************************************
       4200-REDISPLAY-PROPOSAL.
           IF CC-CUR-KEY NOT = SPACES
               MOVE CC-CUR-KEY            TO WS-CLP-RID-FLD
               EXEC CICS READ
                         DATASET   ('CLPROP')
                         INTO      (CREDIT-LINE-PROPOSAL-RECORD)
                         RIDFLD    (WS-CLP-RID-FLD)
                         KEYLENGTH (11)
                         RESP      (WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   PERFORM 9200-MOVE-PROPOSAL-TO-MAP
                      THRU 9200-MOVE-PROPOSAL-TO-MAP-EXIT
               ELSE
                   MOVE SPACES            TO CC-CUR-KEY
               END-IF
           END-IF
       4200-REDISPLAY-PROPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    MOVE PROPOSAL TO MAP SECTION
      *    The account's current balance is read fresh from the
      *    account master to go alongside the proposal.
      *
      ******************************************************************
       9200-MOVE-PROPOSAL-TO-MAP.
           MOVE CLP-ACCT-ID               TO CLIMAPAO-ACCT-ID
           MOVE CLP-GROUP-ID              TO CLIMAPAO-GROUP-ID
           MOVE CLP-CUST-ID               TO CLIMAPAO-CUST-ID
           MOVE CLP-REVIEW-DATE           TO CLIMAPAO-REVIEW-DATE
           MOVE CLP-CURR-LIMIT            TO CLIMAPAO-CURR-LIMIT
           MOVE CLP-NEW-LIMIT             TO CLIMAPAO-NEW-LIMIT
           MOVE CLP-SCORE                 TO CLIMAPAO-SCORE
           MOVE CLP-FICO-SCORE            TO CLIMAPAO-FICO-SCORE
           MOVE CLP-UTIL-PCT              TO CLIMAPAO-UTIL-PCT
           MOVE CLP-MONTHS-OPEN           TO CLIMAPAO-MONTHS-OPEN
           MOVE CLP-OLIM-COUNT            TO CLIMAPAO-OLIM-COUNT
           MOVE CLP-NOTICE-DAYS           TO CLIMAPAO-NOTICE-DAYS
           IF CLP-INCREASE
               MOVE 'INCREASE'            TO CLIMAPAO-ACTION
           ELSE
               MOVE 'DECREASE'            TO CLIMAPAO-ACTION
           END-IF
           EVALUATE TRUE
               WHEN CLP-STAT-PENDING
                   MOVE 'PENDING'         TO CLIMAPAO-STATUS
               WHEN CLP-STAT-APPLIED
                   MOVE 'APPLIED'         TO CLIMAPAO-STATUS
               WHEN CLP-STAT-DECLINED
                   MOVE 'DECLINED'        TO CLIMAPAO-STATUS
               WHEN CLP-STAT-WAITING
                   MOVE 'IN NOTICE'       TO CLIMAPAO-STATUS
               WHEN CLP-STAT-CANCELLED
                   MOVE 'CANCELLED'       TO CLIMAPAO-STATUS
               WHEN OTHER
                   MOVE SPACES            TO CLIMAPAO-STATUS
           END-EVALUATE
           MOVE CLP-ACCT-ID               TO WS-ACCT-RID-FLD
           EXEC CICS READ
                     DATASET   ('ACCTDAT')
                     INTO      (ACCOUNT-RECORD)
                     RIDFLD    (WS-ACCT-RID-FLD)
                     KEYLENGTH (11)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE ACCT-CURR-BAL         TO CLIMAPAO-CURR-BAL
           ELSE
               MOVE ZEROS                 TO CLIMAPAO-CURR-BAL
           END-IF
       9200-MOVE-PROPOSAL-TO-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    DECIDE PROPOSAL SECTION
      *    Re-reads the proposal on the screen and, if it is still
      *    pending, works out its new status: declined, applied (an
      *    increase, once it is on the account), waiting for its
      *    notice period (a decrease) or cancelled.
      *
      ******************************************************************
       5000-DECIDE-PROPOSAL.
           MOVE FUNCTION CURRENT-DATE     TO WS-CURDATE-DATA
           MOVE WS-CURDATE-DATA(1:8)      TO CC-TODAY
           MOVE SPACES                    TO CC-NEW-STATUS
           MOVE CC-CUR-KEY                TO WS-CLP-RID-FLD
           EXEC CICS READ
                     DATASET   ('CLPROP')
                     INTO      (CREDIT-LINE-PROPOSAL-RECORD)
                     RIDFLD    (WS-CLP-RID-FLD)
                     KEYLENGTH (11)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET INPUT-ERROR            TO TRUE
               MOVE 'PROPOSAL NO LONGER ON FILE - PRESS PF8'
                                           TO WS-MSG
           ELSE
               IF NOT CLP-STAT-PENDING
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'PROPOSAL ALREADY DECIDED - PRESS PF8'
                                           TO WS-MSG
               ELSE
                   EVALUATE TRUE
                       WHEN CC-ACTION-DECLINE
                           MOVE 'X'       TO CC-NEW-STATUS
                           MOVE 'PROPOSAL DECLINED'
                                           TO WS-MSG
                       WHEN CLP-INCREASE
                           PERFORM 5100-APPLY-INCREASE
                              THRU 5100-APPLY-INCREASE-EXIT
                       WHEN OTHER
                           MOVE 'W'       TO CC-NEW-STATUS
                           MOVE 'DECREASE APPROVED - WAITS FOR NOTICE'
                                           TO WS-MSG
                   END-EVALUATE
                   IF CC-NEW-STATUS NOT = SPACES
                       PERFORM 5300-REWRITE-PROPOSAL
                          THRU 5300-REWRITE-PROPOSAL-EXIT
                   END-IF
               END-IF
               PERFORM 9200-MOVE-PROPOSAL-TO-MAP
                  THRU 9200-MOVE-PROPOSAL-TO-MAP-EXIT
           END-IF
       5000-DECIDE-PROPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    APPLY INCREASE SECTION
      *    Reads the account for update under its own keyed lock.
      *    An account no longer open, or no longer at the limit the
      *    review saw, cancels the proposal; otherwise the new limit
      *    is rewritten and, as on the account maintenance screen,
      *    every attempt leaves its before/after image on the
      *    account audit trail.
      *
      ******************************************************************
       5100-APPLY-INCREASE.
           MOVE CLP-ACCT-ID               TO WS-ACCT-RID-FLD
           EXEC CICS READ
                     DATASET   ('ACCTDAT')
                     INTO      (ACCOUNT-RECORD)
                     RIDFLD    (WS-ACCT-RID-FLD)
                     KEYLENGTH (11)
                     UPDATE
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET INPUT-ERROR            TO TRUE
               MOVE 'UNABLE TO READ ACCOUNT FOR UPDATE'
                                           TO WS-MSG
               MOVE SPACES                TO WS-AUDIT-BEFORE
               MOVE SPACES                TO ACCOUNT-RECORD
               MOVE 'F'                   TO WS-AUD-TRAN-TYPE
               PERFORM 5200-WRITE-AUDIT-RECORD
                  THRU 5200-WRITE-AUDIT-RECORD-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN ACCT-ACTIVE-STATUS NOT = 'Y'
                       MOVE 'C'           TO CC-NEW-STATUS
                       MOVE 'ACCOUNT NOT OPEN - PROPOSAL CANCELLED'
                                           TO WS-MSG
                   WHEN ACCT-CREDIT-LIMIT NOT = CLP-CURR-LIMIT
                       MOVE 'C'           TO CC-NEW-STATUS
                       MOVE 'LIMIT CHANGED SINCE REVIEW - CANCELLED'
                                           TO WS-MSG
                   WHEN OTHER
                       MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                       MOVE CLP-NEW-LIMIT TO ACCT-CREDIT-LIMIT
                       EXEC CICS REWRITE
                                 DATASET   ('ACCTDAT')
                                 FROM      (ACCOUNT-RECORD)
                                 RESP      (WS-RESP-CD)
                       END-EXEC
                       IF WS-RESP-CD = DFHRESP(NORMAL)
                           MOVE 'A'       TO CC-NEW-STATUS
                           MOVE 'INCREASE APPLIED TO ACCOUNT'
                                           TO WS-MSG
                           MOVE 'U'       TO WS-AUD-TRAN-TYPE
                       ELSE
                           SET INPUT-ERROR TO TRUE
                           MOVE 'UNABLE TO UPDATE ACCOUNT - NOT SAVED'
                                           TO WS-MSG
                           MOVE 'F'       TO WS-AUD-TRAN-TYPE
                       END-IF
                       PERFORM 5200-WRITE-AUDIT-RECORD
                          THRU 5200-WRITE-AUDIT-RECORD-EXIT
               END-EVALUATE
           END-IF
       5100-APPLY-INCREASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE AUDIT RECORD SECTION
      *    Same record the account maintenance screen writes, keyed
      *    by account id + the timestamp of the attempt itself. A
      *    failed audit write is only reported over a successful
      *    update; a failed update keeps its own message.
      *
      ******************************************************************
       5200-WRITE-AUDIT-RECORD.
           MOVE CLP-ACCT-ID                TO AAUD-ACCT-ID
           MOVE FUNCTION CURRENT-DATE      TO AAUD-TIMESTAMP
           MOVE CDEMO-USER-ID              TO AAUD-USER-ID
           MOVE WS-AUD-TRAN-TYPE           TO AAUD-TRAN-TYPE
           MOVE WS-AUDIT-BEFORE            TO AAUD-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD             TO AAUD-AFTER-IMAGE
           MOVE AAUD-KEY                   TO WS-AUDIT-RID-FLD
           EXEC CICS WRITE
                     DATASET   ('ACCTAUD')
                     FROM      (ACCT-AUDIT-RECORD)
                     RIDFLD    (WS-AUDIT-RID-FLD)
                     KEYLENGTH (37)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
          AND WS-AUD-TRAN-TYPE = 'U'
               MOVE 'ACCOUNT UPDATED BUT AUDIT WRITE FAILED'
                                           TO WS-MSG
           END-IF
       5200-WRITE-AUDIT-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    REWRITE PROPOSAL SECTION
      *    Records the decision under the proposal's own keyed lock,
      *    with the deciding user and date. A decrease sent on to
      *    wait for its notice period starts with no notice date;
      *    the daily apply batch sets it when the notice goes out.
      *
      ******************************************************************
       5300-REWRITE-PROPOSAL.
           MOVE CC-CUR-KEY                TO WS-CLP-RID-FLD
           EXEC CICS READ
                     DATASET   ('CLPROP')
                     INTO      (CREDIT-LINE-PROPOSAL-RECORD)
                     RIDFLD    (WS-CLP-RID-FLD)
                     KEYLENGTH (11)
                     UPDATE
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET INPUT-ERROR            TO TRUE
               MOVE 'UNABLE TO LOCK PROPOSAL - SEE SUPPORT'
                                           TO WS-MSG
           ELSE
               MOVE CC-NEW-STATUS         TO CLP-STATUS
               MOVE CDEMO-USER-ID         TO CLP-DECIDED-BY
               MOVE CC-TODAY              TO CLP-DECIDED-DATE
               MOVE ZEROS                 TO CLP-NOTICE-DATE
                                             CLP-EFFECTIVE-DATE
               IF CLP-STAT-APPLIED
                   MOVE CC-TODAY          TO CLP-EFFECTIVE-DATE
                                             CLP-APPLIED-DATE
               END-IF
               EXEC CICS REWRITE
                         DATASET   ('CLPROP')
                         FROM      (CREDIT-LINE-PROPOSAL-RECORD)
                         RESP      (WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'UNABLE TO UPDATE PROPOSAL - SEE SUPPORT'
                                           TO WS-MSG
               END-IF
           END-IF
       5300-REWRITE-PROPOSAL-EXIT.
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
