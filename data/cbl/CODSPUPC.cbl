      *****************************************************************
      * Program:     CODSPUPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Transaction Dispute Case Maintenance             *
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
      *    Transaction Dispute Case Program
      *
      *    Reached from the posted transaction browse with a history
      *    row marked 'D'. The browse hands over the posting's
      *    history key (card number + posting date + sequence); the
      *    posting is read from TRANHIST and the case for it, if
      *    there is one, from the dispute file (DISPUTE), which is
      *    keyed the same way so a charge can only ever carry one
      *    case.
      *
      *    With no case on file the operator keys a reason code and,
      *    optionally, a disputed amount (blank disputes the whole
      *    charge) and ENTER opens the case as OPEN with the card
      *    network's response deadline set from the opening date.
      *    The provisional credit is not keyed here: the nightly
      *    dispute batch issues it. An unresolved case is closed by
      *    a supervisor keying W (won - the credit stands) or L
      *    (lost - the batch reverses the credit). A resolved case
      *    is display only. PF12 returns to the browse on the same
      *    card.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CODSPUPC.
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
      *    The transaction browse leaves the disputed posting's
      *    history key in the front of the context area; it is
      *    carried there for as long as this screen is up.
      ******************************************************************
       05  WS-DSP-PERSIST REDEFINES CDEMO-PGM-CONTEXT-AREA.
           10 DSP-CA-TRNH-KEY          PIC X(33).
           10 FILLER                   PIC X(31).
           COPY CODSPUPI.
           COPY COTTL01Y.
           COPY CSDAT01Y.
           COPY CSMSG01Y.
           COPY CSUSR01Y.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CVTRH01Y.
           COPY CVDSP01Y.
      ******************************************************************
      *    CONSTANTS
      ******************************************************************
       01  WS-CONSTANTS.
           05 LIT-THISPGM         PIC X(8)  VALUE 'CODSPUPC'.
           05 LIT-THISTRANID      PIC X(4)  VALUE 'CDS1'.
           05 LIT-THISMAPSET      PIC X(8)  VALUE 'CODSPUPS'.
           05 LIT-THISMAP         PIC X(7)  VALUE 'CDSPUPA'.
           05 LIT-TRNBRWPGM       PIC X(8)  VALUE 'COTRNBRC'.
           05 LIT-TRNBRWTRANID    PIC X(4)  VALUE 'CTB1'.
           05 LIT-MENUPGM         PIC X(8)  VALUE 'COMEN01C'.
      *    Days the card network allows us to respond to a dispute
           05 LIT-RESPONSE-DAYS   PIC S9(04) COMP VALUE +45.
      ******************************************************************
      *    FLAGS
      ******************************************************************
       01  WS-FLAGS.
           05 INPUT-FLAG          PIC X(1).
              88 INPUT-OK         VALUE '0'.
              88 INPUT-ERROR      VALUE '1'.
           05 WS-CASE-FLAG        PIC X(1) VALUE 'N'.
              88 WS-CASE-ON-FILE          VALUE 'Y'.
              88 WS-CASE-NOT-ON-FILE      VALUE 'N'.
           05 WS-TRAN-FLAG        PIC X(1) VALUE 'N'.
              88 WS-TRAN-LOADED           VALUE 'Y'.
              88 WS-TRAN-NOT-LOADED       VALUE 'N'.
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
           05 WS-TODAY-N          PIC 9(08) VALUE ZEROS.
           05 WS-DATE-INTEGER     PIC S9(09) COMP VALUE ZEROS.
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
           05 CC-TRNH-KEY.
              10 CC-CARD-NUM      PIC X(16) VALUE SPACES.
              10 CC-POST-DATE     PIC 9(08) VALUE ZEROS.
              10 CC-POST-SEQ      PIC 9(09) VALUE ZEROS.
           05 CC-REASON-CD        PIC X(04) VALUE SPACES.
           05 CC-DSP-AMOUNT-N     PIC 9(07)V99 VALUE ZEROS.
           05 CC-ACTION           PIC X(01) VALUE SPACES.
      ******************************************************************
      *    FILE KEYS                                                     *
      ******************************************************************
       01  WS-TRNH-RID-FLD        PIC X(33) VALUE SPACES.
       01  WS-DSP-RID-FLD         PIC X(33) VALUE SPACES.
      ******************************************************************
      *    DATE DISPLAY WORK AREA                                        *
      *    File dates are YYYYMMDD; the screen shows MM/DD/YYYY and a   *
      *    date not yet set as blanks.                                  *
      ******************************************************************
       01  WS-DATE-DISPLAY.
           05 WS-DATE-DSP-MM       PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-DATE-DSP-DD       PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-DATE-DSP-YYYY     PIC 9(04).
       01  WS-DATE-SPLIT.
           05 WS-DATE-DIGITS       PIC 9(08).
           05 WS-DATE-DIGITS-R REDEFINES WS-DATE-DIGITS.
              10 WS-DATE-D-YEAR    PIC 9(04).
              10 WS-DATE-D-MONTH   PIC 9(02).
              10 WS-DATE-D-DAY     PIC 9(02).
       01  WS-DATE-OUT            PIC X(10) VALUE SPACES.
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
      *       USER PRESSED PFK12 - BACK TO THE TRANSACTION BROWSE
      *       The card stays in the commarea, so the browse comes
      *       back up on the same card's history.
      ******************************************************************
               WHEN CCARD-AID-PFK12
                    MOVE LIT-TRNBRWPGM      TO CDEMO-TO-PROGRAM
                    MOVE LIT-TRNBRWTRANID   TO CDEMO-TO-TRANID
                    MOVE LIT-THISPGM        TO CDEMO-FROM-PROGRAM
                    MOVE LIT-THISTRANID     TO CDEMO-FROM-TRANID
                    SET  CDEMO-PGM-ENTER    TO TRUE
                    MOVE LIT-THISMAPSET     TO CDEMO-LAST-MAPSET
                    MOVE LIT-THISMAP        TO CDEMO-LAST-MAP
                    PERFORM 9999-RETURN
      ******************************************************************
      *       FRESH ENTRY - FROM THE TRANSACTION BROWSE
      ******************************************************************
               WHEN CDEMO-PGM-ENTER
                    INITIALIZE WS-CC-DATA
                    MOVE DSP-CA-TRNH-KEY    TO CC-TRNH-KEY
                    PERFORM 4000-LOAD-CASE
                       THRU 4000-LOAD-CASE-EXIT
                    IF INPUT-OK
                        IF WS-CASE-ON-FILE
                            MOVE 'CASE ON FILE - SHOWN BELOW'
                                            TO WS-MSG
                        ELSE
                            MOVE 'KEY REASON CODE AND AMOUNT TO OPEN'
                                            TO WS-MSG
                        END-IF
                    END-IF
                    PERFORM 3000-SEND-MAP
                       THRU 3000-SEND-MAP-EXIT
                    SET CDEMO-PGM-REENTER   TO TRUE
                    PERFORM COMMON-RETURN
      ******************************************************************
      *       SCREEN ALREADY UP - OPEN OR RESOLVE THE CASE
      ******************************************************************
               WHEN CDEMO-PGM-REENTER
                    MOVE DSP-CA-TRNH-KEY    TO CC-TRNH-KEY
                    PERFORM 2000-PROCESS-INPUTS
                       THRU 2000-PROCESS-INPUTS-EXIT
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
      ******************************************************************
      *    Save the disputed posting's key back into the commarea's
      *    context area so it survives to the next pseudo-
      *    conversational task
      ******************************************************************
           MOVE CC-TRNH-KEY          TO DSP-CA-TRNH-KEY
           MOVE WS-THIS-PROGCOMMAREA TO DFHCOMMAREA (1:LENGTH OF
                                        WS-THIS-PROGCOMMAREA)
           EXEC CICS RETURN
                TRANSID (LIT-THISTRANID)
                COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.
      ******************************************************************
      *
      *    SEND MAP SECTION
      *    The posting comes from the history record and the case
      *    fields from the dispute record when one is on file; with
      *    no case yet, whatever the operator keyed is echoed back.
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
           MOVE CDEMO-CUST-FNAME          TO CDSPUPAO-FNAME
           MOVE CDEMO-CUST-LNAME          TO CDSPUPAO-LNAME
           MOVE LIT-THISTRANID            TO CDSPUPAO-TRNID
           MOVE LIT-THISPGM               TO CDSPUPAO-PGMNAM
           MOVE WS-SDTYME                 TO CDSPUPAO-SDTYME
      ******************************************************************
      *    The disputed posting
      ******************************************************************
           MOVE CC-CARD-NUM               TO CDSPUPAO-CARD-NUM
           MOVE CC-POST-SEQ               TO CDSPUPAO-POST-SEQ
           MOVE CC-POST-DATE              TO WS-DATE-DIGITS
           PERFORM 9100-FORMAT-DATE
              THRU 9100-FORMAT-DATE-EXIT
           MOVE WS-DATE-OUT               TO CDSPUPAO-POST-DATE
           IF WS-TRAN-LOADED
               MOVE TRNH-ACCT-ID          TO CDSPUPAO-ACCT-ID
               MOVE TRNH-ORIG-DATE        TO CDSPUPAO-ORIG-DATE
               MOVE TRNH-MERCHANT-NAME    TO CDSPUPAO-MERCHANT
               MOVE TRNH-AMOUNT           TO CDSPUPAO-TRAN-AMT
           ELSE
               MOVE ZEROS                 TO CDSPUPAO-ACCT-ID
                                              CDSPUPAO-TRAN-AMT
               MOVE SPACES                TO CDSPUPAO-ORIG-DATE
                                              CDSPUPAO-MERCHANT
           END-IF
      ******************************************************************
      *    The case
      ******************************************************************
           IF WS-CASE-ON-FILE
               MOVE DSP-REASON-CD         TO CDSPUPAO-REASON
               MOVE DSP-DISPUTE-AMOUNT    TO CDSPUPAO-DSP-AMT
               EVALUATE TRUE
                   WHEN DSP-STAT-OPEN
                       MOVE 'OPEN'        TO CDSPUPAO-STATUS
                   WHEN DSP-STAT-PROV-CREDIT
                       MOVE 'PROVISIONAL CREDIT'
                                           TO CDSPUPAO-STATUS
                   WHEN DSP-STAT-WON
                       MOVE 'WON'         TO CDSPUPAO-STATUS
                   WHEN DSP-STAT-LOST
                       MOVE 'LOST'        TO CDSPUPAO-STATUS
                   WHEN OTHER
                       MOVE DSP-STATUS    TO CDSPUPAO-STATUS
               END-EVALUATE
               MOVE DSP-OPEN-DATE         TO WS-DATE-DIGITS
               PERFORM 9100-FORMAT-DATE
                  THRU 9100-FORMAT-DATE-EXIT
               MOVE WS-DATE-OUT           TO CDSPUPAO-OPEN-DATE
               MOVE DSP-DUE-DATE          TO WS-DATE-DIGITS
               PERFORM 9100-FORMAT-DATE
                  THRU 9100-FORMAT-DATE-EXIT
               MOVE WS-DATE-OUT           TO CDSPUPAO-DUE-DATE
               MOVE DSP-STATUS-DATE       TO WS-DATE-DIGITS
               PERFORM 9100-FORMAT-DATE
                  THRU 9100-FORMAT-DATE-EXIT
               MOVE WS-DATE-OUT           TO CDSPUPAO-STATUS-DATE
               MOVE DSP-CREDIT-DATE       TO WS-DATE-DIGITS
               PERFORM 9100-FORMAT-DATE
                  THRU 9100-FORMAT-DATE-EXIT
               MOVE WS-DATE-OUT           TO CDSPUPAO-CREDIT-DATE
               MOVE DSP-REVERSAL-DATE     TO WS-DATE-DIGITS
               PERFORM 9100-FORMAT-DATE
                  THRU 9100-FORMAT-DATE-EXIT
               MOVE WS-DATE-OUT           TO CDSPUPAO-REVERSAL-DATE
           ELSE
               MOVE CC-REASON-CD          TO CDSPUPAO-REASON
               MOVE CC-DSP-AMOUNT-N       TO CDSPUPAO-DSP-AMT
               MOVE 'NO CASE'             TO CDSPUPAO-STATUS
               MOVE SPACES                TO CDSPUPAO-OPEN-DATE
                                              CDSPUPAO-DUE-DATE
                                              CDSPUPAO-STATUS-DATE
                                              CDSPUPAO-CREDIT-DATE
                                              CDSPUPAO-REVERSAL-DATE
           END-IF
           MOVE SPACES                    TO CDSPUPAO-ACTION
           MOVE WS-MSG                    TO CDSPUPAO-ERRMSGO
      ******************************************************************
      *    Send map
      ******************************************************************
           EXEC CICS SEND MAP('CDSPUPA')
                          MAPSET('CODSPUPS')
                          FROM(CDSPUPAO)
                          ERASE
           END-EXEC
       3000-SEND-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS INPUTS SECTION
      *    The posting and its case are re-read first, so the
      *    decision is made against what is on file now and not
      *    what was on the screen. Then ENTER either opens a case
      *    or resolves the one on file.
      *
      ******************************************************************
       2000-PROCESS-INPUTS.
      ******************************************************************
      *    Receive map
      ******************************************************************
           EXEC CICS RECEIVE MAP('CDSPUPA')
                             MAPSET('CODSPUPS')
                             INTO(CDSPUPAI)
           END-EXEC
           IF CDSPUPAI-REASON-L > 0
               MOVE CDSPUPAI-REASON-D     TO CC-REASON-CD
           ELSE
               MOVE SPACES                TO CC-REASON-CD
           END-IF
           IF CDSPUPAI-DSP-AMT-L > 0
               MOVE CDSPUPAI-DSP-AMT-D    TO CC-DSP-AMOUNT-N
           ELSE
               MOVE ZEROS                 TO CC-DSP-AMOUNT-N
           END-IF
           IF CDSPUPAI-ACTION-L > 0
               MOVE CDSPUPAI-ACTION-D     TO CC-ACTION
           ELSE
               MOVE SPACES                TO CC-ACTION
           END-IF
           PERFORM 4000-LOAD-CASE
              THRU 4000-LOAD-CASE-EXIT
           IF INPUT-OK
               IF WS-CASE-NOT-ON-FILE
                   PERFORM 5000-OPEN-CASE
                      THRU 5000-OPEN-CASE-EXIT
               ELSE
                   PERFORM 6000-RESOLVE-CASE
                      THRU 6000-RESOLVE-CASE-EXIT
               END-IF
           END-IF
       2000-PROCESS-INPUTS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD CASE SECTION
      *    Reads the posting from the history file and then looks
      *    for its case. Only a posted charge can be disputed; a
      *    payment or credit cannot.
      *
      ******************************************************************
       4000-LOAD-CASE.
           SET INPUT-OK                   TO TRUE
           SET WS-CASE-NOT-ON-FILE        TO TRUE
           SET WS-TRAN-NOT-LOADED         TO TRUE
           IF CC-CARD-NUM = SPACES OR LOW-VALUES
               SET INPUT-ERROR            TO TRUE
               MOVE 'MARK A TRANSACTION D ON THE BROWSE FIRST'
                                           TO WS-MSG
           ELSE
               PERFORM 4100-READ-POSTING
                  THRU 4100-READ-POSTING-EXIT
           END-IF
           IF INPUT-OK
               PERFORM 4200-READ-CASE
                  THRU 4200-READ-CASE-EXIT
           END-IF
       4000-LOAD-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ POSTING SECTION
      *
      ******************************************************************
       4100-READ-POSTING.
           MOVE CC-TRNH-KEY               TO WS-TRNH-RID-FLD
           EXEC CICS READ
                     DATASET   ('TRANHIST')
                     INTO      (TRAN-HIST-RECORD)
                     RIDFLD    (WS-TRNH-RID-FLD)
                     KEYLENGTH (33)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET WS-TRAN-LOADED     TO TRUE
                   IF TRNH-TYPE-CREDIT
                       SET INPUT-ERROR    TO TRUE
                       MOVE 'A CREDIT CANNOT BE DISPUTED'
                                           TO WS-MSG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'POSTED TRANSACTION NOT FOUND'
                                           TO WS-MSG
               WHEN OTHER
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'TRAN HISTORY FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       4100-READ-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ CASE SECTION
      *    No case on file is the normal state for a posting being
      *    disputed for the first time.
      *
      ******************************************************************
       4200-READ-CASE.
           MOVE CC-TRNH-KEY               TO WS-DSP-RID-FLD
           EXEC CICS READ
                     DATASET   ('DISPUTE')
                     INTO      (DISPUTE-RECORD)
                     RIDFLD    (WS-DSP-RID-FLD)
                     KEYLENGTH (33)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET WS-CASE-ON-FILE    TO TRUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'DISPUTE FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       4200-READ-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    OPEN CASE SECTION
      *    A valid reason code is required. The disputed amount
      *    defaults to the whole charge and may not exceed it.
      *
      ******************************************************************
       5000-OPEN-CASE.
           MOVE CC-REASON-CD              TO DSP-REASON-CD
           IF CC-ACTION NOT = SPACES
               SET INPUT-ERROR            TO TRUE
               MOVE 'NO CASE TO RESOLVE - OPEN ONE FIRST'
                                           TO WS-MSG
           END-IF
           IF INPUT-OK
          AND NOT DSP-RSN-VALID
               SET INPUT-ERROR            TO TRUE
               MOVE 'REASON: FRAU NREC DUPL AMTD NAAD CRNP'
                                           TO WS-MSG
           END-IF
           IF CC-DSP-AMOUNT-N = ZEROS
               MOVE TRNH-AMOUNT           TO CC-DSP-AMOUNT-N
           END-IF
           IF INPUT-OK
          AND CC-DSP-AMOUNT-N > TRNH-AMOUNT
               SET INPUT-ERROR            TO TRUE
               MOVE 'AMOUNT CANNOT EXCEED THE CHARGE'
                                           TO WS-MSG
           END-IF
           IF INPUT-OK
               PERFORM 5100-WRITE-CASE
                  THRU 5100-WRITE-CASE-EXIT
           END-IF
       5000-OPEN-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CASE SECTION
      *    The case starts OPEN with neither the provisional credit
      *    nor a reversal issued; the response deadline runs from
      *    today.
      *
      ******************************************************************
       5100-WRITE-CASE.
           MOVE FUNCTION CURRENT-DATE     TO WS-CURDATE-DATA
           MOVE WS-CURDATE-DATA(1:8)      TO WS-TODAY-N
           MOVE SPACES                    TO DISPUTE-RECORD
           MOVE CC-TRNH-KEY               TO DSP-KEY
           MOVE TRNH-ACCT-ID              TO DSP-ACCT-ID
           MOVE TRNH-AMOUNT               TO DSP-TRAN-AMOUNT
           MOVE CC-DSP-AMOUNT-N           TO DSP-DISPUTE-AMOUNT
           MOVE TRNH-ORIG-DATE            TO DSP-TRAN-ORIG-DATE
           MOVE TRNH-MERCHANT-NAME        TO DSP-MERCHANT-NAME
           MOVE CC-REASON-CD              TO DSP-REASON-CD
           SET DSP-STAT-OPEN              TO TRUE
           MOVE WS-TODAY-N                TO DSP-OPEN-DATE
                                             DSP-STATUS-DATE
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
                   + LIT-RESPONSE-DAYS
           COMPUTE DSP-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE CDEMO-USER-ID             TO DSP-OPEN-USER-ID
                                             DSP-STATUS-USER-ID
           SET DSP-CREDIT-NOT-ISSUED      TO TRUE
           SET DSP-REVERSAL-NOT-ISSUED    TO TRUE
           MOVE ZEROS                     TO DSP-CREDIT-DATE
                                             DSP-REVERSAL-DATE
           MOVE DSP-KEY                   TO WS-DSP-RID-FLD
           EXEC CICS WRITE
                     DATASET   ('DISPUTE')
                     FROM      (DISPUTE-RECORD)
                     RIDFLD    (WS-DSP-RID-FLD)
                     KEYLENGTH (33)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET WS-CASE-ON-FILE    TO TRUE
                   MOVE 'DISPUTE CASE OPENED'
                                           TO WS-MSG
               WHEN DFHRESP(DUPREC)
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'CASE ALREADY OPENED - PRESS ENTER'
                                           TO WS-MSG
               WHEN OTHER
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'UNABLE TO OPEN CASE - NOT SAVED'
                                           TO WS-MSG
           END-EVALUATE
       5100-WRITE-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    RESOLVE CASE SECTION
      *    Only an unresolved case can be closed, only as W or L,
      *    and only by a supervisor - a lost case takes the credit
      *    back off the cardholder. ENTER with no action keyed just
      *    redisplays the case.
      *
      ******************************************************************
       6000-RESOLVE-CASE.
           EVALUATE TRUE
               WHEN NOT DSP-STAT-UNRESOLVED
                   MOVE 'CASE IS RESOLVED - NO FURTHER CHANGES'
                                           TO WS-MSG
               WHEN CC-ACTION = SPACES
                   MOVE 'KEY W (WON) OR L (LOST) TO RESOLVE'
                                           TO WS-MSG
               WHEN CC-ACTION NOT = 'W' AND NOT = 'L'
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'ACTION MUST BE W (WON) OR L (LOST)'
                                           TO WS-MSG
               WHEN CDEMO-USRTYP-USER
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'VIEW ONLY - CONTACT SUPERVISOR TO UPDATE'
                                           TO WS-MSG
               WHEN OTHER
                   PERFORM 6100-UPDATE-CASE
                      THRU 6100-UPDATE-CASE-EXIT
           END-EVALUATE
       6000-RESOLVE-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    UPDATE CASE SECTION
      *    The case is re-read for update so a change the nightly
      *    batch made since the screen went up is never overlaid.
      *
      ******************************************************************
       6100-UPDATE-CASE.
           MOVE CC-TRNH-KEY               TO WS-DSP-RID-FLD
           EXEC CICS READ
                     DATASET   ('DISPUTE')
                     INTO      (DISPUTE-RECORD)
                     RIDFLD    (WS-DSP-RID-FLD)
                     KEYLENGTH (33)
                     UPDATE
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET INPUT-ERROR            TO TRUE
               MOVE 'UNABLE TO READ CASE FOR UPDATE'
                                           TO WS-MSG
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
               MOVE CC-ACTION             TO DSP-STATUS
               MOVE WS-CURDATE-DATA(1:8)  TO DSP-STATUS-DATE
               MOVE CDEMO-USER-ID         TO DSP-STATUS-USER-ID
               EXEC CICS REWRITE
                         DATASET   ('DISPUTE')
                         FROM      (DISPUTE-RECORD)
                         RESP      (WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   IF DSP-STAT-WON
                       MOVE 'CASE RESOLVED AS WON'
                                           TO WS-MSG
                   ELSE
                       MOVE 'CASE RESOLVED AS LOST'
                                           TO WS-MSG
                   END-IF
               ELSE
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'UNABLE TO UPDATE CASE - NOT SAVED'
                                           TO WS-MSG
               END-IF
           END-IF
       6100-UPDATE-CASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FORMAT DATE SECTION
      *    WS-DATE-DIGITS (YYYYMMDD) to WS-DATE-OUT (MM/DD/YYYY); a
      *    zero date - a credit or reversal not yet issued - shows
      *    as blanks.
      *
      ******************************************************************
       9100-FORMAT-DATE.
           IF WS-DATE-DIGITS NOT NUMERIC
           OR WS-DATE-DIGITS = ZEROS
               MOVE SPACES                TO WS-DATE-OUT
           ELSE
               MOVE WS-DATE-D-MONTH       TO WS-DATE-DSP-MM
               MOVE WS-DATE-D-DAY         TO WS-DATE-DSP-DD
               MOVE WS-DATE-D-YEAR        TO WS-DATE-DSP-YYYY
               MOVE WS-DATE-DISPLAY       TO WS-DATE-OUT
           END-IF
       9100-FORMAT-DATE-EXIT.
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
