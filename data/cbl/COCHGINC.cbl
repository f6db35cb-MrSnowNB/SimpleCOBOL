      *****************************************************************
      * Program:     COCHGINC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Change History Inquiry                           *
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
      *    Change History Inquiry Program
      *
      *    Answers "who changed what, and when" from the three audit
      *    trails without dumping them: the card update trail
      *    (CARDAUD), the customer update trail (CUSTAUD) and the
      *    account update trail (ACCTAUD). The operator keys an
      *    account id or a customer id. The cross-reference
      *    (CXACAIX) is browsed to find what belongs with it - the
      *    customers holding cards on the account, or the accounts
      *    the customer holds cards on - and every trail entry for
      *    those accounts, their cards and those customers is
      *    listed, most recent first, with the user id and the
      *    transaction type. The before and after images on each
      *    entry are laid over the master record layouts and only
      *    the fields that differ are shown, each as a WAS / NOW
      *    pair; the CVV is never shown, only that it changed.
      *
      *    The screen is for administrators only, and every inquiry
      *    made - including one refused because the user is not an
      *    administrator - is written to the inquiry log (CHGINQ)
      *    before anything is shown. If the log cannot be written
      *    the inquiry is not shown.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COCHGINC.
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
      *    Overlays the commarea's spare context area so the account
      *    or customer being inquired on and the page on the screen
      *    survive from one task to the next. The change list itself
      *    is rebuilt from the trails on every task.
      ******************************************************************
       05  WS-CHI-PERSIST REDEFINES CDEMO-PGM-CONTEXT-AREA.
           10 CHI-CA-ACCT-ID           PIC 9(11).
           10 CHI-CA-CUST-ID           PIC 9(09).
           10 CHI-CA-PAGE-NUM          PIC 9(03).
           10 FILLER                   PIC X(41).
           COPY COCHGINI.
           COPY COTTL01Y.
           COPY CSDAT01Y.
           COPY CSMSG01Y.
           COPY CSUSR01Y.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CVACT02Y.
           COPY CVAUD01Y.
           COPY CVAUD02Y.
           COPY CVAUD03Y.
           COPY CVAUD04Y.
      ******************************************************************
      *    BEFORE/AFTER IMAGE WORK AREAS
      ******************************************************************
           COPY CVCRD01Y REPLACING ==CARD-RECORD==
               BY ==WS-BEFORE-CARD==.
           COPY CVCRD01Y REPLACING ==CARD-RECORD==
               BY ==WS-AFTER-CARD==.
           COPY CVACT01Y REPLACING ==ACCOUNT-RECORD==
               BY ==WS-BEFORE-ACCT==.
           COPY CVACT01Y REPLACING ==ACCOUNT-RECORD==
               BY ==WS-AFTER-ACCT==.
           COPY CVACT03Y REPLACING ==CUSTOMER-RECORD==
               BY ==WS-BEFORE-CUST==.
           COPY CVACT03Y REPLACING ==CUSTOMER-RECORD==
               BY ==WS-AFTER-CUST==.
      ******************************************************************
      *    CONSTANTS
      ******************************************************************
       01  WS-CONSTANTS.
           05 LIT-THISPGM         PIC X(8)  VALUE 'COCHGINC'.
           05 LIT-THISTRANID      PIC X(4)  VALUE 'CCH1'.
           05 LIT-THISMAPSET      PIC X(8)  VALUE 'COCHGINS'.
           05 LIT-THISMAP         PIC X(7)  VALUE 'CCHGINA'.
           05 LIT-MENUPGM         PIC X(8)  VALUE 'COMEN01C'.
           05 LIT-PAGE-SIZE       PIC S9(04) COMP VALUE +5.
           05 LIT-MAX-ENTRIES     PIC S9(04) COMP VALUE +200.
           05 LIT-MAX-ACCTS       PIC S9(04) COMP VALUE +20.
           05 LIT-MAX-CUSTS       PIC S9(04) COMP VALUE +10.
           05 LIT-MAX-DIFFS       PIC S9(04) COMP VALUE +12.
      ******************************************************************
      *    FLAGS
      ******************************************************************
       01  WS-FLAGS.
           05 INPUT-FLAG          PIC X(1).
              88 INPUT-OK         VALUE '0'.
              88 INPUT-ERROR      VALUE '1'.
           05 WS-BRWS-FLAG        PIC X(1) VALUE '0'.
              88 WS-BRWS-DONE     VALUE '1'.
              88 WS-BRWS-MORE     VALUE '0'.
           05 WS-ENT-FULL-FLAG    PIC X(1) VALUE '0'.
              88 WS-ENTRIES-CUT   VALUE '1'.
              88 WS-ENTRIES-ALL   VALUE '0'.
           05 WS-LIST-FULL-FLAG   PIC X(1) VALUE '0'.
              88 WS-LISTS-CUT     VALUE '1'.
              88 WS-LISTS-ALL     VALUE '0'.
           05 WS-BEFORE-IMG-FLAG  PIC X(1) VALUE '0'.
              88 WS-BEFORE-PRESENT VALUE '1'.
              88 WS-BEFORE-ABSENT VALUE '0'.
           05 WS-AFTER-IMG-FLAG   PIC X(1) VALUE '0'.
              88 WS-AFTER-PRESENT VALUE '1'.
              88 WS-AFTER-ABSENT  VALUE '0'.
           05 WS-LOG-FLAG         PIC X(1) VALUE '0'.
              88 WS-LOG-WRITTEN   VALUE '1'.
              88 WS-LOG-FAILED    VALUE '0'.
           05 WS-ON-LIST-FLAG     PIC X(1) VALUE '0'.
              88 WS-ON-LIST       VALUE '1'.
              88 WS-NOT-ON-LIST   VALUE '0'.
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
           05 WS-LOG-RESULT       PIC X(01) VALUE SPACES.
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
           05 CC-ACCT-ID-N        PIC 9(11) VALUE ZEROS.
           05 CC-CUST-ID-N        PIC 9(09) VALUE ZEROS.
           05 CC-PAGE-NUM         PIC 9(03) VALUE ZEROS.
       01  WS-INPUT-DATA.
           05 WS-IN-ACCT-ID       PIC 9(11) VALUE ZEROS.
           05 WS-IN-CUST-ID       PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *    FILE KEYS                                                     *
      ******************************************************************
       01  WS-XREF-BRWS-KEY       PIC X(16) VALUE SPACES.
       01  WS-CARDAUD-RID.
           05 WS-CARDAUD-RID-ACCT PIC 9(11).
           05 WS-CARDAUD-RID-CARD PIC X(16).
           05 WS-CARDAUD-RID-TS   PIC X(26).
       01  WS-CUSTAUD-RID.
           05 WS-CUSTAUD-RID-CUST PIC 9(09).
           05 WS-CUSTAUD-RID-TS   PIC X(26).
       01  WS-ACCTAUD-RID.
           05 WS-ACCTAUD-RID-ACCT PIC 9(11).
           05 WS-ACCTAUD-RID-TS   PIC X(26).
       01  WS-INQLOG-RID-FLD      PIC X(34) VALUE SPACES.
      ******************************************************************
      *    ACCOUNTS AND CUSTOMERS WHOSE TRAILS ARE WALKED
      ******************************************************************
       01  WS-SUBJECT-LISTS.
           05 WS-ACCT-COUNT        PIC S9(04) COMP VALUE ZEROS.
           05 WS-LIST-ACCT-ID      PIC 9(11) OCCURS 20 TIMES.
           05 WS-CUST-COUNT        PIC S9(04) COMP VALUE ZEROS.
           05 WS-LIST-CUST-ID      PIC 9(09) OCCURS 10 TIMES.
           05 WS-LIST-IDX          PIC S9(04) COMP VALUE ZEROS.
           05 WS-NEW-ACCT-ID       PIC 9(11) VALUE ZEROS.
           05 WS-NEW-CUST-ID       PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *    CHANGE ENTRY TABLE
      *    One entry per audit trail record found, kept most recent
      *    first. Only the trail and key are held - the record is
      *    read again when its rows come onto the page - with the
      *    number of screen rows (changed fields) it takes. When
      *    the table is full the oldest entry drops off the end.
      ******************************************************************
       01  WS-ENTRY-CONTROL.
           05 WS-ENT-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-ENT-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-INS-POS           PIC S9(04) COMP VALUE ZEROS.
           05 WS-SHIFT-FROM        PIC S9(04) COMP VALUE ZEROS.
           05 WS-SHIFT-IDX         PIC S9(04) COMP VALUE ZEROS.
       01  WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 200 TIMES.
              10 WS-ENT-TS         PIC X(26).
              10 WS-ENT-TRAIL      PIC X(04).
              10 WS-ENT-KEY        PIC X(53).
              10 WS-ENT-ROWS       PIC S9(04) COMP.
       01  WS-NEW-ENTRY.
           05 WS-NEW-TS            PIC X(26).
           05 WS-NEW-TRAIL         PIC X(04).
           05 WS-NEW-KEY           PIC X(53).
           05 WS-NEW-ROWS          PIC S9(04) COMP.
      ******************************************************************
      *    FIELD DIFFERENCE TABLE - ONE AUDIT ENTRY'S CHANGED FIELDS
      ******************************************************************
       01  WS-DIFF-CONTROL.
           05 WS-DIFF-COUNT        PIC S9(04) COMP VALUE ZEROS.
           05 WS-DIFF-IDX          PIC S9(04) COMP VALUE ZEROS.
       01  WS-DIFF-TABLE.
           05 WS-DIFF-ROW OCCURS 12 TIMES.
              10 WS-DIFF-FIELD     PIC X(14).
              10 WS-DIFF-WAS       PIC X(50).
              10 WS-DIFF-NOW       PIC X(50).
       01  WS-COMPARE-WORK.
           05 WS-CMP-FIELD         PIC X(14) VALUE SPACES.
           05 WS-CMP-WAS           PIC X(50) VALUE SPACES.
           05 WS-CMP-NOW           PIC X(50) VALUE SPACES.
      ******************************************************************
      *    PAGE WORK AREAS
      ******************************************************************
       01  WS-PAGE-CONTROL.
           05 WS-TOTAL-ROWS        PIC S9(04) COMP VALUE ZEROS.
           05 WS-PAGE-COUNT        PIC S9(04) COMP VALUE ZEROS.
           05 WS-FIRST-ROW         PIC S9(04) COMP VALUE ZEROS.
           05 WS-LAST-ROW          PIC S9(04) COMP VALUE ZEROS.
           05 WS-ROW-NUM           PIC S9(04) COMP VALUE ZEROS.
           05 WS-ROW-IDX           PIC S9(04) COMP VALUE ZEROS.
       01  WS-ENTRY-HEADER.
           05 WS-HDR-WHEN          PIC X(19) VALUE SPACES.
           05 WS-HDR-TRAIL         PIC X(04) VALUE SPACES.
           05 WS-HDR-KEY           PIC X(16) VALUE SPACES.
           05 WS-HDR-USER-ID       PIC X(08) VALUE SPACES.
           05 WS-HDR-TYPE          PIC X(06) VALUE SPACES.
      ******************************************************************
      *    PAGE ROW TABLE - ONE SCREEN OF CHANGED FIELDS
      ******************************************************************
       01  WS-PAGE-ROWS.
           05 WS-PAGE-ROW OCCURS 5 TIMES.
              10 WS-ROW-WHEN       PIC X(19).
              10 WS-ROW-TRAIL      PIC X(04).
              10 WS-ROW-KEY        PIC X(16).
              10 WS-ROW-USER-ID    PIC X(08).
              10 WS-ROW-TYPE       PIC X(06).
              10 WS-ROW-FIELD      PIC X(14).
              10 WS-ROW-WAS        PIC X(50).
              10 WS-ROW-NOW        PIC X(50).
      ******************************************************************
      *    DISPLAY WORK AREAS                                            *
      ******************************************************************
       01  WS-TS-DISPLAY.
           05 WS-TS-MM             PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-TS-DD             PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-TS-YYYY           PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-TS-HH             PIC X(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 WS-TS-MI             PIC X(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 WS-TS-SS             PIC X(02).
       01  WS-TS-SPLIT.
           05 WS-TS-RAW            PIC X(26).
           05 WS-TS-RAW-R REDEFINES WS-TS-RAW.
              10 WS-TS-R-YEAR      PIC X(04).
              10 WS-TS-R-MONTH     PIC X(02).
              10 WS-TS-R-DAY       PIC X(02).
              10 WS-TS-R-HOURS     PIC X(02).
              10 WS-TS-R-MINS      PIC X(02).
              10 WS-TS-R-SECS      PIC X(02).
              10 FILLER            PIC X(12).
       01  WS-EDIT-AMT             PIC Z(9)9.99-.
       01  WS-EXPIRY-DISPLAY.
           05 WS-EXPIRY-MM         PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-EXPIRY-YYYY       PIC 9(04).
       01  WS-SSN-DISPLAY.
           05 WS-SSN-AREA          PIC 9(03).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WS-SSN-GROUP         PIC 9(02).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WS-SSN-SERIAL        PIC 9(04).
       01  WS-SSN-SPLIT.
           05 WS-SSN-DIGITS        PIC 9(09).
           05 WS-SSN-DIGITS-R REDEFINES WS-SSN-DIGITS.
              10 WS-SSN-D-AREA     PIC 9(03).
              10 WS-SSN-D-GROUP    PIC 9(02).
              10 WS-SSN-D-SERIAL   PIC 9(04).
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
      *       FRESH ENTRY - SHOW THE EMPTY INQUIRY SCREEN
      ******************************************************************
               WHEN CDEMO-PGM-ENTER
                    INITIALIZE WS-CC-DATA
                               WS-PAGE-ROWS
                    IF NOT CDEMO-USRTYP-ADMIN
                        MOVE 'CHANGE HISTORY IS ADMIN ONLY'
                                            TO WS-MSG
                    END-IF
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
                    SET CDEMO-PGM-REENTER   TO TRUE
                    PERFORM COMMON-RETURN
      ******************************************************************
      *       SCREEN ALREADY UP - PAGING KEYS OR ENTER
      ******************************************************************
               WHEN CDEMO-PGM-REENTER
                    MOVE CHI-CA-ACCT-ID     TO CC-ACCT-ID-N
                    MOVE CHI-CA-CUST-ID     TO CC-CUST-ID-N
                    MOVE CHI-CA-PAGE-NUM    TO CC-PAGE-NUM
                    EVALUATE TRUE
                        WHEN EIBAID = DFHPF7
                            PERFORM 4200-PAGE-BACKWARD
                               THRU 4200-PAGE-BACKWARD-EXIT
                        WHEN EIBAID = DFHPF8
                            PERFORM 4100-PAGE-FORWARD
                               THRU 4100-PAGE-FORWARD-EXIT
                        WHEN OTHER
                            PERFORM 2000-PROCESS-INPUTS
                               THRU 2000-PROCESS-INPUTS-EXIT
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
           MOVE CC-ACCT-ID-N         TO CHI-CA-ACCT-ID
           MOVE CC-CUST-ID-N         TO CHI-CA-CUST-ID
           MOVE CC-PAGE-NUM          TO CHI-CA-PAGE-NUM
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
           MOVE CDEMO-CUST-FNAME          TO CCHGINAO-FNAME
           MOVE CDEMO-CUST-LNAME          TO CCHGINAO-LNAME
           MOVE LIT-THISTRANID            TO CCHGINAO-TRNID
           MOVE LIT-THISPGM               TO CCHGINAO-PGMNAM
           MOVE WS-SDTYME                 TO CCHGINAO-SDTYME
           MOVE CC-ACCT-ID-N              TO CCHGINAO-ACCT-ID
           MOVE CC-CUST-ID-N              TO CCHGINAO-CUST-ID
           MOVE WS-ENT-COUNT              TO CCHGINAO-CHG-COUNT
           MOVE CC-PAGE-NUM               TO CCHGINAO-PAGE-NUM
           MOVE WS-PAGE-COUNT             TO CCHGINAO-PAGE-COUNT
      ******************************************************************
      *    Move the page rows to the map
      ******************************************************************
           PERFORM 1100-MOVE-ROW-TO-MAP
              THRU 1100-MOVE-ROW-TO-MAP-EXIT
              VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > LIT-PAGE-SIZE
           MOVE WS-MSG                    TO CCHGINAO-ERRMSGO
      ******************************************************************
      *    Send map
      ******************************************************************
           EXEC CICS SEND MAP('CCHGINA')
                          MAPSET('COCHGINS')
                          FROM(CCHGINAO)
                          ERASE
           END-EXEC
       1000-SEND-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    MOVE ONE PAGE ROW TO THE MAP SECTION
      *
      ******************************************************************
       1100-MOVE-ROW-TO-MAP.
           MOVE WS-ROW-WHEN(WS-ROW-IDX)   TO CCHGINAO-WHEN(WS-ROW-IDX)
           MOVE WS-ROW-TRAIL(WS-ROW-IDX)  TO CCHGINAO-TRAIL(WS-ROW-IDX)
           MOVE WS-ROW-KEY(WS-ROW-IDX)    TO CCHGINAO-KEY(WS-ROW-IDX)
           MOVE WS-ROW-USER-ID(WS-ROW-IDX)
                                       TO CCHGINAO-USER-ID(WS-ROW-IDX)
           MOVE WS-ROW-TYPE(WS-ROW-IDX)   TO CCHGINAO-TYPE(WS-ROW-IDX)
           MOVE WS-ROW-FIELD(WS-ROW-IDX)  TO CCHGINAO-FIELD(WS-ROW-IDX)
           MOVE WS-ROW-WAS(WS-ROW-IDX)    TO CCHGINAO-WAS(WS-ROW-IDX)
           MOVE WS-ROW-NOW(WS-ROW-IDX)    TO CCHGINAO-NOW(WS-ROW-IDX)
       1100-MOVE-ROW-TO-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS INPUTS SECTION
      *    An ENTER press with a fresh account id or customer id
      *    starts a new inquiry; with neither changed it redisplays
      *    the current page. A user who is not an administrator is
      *    refused, and the refused inquiry is logged.
      *
      ******************************************************************
       2000-PROCESS-INPUTS.
           EXEC CICS RECEIVE MAP('CCHGINA')
                             MAPSET('COCHGINS')
                             INTO(CCHGINAI)
           END-EXEC
           SET INPUT-OK                   TO TRUE
           MOVE ZEROS                     TO WS-IN-ACCT-ID
                                              WS-IN-CUST-ID
           IF CCHGINAI-ACCT-ID-L > 0
               MOVE CCHGINAI-ACCT-ID-D    TO WS-IN-ACCT-ID
           END-IF
           IF CCHGINAI-CUST-ID-L > 0
               MOVE CCHGINAI-CUST-ID-D    TO WS-IN-CUST-ID
           END-IF
      ******************************************************************
      *    Only an administrator may look at the audit trails
      ******************************************************************
           IF NOT CDEMO-USRTYP-ADMIN
               SET INPUT-ERROR            TO TRUE
               MOVE 'CHANGE HISTORY IS ADMIN ONLY'
                                           TO WS-MSG
               IF WS-IN-ACCT-ID NOT = ZEROS
               OR WS-IN-CUST-ID NOT = ZEROS
                   MOVE 'D'               TO WS-LOG-RESULT
                   PERFORM 8000-WRITE-INQUIRY-LOG
                      THRU 8000-WRITE-INQUIRY-LOG-EXIT
               END-IF
               MOVE ZEROS                 TO CC-ACCT-ID-N
                                              CC-CUST-ID-N
                                              CC-PAGE-NUM
           ELSE
               EVALUATE TRUE
                   WHEN WS-IN-ACCT-ID NOT = ZEROS
                    AND WS-IN-CUST-ID NOT = ZEROS
                       SET INPUT-ERROR    TO TRUE
                       MOVE 'ENTER AN ACCOUNT OR A CUSTOMER, NOT BOTH'
                                           TO WS-MSG
                   WHEN WS-IN-ACCT-ID = ZEROS
                    AND WS-IN-CUST-ID = ZEROS
                       IF CC-ACCT-ID-N = ZEROS
                      AND CC-CUST-ID-N = ZEROS
                           SET INPUT-ERROR TO TRUE
                           MOVE 'ENTER AN ACCOUNT ID OR A CUSTOMER ID'
                                           TO WS-MSG
                       ELSE
                           PERFORM 4300-REBUILD-CURRENT-PAGE
                              THRU 4300-REBUILD-CURRENT-PAGE-EXIT
                       END-IF
                   WHEN WS-IN-ACCT-ID = CC-ACCT-ID-N
                    AND WS-IN-CUST-ID = CC-CUST-ID-N
                       PERFORM 4300-REBUILD-CURRENT-PAGE
                          THRU 4300-REBUILD-CURRENT-PAGE-EXIT
                   WHEN OTHER
                       MOVE WS-IN-ACCT-ID TO CC-ACCT-ID-N
                       MOVE WS-IN-CUST-ID TO CC-CUST-ID-N
                       PERFORM 4000-NEW-INQUIRY
                          THRU 4000-NEW-INQUIRY-EXIT
               END-EVALUATE
           END-IF
       2000-PROCESS-INPUTS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    NEW INQUIRY SECTION
      *    Gathers the changes for the account or customer now in
      *    the commarea fields and logs the inquiry. Nothing is
      *    shown unless the log entry was written.
      *
      ******************************************************************
       4000-NEW-INQUIRY.
           MOVE 1                         TO CC-PAGE-NUM
           PERFORM 9000-COLLECT-CHANGES
              THRU 9000-COLLECT-CHANGES-EXIT
           IF WS-ENT-COUNT > ZEROS
               MOVE 'S'                   TO WS-LOG-RESULT
           ELSE
               MOVE 'N'                   TO WS-LOG-RESULT
           END-IF
           PERFORM 8000-WRITE-INQUIRY-LOG
              THRU 8000-WRITE-INQUIRY-LOG-EXIT
           EVALUATE TRUE
               WHEN WS-LOG-FAILED
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'INQUIRY LOG UNAVAILABLE - SEE SUPPORT'
                                           TO WS-MSG
                   MOVE ZEROS             TO CC-ACCT-ID-N
                                              CC-CUST-ID-N
                                              CC-PAGE-NUM
                                              WS-ENT-COUNT
                                              WS-PAGE-COUNT
               WHEN WS-ENT-COUNT = ZEROS
                   MOVE ZEROS             TO CC-PAGE-NUM
                   IF WS-MSG = SPACES
                       MOVE 'NO CHANGES ON FILE FOR THIS INQUIRY'
                                           TO WS-MSG
                   END-IF
               WHEN OTHER
                   PERFORM 9500-BUILD-PAGE
                      THRU 9500-BUILD-PAGE-EXIT
           END-EVALUATE
       4000-NEW-INQUIRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PAGE FORWARD SECTION
      *
      ******************************************************************
       4100-PAGE-FORWARD.
           IF CC-ACCT-ID-N = ZEROS
          AND CC-CUST-ID-N = ZEROS
               MOVE 'NOTHING TO PAGE - ENTER AN ACCOUNT ID'
                                           TO WS-MSG
           ELSE
               PERFORM 9000-COLLECT-CHANGES
                  THRU 9000-COLLECT-CHANGES-EXIT
               IF CC-PAGE-NUM < WS-PAGE-COUNT
                   ADD 1                  TO CC-PAGE-NUM
               ELSE
                   MOVE 'NO MORE CHANGES TO DISPLAY'
                                           TO WS-MSG
               END-IF
               PERFORM 9500-BUILD-PAGE
                  THRU 9500-BUILD-PAGE-EXIT
           END-IF
       4100-PAGE-FORWARD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PAGE BACKWARD SECTION
      *
      ******************************************************************
       4200-PAGE-BACKWARD.
           IF CC-ACCT-ID-N = ZEROS
          AND CC-CUST-ID-N = ZEROS
               MOVE 'NOTHING TO PAGE - ENTER AN ACCOUNT ID'
                                           TO WS-MSG
           ELSE
               PERFORM 9000-COLLECT-CHANGES
                  THRU 9000-COLLECT-CHANGES-EXIT
               IF CC-PAGE-NUM > 1
                   SUBTRACT 1             FROM CC-PAGE-NUM
               ELSE
                   MOVE 'ALREADY AT FIRST PAGE'
                                           TO WS-MSG
               END-IF
               PERFORM 9500-BUILD-PAGE
                  THRU 9500-BUILD-PAGE-EXIT
           END-IF
       4200-PAGE-BACKWARD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    REBUILD CURRENT PAGE SECTION
      *
      ******************************************************************
       4300-REBUILD-CURRENT-PAGE.
           PERFORM 9000-COLLECT-CHANGES
              THRU 9000-COLLECT-CHANGES-EXIT
           PERFORM 9500-BUILD-PAGE
              THRU 9500-BUILD-PAGE-EXIT
       4300-REBUILD-CURRENT-PAGE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CARD DIFFERENCE SECTION
      *    Lays the before and after card images from the card
      *    trail entry over the card master layout and collects the
      *    fields that differ. The CVV is shown masked either way.
      *    The last-changed stamp is the update lock, not card data,
      *    and is left out.
      *
      ******************************************************************
       7100-DIFF-CARD.
           MOVE AUD-BEFORE-IMAGE          TO WS-BEFORE-CARD
           MOVE AUD-AFTER-IMAGE           TO WS-AFTER-CARD
           IF AUD-BEFORE-IMAGE = SPACES OR LOW-VALUES
               SET WS-BEFORE-ABSENT       TO TRUE
           ELSE
               SET WS-BEFORE-PRESENT      TO TRUE
           END-IF
           IF AUD-AFTER-IMAGE = SPACES OR LOW-VALUES
               SET WS-AFTER-ABSENT        TO TRUE
           ELSE
               SET WS-AFTER-PRESENT       TO TRUE
           END-IF
           MOVE ZEROS                     TO WS-DIFF-COUNT

           MOVE 'ACCOUNT ID'              TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CARD-ACCT-ID OF WS-BEFORE-CARD TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CARD-ACCT-ID OF WS-AFTER-CARD  TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'CVV CODE'                TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE '***'                 TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE '***'                 TO WS-CMP-NOW
               IF WS-BEFORE-PRESENT
              AND CARD-CVV-CD OF WS-BEFORE-CARD NOT =
                  CARD-CVV-CD OF WS-AFTER-CARD
                   MOVE '*** (CHANGED)'   TO WS-CMP-NOW
               END-IF
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'EMBOSSED NAME'           TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CARD-EMBOSSED-NAME OF WS-BEFORE-CARD
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CARD-EMBOSSED-NAME OF WS-AFTER-CARD
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'EXPIRY'                  TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CARD-EXPIRY-MONTH OF WS-BEFORE-CARD
                                           TO WS-EXPIRY-MM
               MOVE CARD-EXPIRY-YEAR OF WS-BEFORE-CARD
                                           TO WS-EXPIRY-YYYY
               MOVE WS-EXPIRY-DISPLAY     TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CARD-EXPIRY-MONTH OF WS-AFTER-CARD
                                           TO WS-EXPIRY-MM
               MOVE CARD-EXPIRY-YEAR OF WS-AFTER-CARD
                                           TO WS-EXPIRY-YYYY
               MOVE WS-EXPIRY-DISPLAY     TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'ACTIVE STATUS'           TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CARD-ACTIVE-STATUS OF WS-BEFORE-CARD
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CARD-ACTIVE-STATUS OF WS-AFTER-CARD
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'BLOCK REASON'            TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CARD-STATUS-REASON-CD OF WS-BEFORE-CARD
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CARD-STATUS-REASON-CD OF WS-AFTER-CARD
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'REISSUE FLAG'            TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CARD-REISSUE-FLAG OF WS-BEFORE-CARD
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CARD-REISSUE-FLAG OF WS-AFTER-CARD
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           PERFORM 7950-CHECK-NO-CHANGE
              THRU 7950-CHECK-NO-CHANGE-EXIT
       7100-DIFF-CARD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CUSTOMER DIFFERENCE SECTION
      *    Lays the before and after customer images from the
      *    customer trail entry over the customer master layout and
      *    collects the fields that differ.
      *
      ******************************************************************
       7200-DIFF-CUSTOMER.
           MOVE CAUD-BEFORE-IMAGE         TO WS-BEFORE-CUST
           MOVE CAUD-AFTER-IMAGE          TO WS-AFTER-CUST
           IF CAUD-BEFORE-IMAGE = SPACES OR LOW-VALUES
               SET WS-BEFORE-ABSENT       TO TRUE
           ELSE
               SET WS-BEFORE-PRESENT      TO TRUE
           END-IF
           IF CAUD-AFTER-IMAGE = SPACES OR LOW-VALUES
               SET WS-AFTER-ABSENT        TO TRUE
           ELSE
               SET WS-AFTER-PRESENT       TO TRUE
           END-IF
           MOVE ZEROS                     TO WS-DIFF-COUNT

           MOVE 'FIRST NAME'              TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-FIRST-NAME OF WS-BEFORE-CUST TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-FIRST-NAME OF WS-AFTER-CUST  TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'MIDDLE NAME'             TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-MIDDLE-NAME OF WS-BEFORE-CUST TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-MIDDLE-NAME OF WS-AFTER-CUST  TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'LAST NAME'               TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-LAST-NAME OF WS-BEFORE-CUST  TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-LAST-NAME OF WS-AFTER-CUST   TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'ADDRESS LINE 1'          TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-ADDR-LINE-1 OF WS-BEFORE-CUST TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-ADDR-LINE-1 OF WS-AFTER-CUST  TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'ADDRESS LINE 2'          TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-ADDR-LINE-2 OF WS-BEFORE-CUST TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-ADDR-LINE-2 OF WS-AFTER-CUST  TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'STATE'                   TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-ADDR-STATE-CD OF WS-BEFORE-CUST
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-ADDR-STATE-CD OF WS-AFTER-CUST
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'ZIP CODE'                TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-ADDR-ZIP OF WS-BEFORE-CUST   TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-ADDR-ZIP OF WS-AFTER-CUST    TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'PHONE'                   TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-PHONE-NUM-1 OF WS-BEFORE-CUST TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-PHONE-NUM-1 OF WS-AFTER-CUST  TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'SSN'                     TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-SSN OF WS-BEFORE-CUST TO WS-SSN-DIGITS
               PERFORM 7810-FORMAT-SSN
                  THRU 7810-FORMAT-SSN-EXIT
               MOVE WS-SSN-DISPLAY        TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-SSN OF WS-AFTER-CUST  TO WS-SSN-DIGITS
               PERFORM 7810-FORMAT-SSN
                  THRU 7810-FORMAT-SSN-EXIT
               MOVE WS-SSN-DISPLAY        TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'FICO SCORE'              TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE CUST-FICO-CREDIT-SCORE OF WS-BEFORE-CUST
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE CUST-FICO-CREDIT-SCORE OF WS-AFTER-CUST
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           PERFORM 7950-CHECK-NO-CHANGE
              THRU 7950-CHECK-NO-CHANGE-EXIT
       7200-DIFF-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *
      *    ACCOUNT DIFFERENCE SECTION
      *    Lays the before and after account images from the
      *    account trail entry over the account master layout and
      *    collects the fields that differ. Amounts are compared as
      *    they print.
      *
      ******************************************************************
       7300-DIFF-ACCOUNT.
           MOVE AAUD-BEFORE-IMAGE         TO WS-BEFORE-ACCT
           MOVE AAUD-AFTER-IMAGE          TO WS-AFTER-ACCT
           IF AAUD-BEFORE-IMAGE = SPACES OR LOW-VALUES
               SET WS-BEFORE-ABSENT       TO TRUE
           ELSE
               SET WS-BEFORE-PRESENT      TO TRUE
           END-IF
           IF AAUD-AFTER-IMAGE = SPACES OR LOW-VALUES
               SET WS-AFTER-ABSENT        TO TRUE
           ELSE
               SET WS-AFTER-PRESENT       TO TRUE
           END-IF
           MOVE ZEROS                     TO WS-DIFF-COUNT

           MOVE 'ACTIVE STATUS'           TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE ACCT-ACTIVE-STATUS OF WS-BEFORE-ACCT
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE ACCT-ACTIVE-STATUS OF WS-AFTER-ACCT
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'CURRENT BAL'             TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
          AND ACCT-CURR-BAL OF WS-BEFORE-ACCT NUMERIC
               MOVE ACCT-CURR-BAL OF WS-BEFORE-ACCT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
          AND ACCT-CURR-BAL OF WS-AFTER-ACCT NUMERIC
               MOVE ACCT-CURR-BAL OF WS-AFTER-ACCT  TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'CREDIT LIMIT'            TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
          AND ACCT-CREDIT-LIMIT OF WS-BEFORE-ACCT NUMERIC
               MOVE ACCT-CREDIT-LIMIT OF WS-BEFORE-ACCT
                                           TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
          AND ACCT-CREDIT-LIMIT OF WS-AFTER-ACCT NUMERIC
               MOVE ACCT-CREDIT-LIMIT OF WS-AFTER-ACCT
                                           TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'CASH LIMIT'              TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
          AND ACCT-CASH-CREDIT-LIMIT OF WS-BEFORE-ACCT NUMERIC
               MOVE ACCT-CASH-CREDIT-LIMIT OF WS-BEFORE-ACCT
                                           TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
          AND ACCT-CASH-CREDIT-LIMIT OF WS-AFTER-ACCT NUMERIC
               MOVE ACCT-CASH-CREDIT-LIMIT OF WS-AFTER-ACCT
                                           TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'OPEN DATE'               TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE ACCT-OPEN-DATE OF WS-BEFORE-ACCT  TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE ACCT-OPEN-DATE OF WS-AFTER-ACCT   TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'EXPIRY DATE'             TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE ACCT-EXPIRAION-DATE OF WS-BEFORE-ACCT
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE ACCT-EXPIRAION-DATE OF WS-AFTER-ACCT
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'REISSUE DATE'            TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE ACCT-REISSUE-DATE OF WS-BEFORE-ACCT
                                           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE ACCT-REISSUE-DATE OF WS-AFTER-ACCT
                                           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'CYCLE CREDITS'           TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
          AND ACCT-CURR-CYC-CREDIT OF WS-BEFORE-ACCT NUMERIC
               MOVE ACCT-CURR-CYC-CREDIT OF WS-BEFORE-ACCT
                                           TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
          AND ACCT-CURR-CYC-CREDIT OF WS-AFTER-ACCT NUMERIC
               MOVE ACCT-CURR-CYC-CREDIT OF WS-AFTER-ACCT
                                           TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'CYCLE DEBITS'            TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
          AND ACCT-CURR-CYC-DEBIT OF WS-BEFORE-ACCT NUMERIC
               MOVE ACCT-CURR-CYC-DEBIT OF WS-BEFORE-ACCT
                                           TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
          AND ACCT-CURR-CYC-DEBIT OF WS-AFTER-ACCT NUMERIC
               MOVE ACCT-CURR-CYC-DEBIT OF WS-AFTER-ACCT
                                           TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT           TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'GROUP ID'                TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE ACCT-GROUP-ID OF WS-BEFORE-ACCT   TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE ACCT-GROUP-ID OF WS-AFTER-ACCT    TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'CLOSE DATE'              TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE ACCT-CLOSE-DATE OF WS-BEFORE-ACCT TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE ACCT-CLOSE-DATE OF WS-AFTER-ACCT  TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           MOVE 'CLOSE REASON'            TO WS-CMP-FIELD
           PERFORM 7800-CLEAR-COMPARE
              THRU 7800-CLEAR-COMPARE-EXIT
           IF WS-BEFORE-PRESENT
               MOVE ACCT-CLOSE-REASON-CD OF WS-BEFORE-ACCT
                                          TO WS-CMP-WAS
           END-IF
           IF WS-AFTER-PRESENT
               MOVE ACCT-CLOSE-REASON-CD OF WS-AFTER-ACCT
                                          TO WS-CMP-NOW
           END-IF
           PERFORM 7900-COMPARE-FIELD
              THRU 7900-COMPARE-FIELD-EXIT

           PERFORM 7950-CHECK-NO-CHANGE
              THRU 7950-CHECK-NO-CHANGE-EXIT
       7300-DIFF-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
       7800-CLEAR-COMPARE.
           MOVE SPACES                    TO WS-CMP-WAS
                                              WS-CMP-NOW
       7800-CLEAR-COMPARE-EXIT.
           EXIT.
      ******************************************************************
       7810-FORMAT-SSN.
           MOVE WS-SSN-D-AREA             TO WS-SSN-AREA
           MOVE WS-SSN-D-GROUP            TO WS-SSN-GROUP
           MOVE WS-SSN-D-SERIAL           TO WS-SSN-SERIAL
       7810-FORMAT-SSN-EXIT.
           EXIT.
      ******************************************************************
      *
      *    COMPARE FIELD SECTION
      *    Keeps the field just set up in the compare work area when
      *    its WAS and NOW values differ.
      *
      ******************************************************************
       7900-COMPARE-FIELD.
           IF WS-CMP-WAS NOT = WS-CMP-NOW
          AND WS-DIFF-COUNT < LIT-MAX-DIFFS
               ADD 1                      TO WS-DIFF-COUNT
               MOVE WS-CMP-FIELD          TO
                    WS-DIFF-FIELD(WS-DIFF-COUNT)
               MOVE WS-CMP-WAS            TO WS-DIFF-WAS(WS-DIFF-COUNT)
               MOVE WS-CMP-NOW            TO WS-DIFF-NOW(WS-DIFF-COUNT)
           END-IF
       7900-COMPARE-FIELD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK NO CHANGE SECTION
      *    An entry with nothing different - a failed attempt that
      *    never read the record, or an update that changed nothing -
      *    still takes one row so it is seen in the list.
      *
      ******************************************************************
       7950-CHECK-NO-CHANGE.
           IF WS-DIFF-COUNT = ZEROS
               MOVE 1                     TO WS-DIFF-COUNT
               MOVE 'NO CHANGES'          TO WS-DIFF-FIELD(1)
               MOVE SPACES                TO WS-DIFF-WAS(1)
                                              WS-DIFF-NOW(1)
           END-IF
       7950-CHECK-NO-CHANGE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE INQUIRY LOG SECTION
      *    One entry on the inquiry log for the inquiry just made,
      *    carrying the account or customer keyed, the number of
      *    changes found and whether it was shown, found nothing or
      *    was refused.
      *
      ******************************************************************
       8000-WRITE-INQUIRY-LOG.
           MOVE SPACES                    TO CHG-INQUIRY-LOG-RECORD
           MOVE CDEMO-USER-ID             TO CINQ-USER-ID
           MOVE FUNCTION CURRENT-DATE     TO CINQ-TIMESTAMP
           MOVE EIBTRMID                  TO CINQ-TERM-ID
           IF WS-IN-ACCT-ID NOT = ZEROS
               SET CINQ-BY-ACCOUNT        TO TRUE
           ELSE
               SET CINQ-BY-CUSTOMER       TO TRUE
           END-IF
           MOVE WS-IN-ACCT-ID             TO CINQ-ACCT-ID
           MOVE WS-IN-CUST-ID             TO CINQ-CUST-ID
           MOVE WS-LOG-RESULT             TO CINQ-RESULT
           MOVE WS-ENT-COUNT              TO CINQ-CHANGE-COUNT
           MOVE CINQ-KEY                  TO WS-INQLOG-RID-FLD
           EXEC CICS WRITE
                     DATASET   ('CHGINQ')
                     FROM      (CHG-INQUIRY-LOG-RECORD)
                     RIDFLD    (WS-INQLOG-RID-FLD)
                     KEYLENGTH (34)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET WS-LOG-WRITTEN         TO TRUE
           ELSE
               SET WS-LOG-FAILED          TO TRUE
           END-IF
       8000-WRITE-INQUIRY-LOG-EXIT.
           EXIT.
      ******************************************************************
      *
      *    COLLECT CHANGES SECTION
      *    Works out whose trails to walk from the cross-reference,
      *    then walks them: the account and card trails for every
      *    account found, the customer trail for every customer
      *    found. Ends with the change table in order and the row
      *    and page counts set.
      *
      ******************************************************************
       9000-COLLECT-CHANGES.
           MOVE ZEROS                     TO WS-ACCT-COUNT
                                              WS-CUST-COUNT
                                              WS-ENT-COUNT
                                              WS-TOTAL-ROWS
                                              WS-PAGE-COUNT
           SET WS-ENTRIES-ALL             TO TRUE
           SET WS-LISTS-ALL               TO TRUE
           IF CC-ACCT-ID-N NOT = ZEROS
               MOVE CC-ACCT-ID-N          TO WS-NEW-ACCT-ID
               PERFORM 9050-ADD-ACCT-TO-LIST
                  THRU 9050-ADD-ACCT-TO-LIST-EXIT
           END-IF
           IF CC-CUST-ID-N NOT = ZEROS
               MOVE CC-CUST-ID-N          TO WS-NEW-CUST-ID
               PERFORM 9060-ADD-CUST-TO-LIST
                  THRU 9060-ADD-CUST-TO-LIST-EXIT
           END-IF
           PERFORM 9100-WALK-XREF
              THRU 9100-WALK-XREF-EXIT
           PERFORM 9200-WALK-ACCOUNT-TRAILS
              THRU 9200-WALK-ACCOUNT-TRAILS-EXIT
              VARYING WS-LIST-IDX FROM 1 BY 1
                UNTIL WS-LIST-IDX > WS-ACCT-COUNT
           PERFORM 9400-WALK-CUSTAUD
              THRU 9400-WALK-CUSTAUD-EXIT
              VARYING WS-LIST-IDX FROM 1 BY 1
                UNTIL WS-LIST-IDX > WS-CUST-COUNT
           PERFORM 9070-ADD-ENTRY-ROWS
              THRU 9070-ADD-ENTRY-ROWS-EXIT
              VARYING WS-ENT-IDX FROM 1 BY 1
                UNTIL WS-ENT-IDX > WS-ENT-COUNT
           COMPUTE WS-PAGE-COUNT =
                   (WS-TOTAL-ROWS + LIT-PAGE-SIZE - 1) / LIT-PAGE-SIZE
           IF CC-PAGE-NUM > WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT         TO CC-PAGE-NUM
           END-IF
           IF WS-MSG = SPACES
               EVALUATE TRUE
                   WHEN WS-ENTRIES-CUT
                       MOVE 'OVER 200 CHANGES - OLDEST NOT SHOWN'
                                           TO WS-MSG
                   WHEN WS-LISTS-CUT
                       MOVE 'TOO MANY ACCOUNTS - LIST INCOMPLETE'
                                           TO WS-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
       9000-COLLECT-CHANGES-EXIT.
           EXIT.
      ******************************************************************
      *
      *    ADD ACCOUNT / CUSTOMER TO LIST SECTIONS
      *    Each account and customer is walked once however many
      *    cards tie it in.
      *
      ******************************************************************
       9050-ADD-ACCT-TO-LIST.
           SET WS-NOT-ON-LIST             TO TRUE
           PERFORM 9055-CHECK-ACCT-ON-LIST
              THRU 9055-CHECK-ACCT-ON-LIST-EXIT
              VARYING WS-LIST-IDX FROM 1 BY 1
                UNTIL WS-LIST-IDX > WS-ACCT-COUNT
           IF WS-NOT-ON-LIST
               IF WS-ACCT-COUNT < LIT-MAX-ACCTS
                   ADD 1                  TO WS-ACCT-COUNT
                   MOVE WS-NEW-ACCT-ID    TO
                        WS-LIST-ACCT-ID(WS-ACCT-COUNT)
               ELSE
                   SET WS-LISTS-CUT       TO TRUE
               END-IF
           END-IF
       9050-ADD-ACCT-TO-LIST-EXIT.
           EXIT.
      ******************************************************************
       9055-CHECK-ACCT-ON-LIST.
           IF WS-LIST-ACCT-ID(WS-LIST-IDX) = WS-NEW-ACCT-ID
               SET WS-ON-LIST             TO TRUE
           END-IF
       9055-CHECK-ACCT-ON-LIST-EXIT.
           EXIT.
      ******************************************************************
       9060-ADD-CUST-TO-LIST.
           SET WS-NOT-ON-LIST             TO TRUE
           PERFORM 9065-CHECK-CUST-ON-LIST
              THRU 9065-CHECK-CUST-ON-LIST-EXIT
              VARYING WS-LIST-IDX FROM 1 BY 1
                UNTIL WS-LIST-IDX > WS-CUST-COUNT
           IF WS-NOT-ON-LIST
               IF WS-CUST-COUNT < LIT-MAX-CUSTS
                   ADD 1                  TO WS-CUST-COUNT
                   MOVE WS-NEW-CUST-ID    TO
                        WS-LIST-CUST-ID(WS-CUST-COUNT)
               ELSE
                   SET WS-LISTS-CUT       TO TRUE
               END-IF
           END-IF
       9060-ADD-CUST-TO-LIST-EXIT.
           EXIT.
      ******************************************************************
       9065-CHECK-CUST-ON-LIST.
           IF WS-LIST-CUST-ID(WS-LIST-IDX) = WS-NEW-CUST-ID
               SET WS-ON-LIST             TO TRUE
           END-IF
       9065-CHECK-CUST-ON-LIST-EXIT.
           EXIT.
      ******************************************************************
       9070-ADD-ENTRY-ROWS.
           ADD WS-ENT-ROWS(WS-ENT-IDX)    TO WS-TOTAL-ROWS
       9070-ADD-ENTRY-ROWS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WALK CROSS-REFERENCE SECTION
      *    Browses the cross-reference front to back. For an
      *    account inquiry it picks up the customers holding cards
      *    on the account; for a customer inquiry, the accounts the
      *    customer holds cards on.
      *
      ******************************************************************
       9100-WALK-XREF.
           MOVE LOW-VALUES                TO WS-XREF-BRWS-KEY
           SET WS-BRWS-MORE               TO TRUE
           EXEC CICS STARTBR
                     DATASET   ('CXACAIX')
                     RIDFLD    (WS-XREF-BRWS-KEY)
                     KEYLENGTH (16)
                     GTEQ
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 9110-READ-NEXT-XREF
                  THRU 9110-READ-NEXT-XREF-EXIT
                  UNTIL WS-BRWS-DONE
               EXEC CICS ENDBR
                         DATASET   ('CXACAIX')
                         RESP      (WS-RESP-CD)
               END-EXEC
           END-IF
       9100-WALK-XREF-EXIT.
           EXIT.
      ******************************************************************
       9110-READ-NEXT-XREF.
           EXEC CICS READNEXT
                     DATASET   ('CXACAIX')
                     INTO      (CARD-XREF-RECORD)
                     RIDFLD    (WS-XREF-BRWS-KEY)
                     KEYLENGTH (16)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF CC-ACCT-ID-N NOT = ZEROS
                  AND XREF-ACCT-ID = CC-ACCT-ID-N
                       MOVE XREF-CUST-ID   TO WS-NEW-CUST-ID
                       PERFORM 9060-ADD-CUST-TO-LIST
                          THRU 9060-ADD-CUST-TO-LIST-EXIT
                   END-IF
                   IF CC-CUST-ID-N NOT = ZEROS
                  AND XREF-CUST-ID = CC-CUST-ID-N
                       MOVE XREF-ACCT-ID   TO WS-NEW-ACCT-ID
                       PERFORM 9050-ADD-ACCT-TO-LIST
                          THRU 9050-ADD-ACCT-TO-LIST-EXIT
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE       TO TRUE
               WHEN OTHER
                   SET WS-BRWS-DONE       TO TRUE
                   MOVE 'CARD XREF FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       9110-READ-NEXT-XREF-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WALK ACCOUNT TRAILS SECTION
      *    The account trail and the card trail are both keyed by
      *    account id first, so each is browsed from the front of
      *    the account's entries until the account id changes.
      *
      ******************************************************************
       9200-WALK-ACCOUNT-TRAILS.
           MOVE WS-LIST-ACCT-ID(WS-LIST-IDX) TO WS-ACCTAUD-RID-ACCT
           MOVE LOW-VALUES                TO WS-ACCTAUD-RID-TS
           SET WS-BRWS-MORE               TO TRUE
           EXEC CICS STARTBR
                     DATASET   ('ACCTAUD')
                     RIDFLD    (WS-ACCTAUD-RID)
                     KEYLENGTH (37)
                     GTEQ
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 9210-READ-NEXT-ACCTAUD
                  THRU 9210-READ-NEXT-ACCTAUD-EXIT
                  UNTIL WS-BRWS-DONE
               EXEC CICS ENDBR
                         DATASET   ('ACCTAUD')
                         RESP      (WS-RESP-CD)
               END-EXEC
           END-IF

           MOVE WS-LIST-ACCT-ID(WS-LIST-IDX) TO WS-CARDAUD-RID-ACCT
           MOVE LOW-VALUES                TO WS-CARDAUD-RID-CARD
                                              WS-CARDAUD-RID-TS
           SET WS-BRWS-MORE               TO TRUE
           EXEC CICS STARTBR
                     DATASET   ('CARDAUD')
                     RIDFLD    (WS-CARDAUD-RID)
                     KEYLENGTH (53)
                     GTEQ
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 9310-READ-NEXT-CARDAUD
                  THRU 9310-READ-NEXT-CARDAUD-EXIT
                  UNTIL WS-BRWS-DONE
               EXEC CICS ENDBR
                         DATASET   ('CARDAUD')
                         RESP      (WS-RESP-CD)
               END-EXEC
           END-IF
       9200-WALK-ACCOUNT-TRAILS-EXIT.
           EXIT.
      ******************************************************************
       9210-READ-NEXT-ACCTAUD.
           EXEC CICS READNEXT
                     DATASET   ('ACCTAUD')
                     INTO      (ACCT-AUDIT-RECORD)
                     RIDFLD    (WS-ACCTAUD-RID)
                     KEYLENGTH (37)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF AAUD-ACCT-ID NOT = WS-LIST-ACCT-ID(WS-LIST-IDX)
                       SET WS-BRWS-DONE   TO TRUE
                   ELSE
                       PERFORM 7300-DIFF-ACCOUNT
                          THRU 7300-DIFF-ACCOUNT-EXIT
                       MOVE AAUD-TIMESTAMP TO WS-NEW-TS
                       MOVE 'ACCT'        TO WS-NEW-TRAIL
                       MOVE AAUD-KEY      TO WS-NEW-KEY
                       MOVE WS-DIFF-COUNT TO WS-NEW-ROWS
                       PERFORM 9800-INSERT-ENTRY
                          THRU 9800-INSERT-ENTRY-EXIT
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE       TO TRUE
               WHEN OTHER
                   SET WS-BRWS-DONE       TO TRUE
                   MOVE 'ACCOUNT AUDIT FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       9210-READ-NEXT-ACCTAUD-EXIT.
           EXIT.
      ******************************************************************
       9310-READ-NEXT-CARDAUD.
           EXEC CICS READNEXT
                     DATASET   ('CARDAUD')
                     INTO      (CARD-AUDIT-RECORD)
                     RIDFLD    (WS-CARDAUD-RID)
                     KEYLENGTH (53)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF AUD-ACCT-ID NOT = WS-LIST-ACCT-ID(WS-LIST-IDX)
                       SET WS-BRWS-DONE   TO TRUE
                   ELSE
                       PERFORM 7100-DIFF-CARD
                          THRU 7100-DIFF-CARD-EXIT
                       MOVE AUD-TIMESTAMP TO WS-NEW-TS
                       MOVE 'CARD'        TO WS-NEW-TRAIL
                       MOVE AUD-KEY       TO WS-NEW-KEY
                       MOVE WS-DIFF-COUNT TO WS-NEW-ROWS
                       PERFORM 9800-INSERT-ENTRY
                          THRU 9800-INSERT-ENTRY-EXIT
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE       TO TRUE
               WHEN OTHER
                   SET WS-BRWS-DONE       TO TRUE
                   MOVE 'CARD AUDIT FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       9310-READ-NEXT-CARDAUD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WALK CUSTOMER TRAIL SECTION
      *
      ******************************************************************
       9400-WALK-CUSTAUD.
           MOVE WS-LIST-CUST-ID(WS-LIST-IDX) TO WS-CUSTAUD-RID-CUST
           MOVE LOW-VALUES                TO WS-CUSTAUD-RID-TS
           SET WS-BRWS-MORE               TO TRUE
           EXEC CICS STARTBR
                     DATASET   ('CUSTAUD')
                     RIDFLD    (WS-CUSTAUD-RID)
                     KEYLENGTH (35)
                     GTEQ
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 9410-READ-NEXT-CUSTAUD
                  THRU 9410-READ-NEXT-CUSTAUD-EXIT
                  UNTIL WS-BRWS-DONE
               EXEC CICS ENDBR
                         DATASET   ('CUSTAUD')
                         RESP      (WS-RESP-CD)
               END-EXEC
           END-IF
       9400-WALK-CUSTAUD-EXIT.
           EXIT.
      ******************************************************************
       9410-READ-NEXT-CUSTAUD.
           EXEC CICS READNEXT
                     DATASET   ('CUSTAUD')
                     INTO      (CUST-AUDIT-RECORD)
                     RIDFLD    (WS-CUSTAUD-RID)
                     KEYLENGTH (35)
                     RESP      (WS-RESP-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF CAUD-CUST-ID NOT = WS-LIST-CUST-ID(WS-LIST-IDX)
                       SET WS-BRWS-DONE   TO TRUE
                   ELSE
                       PERFORM 7200-DIFF-CUSTOMER
                          THRU 7200-DIFF-CUSTOMER-EXIT
                       MOVE CAUD-TIMESTAMP TO WS-NEW-TS
                       MOVE 'CUST'        TO WS-NEW-TRAIL
                       MOVE CAUD-KEY      TO WS-NEW-KEY
                       MOVE WS-DIFF-COUNT TO WS-NEW-ROWS
                       PERFORM 9800-INSERT-ENTRY
                          THRU 9800-INSERT-ENTRY-EXIT
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE       TO TRUE
               WHEN OTHER
                   SET WS-BRWS-DONE       TO TRUE
                   MOVE 'CUSTOMER AUDIT FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-EVALUATE
       9410-READ-NEXT-CUSTAUD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BUILD PAGE SECTION
      *    Works down the change table counting rows, passing over
      *    whole entries that end before the page starts, and reads
      *    back only the entries whose rows fall on the page.
      *
      ******************************************************************
       9500-BUILD-PAGE.
           MOVE SPACES                    TO WS-PAGE-ROWS
           MOVE ZEROS                     TO WS-ROW-NUM
           COMPUTE WS-FIRST-ROW =
                   (CC-PAGE-NUM - 1) * LIT-PAGE-SIZE + 1
           COMPUTE WS-LAST-ROW = WS-FIRST-ROW + LIT-PAGE-SIZE - 1
           PERFORM 9510-PAGE-ENTRY
              THRU 9510-PAGE-ENTRY-EXIT
              VARYING WS-ENT-IDX FROM 1 BY 1
                UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   OR WS-ROW-NUM NOT < WS-LAST-ROW
       9500-BUILD-PAGE-EXIT.
           EXIT.
      ******************************************************************
       9510-PAGE-ENTRY.
           IF WS-ROW-NUM + WS-ENT-ROWS(WS-ENT-IDX) < WS-FIRST-ROW
               ADD WS-ENT-ROWS(WS-ENT-IDX) TO WS-ROW-NUM
           ELSE
               PERFORM 9520-READ-ENTRY
                  THRU 9520-READ-ENTRY-EXIT
               PERFORM 9530-PAGE-DIFF-ROW
                  THRU 9530-PAGE-DIFF-ROW-EXIT
                  VARYING WS-DIFF-IDX FROM 1 BY 1
                    UNTIL WS-DIFF-IDX > WS-ENT-ROWS(WS-ENT-IDX)
           END-IF
       9510-PAGE-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ ENTRY SECTION
      *    Reads one trail entry back by its key, recomputes its
      *    changed fields and sets up the when / trail / key / user
      *    / type columns for its rows.
      *
      ******************************************************************
       9520-READ-ENTRY.
           MOVE ZEROS                     TO WS-DIFF-COUNT
           MOVE SPACES                    TO WS-ENTRY-HEADER
           MOVE WS-ENT-TS(WS-ENT-IDX)     TO WS-TS-RAW
           MOVE WS-TS-R-MONTH             TO WS-TS-MM
           MOVE WS-TS-R-DAY               TO WS-TS-DD
           MOVE WS-TS-R-YEAR              TO WS-TS-YYYY
           MOVE WS-TS-R-HOURS             TO WS-TS-HH
           MOVE WS-TS-R-MINS              TO WS-TS-MI
           MOVE WS-TS-R-SECS              TO WS-TS-SS
           MOVE WS-TS-DISPLAY             TO WS-HDR-WHEN
           MOVE WS-ENT-TRAIL(WS-ENT-IDX)  TO WS-HDR-TRAIL
           EVALUATE WS-ENT-TRAIL(WS-ENT-IDX)
               WHEN 'CARD'
                   MOVE WS-ENT-KEY(WS-ENT-IDX) TO WS-CARDAUD-RID
                   EXEC CICS READ
                             DATASET   ('CARDAUD')
                             INTO      (CARD-AUDIT-RECORD)
                             RIDFLD    (WS-CARDAUD-RID)
                             KEYLENGTH (53)
                             RESP      (WS-RESP-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       PERFORM 7100-DIFF-CARD
                          THRU 7100-DIFF-CARD-EXIT
                       MOVE AUD-CARD-NUM  TO WS-HDR-KEY
                       MOVE AUD-USER-ID   TO WS-HDR-USER-ID
                       MOVE AUD-TRAN-TYPE TO WS-TMPVAR
                   END-IF
               WHEN 'ACCT'
                   MOVE WS-ENT-KEY(WS-ENT-IDX) TO WS-ACCTAUD-RID
                   EXEC CICS READ
                             DATASET   ('ACCTAUD')
                             INTO      (ACCT-AUDIT-RECORD)
                             RIDFLD    (WS-ACCTAUD-RID)
                             KEYLENGTH (37)
                             RESP      (WS-RESP-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       PERFORM 7300-DIFF-ACCOUNT
                          THRU 7300-DIFF-ACCOUNT-EXIT
                       MOVE AAUD-ACCT-ID  TO WS-HDR-KEY
                       MOVE AAUD-USER-ID  TO WS-HDR-USER-ID
                       MOVE AAUD-TRAN-TYPE TO WS-TMPVAR
                   END-IF
               WHEN OTHER
                   MOVE WS-ENT-KEY(WS-ENT-IDX) TO WS-CUSTAUD-RID
                   EXEC CICS READ
                             DATASET   ('CUSTAUD')
                             INTO      (CUST-AUDIT-RECORD)
                             RIDFLD    (WS-CUSTAUD-RID)
                             KEYLENGTH (35)
                             RESP      (WS-RESP-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       PERFORM 7200-DIFF-CUSTOMER
                          THRU 7200-DIFF-CUSTOMER-EXIT
                       MOVE CAUD-CUST-ID  TO WS-HDR-KEY
                       MOVE CAUD-USER-ID  TO WS-HDR-USER-ID
                       MOVE CAUD-TRAN-TYPE TO WS-TMPVAR
                   END-IF
           END-EVALUATE
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EVALUATE WS-TMPVAR(1:1)
                   WHEN 'A'
                       MOVE 'ADD'         TO WS-HDR-TYPE
                   WHEN 'U'
                       MOVE 'UPDATE'      TO WS-HDR-TYPE
                   WHEN 'F'
                       MOVE 'FAILED'      TO WS-HDR-TYPE
                   WHEN OTHER
                       MOVE WS-TMPVAR(1:1) TO WS-HDR-TYPE
               END-EVALUATE
           ELSE
               MOVE 'AUDIT TRAIL FILE ERROR - SEE SUPPORT'
                                           TO WS-MSG
           END-IF
       9520-READ-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PAGE ONE CHANGED FIELD SECTION
      *    Counts the row and, when it falls on the page, fills it.
      *    The entry columns go on the entry's first row and on the
      *    top row of the page.
      *
      ******************************************************************
       9530-PAGE-DIFF-ROW.
           ADD 1                          TO WS-ROW-NUM
           IF WS-ROW-NUM NOT < WS-FIRST-ROW
          AND WS-ROW-NUM NOT > WS-LAST-ROW
               COMPUTE WS-ROW-IDX = WS-ROW-NUM - WS-FIRST-ROW + 1
               IF WS-DIFF-IDX = 1
               OR WS-ROW-IDX = 1
                   MOVE WS-HDR-WHEN       TO WS-ROW-WHEN(WS-ROW-IDX)
                   MOVE WS-HDR-TRAIL      TO WS-ROW-TRAIL(WS-ROW-IDX)
                   MOVE WS-HDR-KEY        TO WS-ROW-KEY(WS-ROW-IDX)
                   MOVE WS-HDR-USER-ID    TO
                        WS-ROW-USER-ID(WS-ROW-IDX)
                   MOVE WS-HDR-TYPE       TO WS-ROW-TYPE(WS-ROW-IDX)
               END-IF
               IF WS-DIFF-IDX NOT > WS-DIFF-COUNT
                   MOVE WS-DIFF-FIELD(WS-DIFF-IDX)
                                           TO WS-ROW-FIELD(WS-ROW-IDX)
                   MOVE WS-DIFF-WAS(WS-DIFF-IDX)
                                           TO WS-ROW-WAS(WS-ROW-IDX)
                   MOVE WS-DIFF-NOW(WS-DIFF-IDX)
                                           TO WS-ROW-NOW(WS-ROW-IDX)
               END-IF
           END-IF
       9530-PAGE-DIFF-ROW-EXIT.
           EXIT.
      ******************************************************************
      *
      *    INSERT ENTRY SECTION
      *    Places the entry in WS-NEW-ENTRY into the change table,
      *    most recent first. Later entries move down one; when the
      *    table is already full the oldest falls off the end, and
      *    an entry older than everything in a full table is not
      *    kept at all.
      *
      ******************************************************************
       9800-INSERT-ENTRY.
           COMPUTE WS-INS-POS = WS-ENT-COUNT + 1
           PERFORM 9810-FIND-SLOT
              THRU 9810-FIND-SLOT-EXIT
              VARYING WS-ENT-IDX FROM 1 BY 1
                UNTIL WS-ENT-IDX > WS-ENT-COUNT
           IF WS-INS-POS > LIT-MAX-ENTRIES
               SET WS-ENTRIES-CUT         TO TRUE
           ELSE
               IF WS-ENT-COUNT < LIT-MAX-ENTRIES
                   ADD 1                  TO WS-ENT-COUNT
               ELSE
                   SET WS-ENTRIES-CUT     TO TRUE
               END-IF
               COMPUTE WS-SHIFT-FROM = WS-ENT-COUNT - 1
               PERFORM 9820-SHIFT-ENTRY
                  THRU 9820-SHIFT-ENTRY-EXIT
                  VARYING WS-SHIFT-IDX FROM WS-SHIFT-FROM BY -1
                    UNTIL WS-SHIFT-IDX < WS-INS-POS
               MOVE WS-NEW-TS             TO WS-ENT-TS(WS-INS-POS)
               MOVE WS-NEW-TRAIL          TO WS-ENT-TRAIL(WS-INS-POS)
               MOVE WS-NEW-KEY            TO WS-ENT-KEY(WS-INS-POS)
               MOVE WS-NEW-ROWS           TO WS-ENT-ROWS(WS-INS-POS)
           END-IF
       9800-INSERT-ENTRY-EXIT.
           EXIT.
      ******************************************************************
       9810-FIND-SLOT.
           IF WS-INS-POS > WS-ENT-COUNT
          AND WS-NEW-TS > WS-ENT-TS(WS-ENT-IDX)
               MOVE WS-ENT-IDX            TO WS-INS-POS
           END-IF
       9810-FIND-SLOT-EXIT.
           EXIT.
      ******************************************************************
       9820-SHIFT-ENTRY.
           MOVE WS-ENTRY(WS-SHIFT-IDX)    TO WS-ENTRY(WS-SHIFT-IDX + 1)
       9820-SHIFT-ENTRY-EXIT.
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
