      *****************************************************************
      * Program:     CCLIMAPB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Credit Line Decrease Notice and Apply            *
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
      *    Daily credit line decrease notice and apply batch.
      *
      *    A credit limit decrease approved on the credit line
      *    approval screen (COLIMAPC) is not applied there: the
      *    cardholder must be given notice first. This batch passes
      *    the credit line proposal file (CLPROP) once a day and
      *    works every approved decrease still waiting:
      *
      *    - one whose notice has not gone out yet is written to the
      *      cardholder notice extract (LIMNTC) with the name and
      *      mailing address from the customer master (CUSTDAT),
      *      and its effective date is set the proposal's notice
      *      period after today;
      *    - one whose effective date has arrived is applied to the
      *      account master (ACCTDAT) and logged to the account
      *      audit trail (ACCTAUD) with its before and after image,
      *      exactly as a manual edit on the account maintenance
      *      screen is, under this batch's own user id - unless the
      *      account is no longer open or its limit has been changed
      *      since the review, when the decrease is cancelled
      *      instead. A limit is never set below the balance: the
      *      decrease stops at the balance rounded up to a whole
      *      dollar, as the review itself does, and is cancelled
      *      when that leaves nothing to decrease.
      *
      *    A notice that cannot be addressed, or a decrease that
      *    cannot be saved, is reported and left waiting for the
      *    next run. The apply report (CLARPT) lists every notice,
      *    decrease and cancellation and balances the run.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a daily run, keyed by run
      *    date, with its start and end status and control totals.
      *    It will not start a second time once it has completed
      *    that date, unless the run parameter file (RUNPARM)
      *    carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCLIMAPB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE       ASSIGN TO CLPROP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLP-ACCT-ID
               FILE STATUS IS WS-CLP-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACT-STATUS.

           SELECT ACCOUNT-AUDIT-FILE  ASSIGN TO ACCTAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AAUD-KEY
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUS-STATUS.

           SELECT NOTICE-EXTRACT-FILE ASSIGN TO LIMNTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

           SELECT APPLY-REPORT-FILE   ASSIGN TO CLARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FILE SECTION.
      ******************************************************************
       FD  PROPOSAL-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVCLP01Y.
      ******************************************************************
       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT01Y.
      ******************************************************************
       FD  ACCOUNT-AUDIT-FILE
           RECORD CONTAINS 327 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVAUD03Y.
      ******************************************************************
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 263 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT03Y.
      ******************************************************************
       FD  NOTICE-EXTRACT-FILE
           RECORD CONTAINS 220 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NTC-RECORD.
           05  NTC-ACCT-ID                 PIC 9(11).
           05  NTC-FIRST-NAME              PIC X(25).
           05  NTC-LAST-NAME               PIC X(25).
           05  NTC-ADDR-LINE-1             PIC X(50).
           05  NTC-ADDR-LINE-2             PIC X(50).
           05  NTC-ADDR-STATE-CD           PIC X(02).
           05  NTC-ADDR-ZIP                PIC X(10).
           05  NTC-CURR-LIMIT              PIC 9(10)V99.
           05  NTC-NEW-LIMIT               PIC 9(10)V99.
           05  NTC-NOTICE-DATE             PIC 9(08).
           05  NTC-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(07).
      ******************************************************************
       FD  APPLY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPT-RECORD                     PIC X(80).
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
      *    FILE STATUS / CONTROL FLAGS
      ******************************************************************
       01  WS-FILE-STATUS-AREA.
           05 WS-CLP-STATUS       PIC X(02) VALUE SPACES.
              88 WS-CLP-OK            VALUE '00'.
              88 WS-CLP-EOF           VALUE '10'.
           05 WS-ACT-STATUS       PIC X(02) VALUE SPACES.
              88 WS-ACT-OK            VALUE '00'.
              88 WS-ACT-NOTFND        VALUE '23'.
           05 WS-AUD-STATUS       PIC X(02) VALUE SPACES.
              88 WS-AUD-OK            VALUE '00'.
           05 WS-CUS-STATUS       PIC X(02) VALUE SPACES.
              88 WS-CUS-OK            VALUE '00'.
           05 WS-NTC-STATUS       PIC X(02) VALUE SPACES.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-PROP-EOF              VALUE 'Y'.
           88 WS-PROP-NOT-EOF          VALUE 'N'.
      ******************************************************************
      *    RUN DATE
      ******************************************************************
           COPY CSDAT01Y.
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(04).
           05 WS-RUN-MONTH         PIC 9(02).
           05 WS-RUN-DAY           PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(08).
      ******************************************************************
      *    APPLY WORK AREAS
      ******************************************************************
       01  WS-APPLY-WORK.
           05 WS-EFFECTIVE-INT     PIC S9(09) COMP VALUE ZEROS.
           05 WS-AUDIT-BEFORE      PIC X(127) VALUE SPACES.
           05 WS-AUD-TRAN-TYPE     PIC X(01) VALUE SPACES.
           05 WS-LINE-ACTION       PIC X(14) VALUE SPACES.
           05 WS-WHOLE-BAL         PIC S9(10) COMP-3 VALUE ZEROS.
           05 WS-FLOOR-FLAG        PIC X(01) VALUE 'N'.
              88 WS-AT-BALANCE-FLOOR   VALUE 'Y'.
              88 WS-BELOW-BALANCE-FLOOR VALUE 'N'.
      ******************************************************************
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-WAITING-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-IN-NOTICE-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-NOTICE-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-NO-CUST-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-APPLIED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-CLOSED-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-CHANGED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-OVER-BAL-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-FLOORED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-ERROR-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-AUDIT-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-AUDIT-ERR-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-APPLIED-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'CREDIT LINE DECREASE APPLY    '.
           05 FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05 WS-REPT-TITLE-DATE   PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE SPACES.
       01  WS-REPT-ITEM-HEADING.
           05 FILLER               PIC X(12) VALUE 'ACCOUNT     '.
           05 FILLER               PIC X(15) VALUE 'ACTION         '.
           05 FILLER               PIC X(14) VALUE ' CURRENT LIMIT'.
           05 FILLER               PIC X(14) VALUE '     NEW LIMIT'.
           05 FILLER               PIC X(12) VALUE '   EFFECTIVE'.
           05 FILLER               PIC X(13) VALUE SPACES.
       01  WS-REPT-ITEM-DETAIL.
           05 WS-ITM-ACCT-ID       PIC 9(11) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ITM-ACTION        PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ITM-CURR-LIMIT    PIC Z(9)9.99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ITM-NEW-LIMIT     PIC Z(9)9.99 VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-ITM-EFFECTIVE     PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE SPACES.
       01  WS-REPT-DETAIL.
           05 WS-REPT-LABEL        PIC X(40) VALUE SPACES.
           05 WS-REPT-VALUE        PIC Z(14)9 VALUE ZEROS.
           05 FILLER               PIC X(25) VALUE SPACES.
       01  WS-REPT-AMT-DETAIL.
           05 WS-REPT-AMT-LABEL    PIC X(40) VALUE SPACES.
           05 WS-REPT-AMT-VALUE    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(23) VALUE SPACES.
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCLIMAPB'.
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
           PERFORM 2000-PROCESS-PROPOSAL
              THRU 2000-PROCESS-PROPOSAL-EXIT
              UNTIL WS-PROP-EOF
           PERFORM 3000-WRITE-CONTROL-REPORT
              THRU 3000-WRITE-CONTROL-REPORT-EXIT
           PERFORM 9999-TERMINATE
              THRU 9999-TERMINATE-EXIT
           PERFORM 9600-END-RUN-CONTROL
              THRU 9600-END-RUN-CONTROL-EXIT
           STOP RUN.
      ******************************************************************
      *
      *    INITIALIZE SECTION
      *
      ******************************************************************
       1000-INITIALIZE.
           MOVE WS-RCT-BUS-YEAR            TO WS-RUN-YEAR
           MOVE WS-RCT-BUS-MONTH           TO WS-RUN-MONTH
           MOVE WS-RCT-BUS-DAY             TO WS-RUN-DAY
           OPEN I-O    PROPOSAL-FILE
           OPEN I-O    ACCOUNT-MASTER-FILE
           OPEN I-O    ACCOUNT-AUDIT-FILE
           OPEN INPUT  CUSTOMER-MASTER-FILE
           OPEN OUTPUT NOTICE-EXTRACT-FILE
           OPEN OUTPUT APPLY-REPORT-FILE
           IF NOT WS-CLP-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMAPB: UNABLE TO OPEN CLPROP - STATUS '
                       WS-CLP-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-ACT-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMAPB: UNABLE TO OPEN ACCTDAT - STATUS '
                       WS-ACT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-AUD-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMAPB: UNABLE TO OPEN ACCTAUD - STATUS '
                       WS-AUD-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-CUS-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMAPB: UNABLE TO OPEN CUSTDAT - STATUS '
                       WS-CUS-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-NTC-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMAPB: UNABLE TO OPEN LIMNTC - STATUS '
                       WS-NTC-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCLIMAPB: UNABLE TO OPEN CLARPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           PERFORM 8000-WRITE-REPORT-HEADINGS
              THRU 8000-WRITE-REPORT-HEADINGS-EXIT
           IF WS-PROP-NOT-EOF
               MOVE LOW-VALUES             TO CLP-ACCT-ID
               START PROPOSAL-FILE KEY NOT < CLP-ACCT-ID
               IF NOT WS-CLP-OK
                   MOVE 'Y'                TO WS-EOF-FLAG
               ELSE
                   PERFORM 2100-READ-NEXT-PROPOSAL
                      THRU 2100-READ-NEXT-PROPOSAL-EXIT
               END-IF
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS ONE PROPOSAL SECTION
      *    Only approved decreases waiting out their notice period
      *    are worked: the notice goes out first, and the decrease
      *    applies once its effective date has come.
      *
      ******************************************************************
       2000-PROCESS-PROPOSAL.
           IF CLP-STAT-WAITING
               ADD 1                       TO WS-WAITING-COUNT
               EVALUATE TRUE
                   WHEN CLP-NOTICE-DATE = ZEROS
                       PERFORM 2200-SEND-NOTICE
                          THRU 2200-SEND-NOTICE-EXIT
                   WHEN CLP-EFFECTIVE-DATE NOT > WS-RUN-DATE-N
                       PERFORM 2300-APPLY-DECREASE
                          THRU 2300-APPLY-DECREASE-EXIT
                   WHEN OTHER
                       ADD 1               TO WS-IN-NOTICE-COUNT
               END-EVALUATE
           END-IF
           IF WS-PROP-NOT-EOF
               PERFORM 2100-READ-NEXT-PROPOSAL
                  THRU 2100-READ-NEXT-PROPOSAL-EXIT
           END-IF
       2000-PROCESS-PROPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ NEXT PROPOSAL SECTION
      *
      ******************************************************************
       2100-READ-NEXT-PROPOSAL.
           READ PROPOSAL-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-CLP-OK
                   ADD 1                   TO WS-READ-COUNT
               WHEN WS-CLP-EOF
                   SET WS-PROP-EOF         TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCLIMAPB: CLPROP READ ERROR - STATUS '
                           WS-CLP-STATUS
                   SET WS-PROP-EOF         TO TRUE
           END-EVALUATE
       2100-READ-NEXT-PROPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SEND NOTICE SECTION
      *    The notice carries the cardholder's name and mailing
      *    address, the current and new limits and the date the new
      *    limit takes effect - the proposal's notice period after
      *    today. A cardholder who cannot be found gets no notice,
      *    and the decrease waits until one can be sent.
      *
      ******************************************************************
       2200-SEND-NOTICE.
           MOVE CLP-CUST-ID                TO CUST-ID
           READ CUSTOMER-MASTER-FILE
           IF NOT WS-CUS-OK
               ADD 1                       TO WS-NO-CUST-COUNT
               DISPLAY 'CCLIMAPB: NO CUSTOMER ' CLP-CUST-ID
                       ' FOR ACCOUNT ' CLP-ACCT-ID
                       ' - NOTICE NOT SENT'
           ELSE
               COMPUTE WS-EFFECTIVE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                       + CLP-NOTICE-DAYS
               MOVE SPACES                 TO NTC-RECORD
               MOVE CLP-ACCT-ID            TO NTC-ACCT-ID
               MOVE CUST-FIRST-NAME        TO NTC-FIRST-NAME
               MOVE CUST-LAST-NAME         TO NTC-LAST-NAME
               MOVE CUST-ADDR-LINE-1       TO NTC-ADDR-LINE-1
               MOVE CUST-ADDR-LINE-2       TO NTC-ADDR-LINE-2
               MOVE CUST-ADDR-STATE-CD     TO NTC-ADDR-STATE-CD
               MOVE CUST-ADDR-ZIP          TO NTC-ADDR-ZIP
               MOVE CLP-CURR-LIMIT         TO NTC-CURR-LIMIT
               MOVE CLP-NEW-LIMIT          TO NTC-NEW-LIMIT
               MOVE WS-RUN-DATE-N          TO NTC-NOTICE-DATE
               COMPUTE NTC-EFFECTIVE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-EFFECTIVE-INT)
               WRITE NTC-RECORD
               IF WS-NTC-STATUS NOT = '00'
                   ADD 1                   TO WS-ERROR-COUNT
                   DISPLAY 'CCLIMAPB: LIMNTC WRITE ERROR - STATUS '
                           WS-NTC-STATUS ' ACCOUNT ' CLP-ACCT-ID
               ELSE
                   MOVE WS-RUN-DATE-N      TO CLP-NOTICE-DATE
                   MOVE NTC-EFFECTIVE-DATE TO CLP-EFFECTIVE-DATE
                   REWRITE CREDIT-LINE-PROPOSAL-RECORD
                   IF WS-CLP-OK
                       ADD 1               TO WS-NOTICE-COUNT
                       MOVE 'NOTICE SENT'  TO WS-LINE-ACTION
                       PERFORM 2800-WRITE-ITEM-LINE
                          THRU 2800-WRITE-ITEM-LINE-EXIT
                   ELSE
                       ADD 1               TO WS-ERROR-COUNT
                       DISPLAY 'CCLIMAPB: CLPROP REWRITE ERROR - '
                               'STATUS ' WS-CLP-STATUS
                               ' ACCOUNT ' CLP-ACCT-ID
                   END-IF
               END-IF
           END-IF
       2200-SEND-NOTICE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    APPLY DECREASE SECTION
      *    The decrease applies only to an open account still at the
      *    limit it was reviewed at; otherwise it is cancelled. The
      *    balance may have grown during the notice period, so the
      *    new limit is raised to the balance rounded up to a whole
      *    dollar where it would fall below it, and the decrease is
      *    cancelled if that reaches the current limit. The change
      *    is logged to the account audit trail either way it goes,
      *    the same as a manual edit.
      *
      ******************************************************************
       2300-APPLY-DECREASE.
           MOVE CLP-ACCT-ID                TO ACCT-ID
           READ ACCOUNT-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-ACT-OK
                   SET WS-BELOW-BALANCE-FLOOR TO TRUE
                   MOVE ZEROS              TO WS-WHOLE-BAL
                   IF ACCT-CURR-BAL > ZEROS
                       COMPUTE WS-WHOLE-BAL = ACCT-CURR-BAL + 0.99
                   END-IF
                   IF ACCT-ACTIVE-STATUS NOT = 'Y'
                       ADD 1               TO WS-CLOSED-COUNT
                       MOVE 'CANCEL-CLOSED' TO WS-LINE-ACTION
                       PERFORM 2400-CANCEL-DECREASE
                          THRU 2400-CANCEL-DECREASE-EXIT
                   ELSE
                   IF ACCT-CREDIT-LIMIT NOT = CLP-CURR-LIMIT
                       ADD 1               TO WS-CHANGED-COUNT
                       MOVE 'CANCEL-CHANGED' TO WS-LINE-ACTION
                       PERFORM 2400-CANCEL-DECREASE
                          THRU 2400-CANCEL-DECREASE-EXIT
                   ELSE
                   IF WS-WHOLE-BAL NOT < CLP-CURR-LIMIT
                       ADD 1               TO WS-OVER-BAL-COUNT
                       MOVE 'CANCEL-BALANCE' TO WS-LINE-ACTION
                       PERFORM 2400-CANCEL-DECREASE
                          THRU 2400-CANCEL-DECREASE-EXIT
                   ELSE
                       IF WS-WHOLE-BAL > CLP-NEW-LIMIT
                           SET WS-AT-BALANCE-FLOOR TO TRUE
                           MOVE WS-WHOLE-BAL TO CLP-NEW-LIMIT
                       END-IF
                       PERFORM 2500-UPDATE-ACCOUNT
                          THRU 2500-UPDATE-ACCOUNT-EXIT
                   END-IF
                   END-IF
                   END-IF
               WHEN WS-ACT-NOTFND
                   ADD 1                   TO WS-CLOSED-COUNT
                   MOVE 'CANCEL-NO ACCT'   TO WS-LINE-ACTION
                   PERFORM 2400-CANCEL-DECREASE
                      THRU 2400-CANCEL-DECREASE-EXIT
               WHEN OTHER
                   ADD 1                   TO WS-ERROR-COUNT
                   DISPLAY 'CCLIMAPB: ACCTDAT READ ERROR - STATUS '
                           WS-ACT-STATUS ' ACCOUNT ' CLP-ACCT-ID
           END-EVALUATE
       2300-APPLY-DECREASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CANCEL DECREASE SECTION
      *
      ******************************************************************
       2400-CANCEL-DECREASE.
           SET CLP-STAT-CANCELLED          TO TRUE
           MOVE 'CCLIMAPB'                 TO CLP-DECIDED-BY
           MOVE WS-RUN-DATE-N              TO CLP-DECIDED-DATE
           REWRITE CREDIT-LINE-PROPOSAL-RECORD
           IF WS-CLP-OK
               PERFORM 2800-WRITE-ITEM-LINE
                  THRU 2800-WRITE-ITEM-LINE-EXIT
           ELSE
               ADD 1                       TO WS-ERROR-COUNT
               DISPLAY 'CCLIMAPB: CLPROP REWRITE ERROR - STATUS '
                       WS-CLP-STATUS ' ACCOUNT ' CLP-ACCT-ID
           END-IF
       2400-CANCEL-DECREASE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    UPDATE ACCOUNT SECTION
      *    Saves the before image, sets the new limit and rewrites.
      *    A completed change marks the proposal applied, with the
      *    limit actually set; a failed one leaves it waiting for
      *    the next run. Both are logged.
      *
      ******************************************************************
       2500-UPDATE-ACCOUNT.
           MOVE ACCOUNT-RECORD             TO WS-AUDIT-BEFORE
           MOVE CLP-NEW-LIMIT              TO ACCT-CREDIT-LIMIT
           REWRITE ACCOUNT-RECORD
           IF WS-ACT-OK
               MOVE 'U'                    TO WS-AUD-TRAN-TYPE
               PERFORM 6000-WRITE-AUDIT-RECORD
                  THRU 6000-WRITE-AUDIT-RECORD-EXIT
               ADD 1                       TO WS-APPLIED-COUNT
               COMPUTE WS-APPLIED-TOTAL = WS-APPLIED-TOTAL
                       + CLP-CURR-LIMIT - CLP-NEW-LIMIT
               SET CLP-STAT-APPLIED        TO TRUE
               MOVE WS-RUN-DATE-N          TO CLP-APPLIED-DATE
               REWRITE CREDIT-LINE-PROPOSAL-RECORD
               IF NOT WS-CLP-OK
                   DISPLAY 'CCLIMAPB: CLPROP REWRITE ERROR - STATUS '
                           WS-CLP-STATUS ' ACCOUNT ' CLP-ACCT-ID
                           ' - LIMIT WAS APPLIED'
               END-IF
               IF WS-AT-BALANCE-FLOOR
                   ADD 1                   TO WS-FLOORED-COUNT
                   MOVE 'APPLIED-FLOOR'    TO WS-LINE-ACTION
               ELSE
                   MOVE 'APPLIED'          TO WS-LINE-ACTION
               END-IF
               PERFORM 2800-WRITE-ITEM-LINE
                  THRU 2800-WRITE-ITEM-LINE-EXIT
           ELSE
               ADD 1                       TO WS-ERROR-COUNT
               DISPLAY 'CCLIMAPB: ACCTDAT REWRITE ERROR - STATUS '
                       WS-ACT-STATUS ' ACCOUNT ' CLP-ACCT-ID
               MOVE 'F'                    TO WS-AUD-TRAN-TYPE
               PERFORM 6000-WRITE-AUDIT-RECORD
                  THRU 6000-WRITE-AUDIT-RECORD-EXIT
           END-IF
       2500-UPDATE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE ITEM LINE SECTION
      *
      ******************************************************************
       2800-WRITE-ITEM-LINE.
           MOVE CLP-ACCT-ID                TO WS-ITM-ACCT-ID
           MOVE WS-LINE-ACTION             TO WS-ITM-ACTION
           MOVE CLP-CURR-LIMIT             TO WS-ITM-CURR-LIMIT
           MOVE CLP-NEW-LIMIT              TO WS-ITM-NEW-LIMIT
           MOVE CLP-EFFECTIVE-DATE         TO WS-ITM-EFFECTIVE
           WRITE REPT-RECORD               FROM WS-REPT-ITEM-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       2800-WRITE-ITEM-LINE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CONTROL REPORT SECTION
      *
      ******************************************************************
       3000-WRITE-CONTROL-REPORT.
           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PROPOSALS READ'           TO WS-REPT-LABEL
           MOVE WS-READ-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'APPROVED DECREASES WAITING'
                                           TO WS-REPT-LABEL
           MOVE WS-WAITING-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'NOTICES SENT'             TO WS-REPT-LABEL
           MOVE WS-NOTICE-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'NOTICES HELD - NO CARDHOLDER'
                                           TO WS-REPT-LABEL
           MOVE WS-NO-CUST-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'STILL IN NOTICE PERIOD'   TO WS-REPT-LABEL
           MOVE WS-IN-NOTICE-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DECREASES APPLIED'        TO WS-REPT-LABEL
           MOVE WS-APPLIED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'APPLIED - STOPPED AT BALANCE'
                                           TO WS-REPT-LABEL
           MOVE WS-FLOORED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CANCELLED - ACCOUNT NOT OPEN'
                                           TO WS-REPT-LABEL
           MOVE WS-CLOSED-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CANCELLED - LIMIT CHANGED SINCE REVIEW'
                                           TO WS-REPT-LABEL
           MOVE WS-CHANGED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CANCELLED - BALANCE AT CURRENT LIMIT'
                                           TO WS-REPT-LABEL
           MOVE WS-OVER-BAL-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ERRORS - LEFT WAITING'    TO WS-REPT-LABEL
           MOVE WS-ERROR-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AUDIT RECORDS WRITTEN'    TO WS-REPT-LABEL
           MOVE WS-AUDIT-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AUDIT WRITE ERRORS'       TO WS-REPT-LABEL
           MOVE WS-AUDIT-ERR-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CREDIT LINE REDUCTION APPLIED'
                                           TO WS-REPT-AMT-LABEL
           MOVE WS-APPLIED-TOTAL           TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3000-WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK REPORT STATUS SECTION
      *
      ******************************************************************
       3100-CHECK-REPORT-STATUS.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CCLIMAPB: CLARPT WRITE ERROR - STATUS '
                       WS-RPT-STATUS
           END-IF
       3100-CHECK-REPORT-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE AUDIT RECORD SECTION
      *    Same shape the account maintenance screen writes: account
      *    + timestamp key, before and after images. The batch runs
      *    under its own fixed user id on the trail.
      *
      ******************************************************************
       6000-WRITE-AUDIT-RECORD.
           MOVE CLP-ACCT-ID                TO AAUD-ACCT-ID
           MOVE FUNCTION CURRENT-DATE      TO AAUD-TIMESTAMP
           MOVE 'CCLIMAPB'                 TO AAUD-USER-ID
           MOVE WS-AUD-TRAN-TYPE           TO AAUD-TRAN-TYPE
           MOVE WS-AUDIT-BEFORE            TO AAUD-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD             TO AAUD-AFTER-IMAGE
           WRITE ACCT-AUDIT-RECORD
           IF WS-AUD-OK
               ADD 1                       TO WS-AUDIT-COUNT
           ELSE
               ADD 1                       TO WS-AUDIT-ERR-COUNT
               DISPLAY 'CCLIMAPB: ACCTAUD WRITE ERROR - STATUS '
                       WS-AUD-STATUS ' ACCOUNT ' CLP-ACCT-ID
           END-IF
       6000-WRITE-AUDIT-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE REPORT HEADINGS SECTION
      *
      ******************************************************************
       8000-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-MONTH               TO WS-REPT-TITLE-DATE(1:2)
           MOVE '/'                       TO WS-REPT-TITLE-DATE(3:1)
           MOVE WS-RUN-DAY                 TO WS-REPT-TITLE-DATE(4:2)
           MOVE '/'                       TO WS-REPT-TITLE-DATE(6:1)
           MOVE WS-RUN-YEAR                TO WS-REPT-TITLE-DATE(7:4)
           WRITE REPT-RECORD               FROM WS-REPT-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           WRITE REPT-RECORD               FROM WS-REPT-ITEM-HEADING
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       8000-WRITE-REPORT-HEADINGS-EXIT.
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
                   DISPLAY 'CCLIMAPB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCLIMAPB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCLIMAPB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCLIMAPB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCLIMAPB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCLIMAPB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCLIMAPB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCLIMAPB: PREREQUISITE '
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
                       DISPLAY 'CCLIMAPB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCLIMAPB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCLIMAPB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCLIMAPB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCLIMAPB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCLIMAPB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCLIMAPB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Proposals read, notices sent plus decreases applied,
      *    notices held and errors, and the credit line reduction
      *    applied.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-READ-COUNT              TO WS-RCT-READ-COUNT
           COMPUTE WS-RCT-PROC-COUNT = WS-NOTICE-COUNT
                                       + WS-APPLIED-COUNT
           COMPUTE WS-RCT-EXCP-COUNT = WS-NO-CUST-COUNT
                                       + WS-ERROR-COUNT
           MOVE WS-APPLIED-TOTAL           TO WS-RCT-AMOUNT
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE PROPOSAL-FILE
                 ACCOUNT-MASTER-FILE
                 ACCOUNT-AUDIT-FILE
                 CUSTOMER-MASTER-FILE
                 NOTICE-EXTRACT-FILE
                 APPLY-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
