      *****************************************************************
      * Program:     CCBURXTB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Monthly Credit Bureau Reporting Extract          *
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
      *    Monthly credit bureau reporting extract batch.
      *
      *    Passes the account master (ACCTDAT) once and builds the
      *    fixed-format bureau file (BUREAU, layout CVBUR01Y): a
      *    header, one base segment per account, and a trailer with
      *    the segment count and the balance and past-due totals.
      *    Each account is joined to its account holder on the
      *    customer master (CUSTDAT) through the card
      *    cross-reference (CXACAIX), the way the credit line review
      *    finds its cardholder, and the segment carries the
      *    holder's name, address and SSN with the account's open
      *    date, credit limit, balance, amount past due and closure
      *    date, its status - open, closed, or blocked for
      *    delinquency - and its payment rating for this month and
      *    the 23 before it.
      *
      *    The payment rating comes from the aging bucket on the
      *    delinquency file (DELINQ) as of the last aging run. The
      *    24-month history is kept on the same record: each cycle
      *    this batch shifts it one month and puts the new rating
      *    in front, and a rerun for the same cycle only replaces
      *    the front rating, so an override rerun does not age the
      *    history twice. An account with no delinquency record has
      *    never had a statement and is rated current; one whose
      *    delinquency record cannot be read is excepted instead.
      *
      *    An account whose holder cannot be found, or whose holder
      *    has no name, a missing or invalid SSN, a missing address
      *    or state, or a missing or invalid zip code, is not sent
      *    to the bureaus; it is listed on the exceptions report
      *    (BUREXC) with the reason so the customer record can be
      *    repaired before the next cycle. The reconciliation report
      *    (BURRPT) proves every account read from ACCTDAT was
      *    either reported or excepted and agrees the trailer
      *    counts and totals.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a cycle-end run, keyed by
      *    cycle month, with its start and end status and control
      *    totals. It will not start until the statement cycle
      *    close (CCSTMCLB) has completed the same cycle, so the
      *    balances and dues reported are the closed ones, nor a
      *    second time once it has completed that cycle, unless the
      *    run parameter file (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCBURXTB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACT-STATUS.

           SELECT CARD-XREF-FILE      ASSIGN TO CXACAIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CARD-NUM
               FILE STATUS IS WS-XRF-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUS-STATUS.

           SELECT DELINQ-FILE         ASSIGN TO DELINQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLQ-ACCT-ID
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT BUREAU-FILE         ASSIGN TO BUREAU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUR-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO BUREXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT RECON-REPORT-FILE   ASSIGN TO BURRPT
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
       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT01Y.
      ******************************************************************
       FD  CARD-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT02Y.
      ******************************************************************
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 263 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVACT03Y.
      ******************************************************************
       FD  DELINQ-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVDLQ01Y.
      ******************************************************************
       FD  BUREAU-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVBUR01Y.
      ******************************************************************
       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD                      PIC X(80).
      ******************************************************************
       FD  RECON-REPORT-FILE
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
           05 WS-ACT-STATUS       PIC X(02) VALUE SPACES.
              88 WS-ACT-OK            VALUE '00'.
              88 WS-ACT-EOF           VALUE '10'.
           05 WS-XRF-STATUS       PIC X(02) VALUE SPACES.
              88 WS-XRF-OK            VALUE '00'.
              88 WS-XRF-EOF           VALUE '10'.
           05 WS-CUS-STATUS       PIC X(02) VALUE SPACES.
              88 WS-CUS-OK            VALUE '00'.
           05 WS-DLQ-STATUS       PIC X(02) VALUE SPACES.
              88 WS-DLQ-OK            VALUE '00'.
              88 WS-DLQ-NOTFND        VALUE '23'.
           05 WS-BUR-STATUS       PIC X(02) VALUE SPACES.
           05 WS-EXC-STATUS       PIC X(02) VALUE SPACES.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-ACCT-EOF              VALUE 'Y'.
           88 WS-ACCT-NOT-EOF          VALUE 'N'.
       01  WS-XREF-SCAN-FLAG      PIC X(01) VALUE '0'.
           88 WS-XREF-SCAN-DONE        VALUE '1'.
           88 WS-XREF-SCAN-MORE        VALUE '0'.
       01  WS-BUREAU-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88 WS-BUREAU-OPEN           VALUE 'Y'.
           88 WS-BUREAU-NOT-OPEN       VALUE 'N'.
       01  WS-REPORT-FLAG         PIC X(01) VALUE '0'.
           88 WS-ACCT-REPORTABLE       VALUE '0'.
           88 WS-ACCT-EXCEPTED         VALUE '1'.
       01  WS-DLQ-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88 WS-DLQ-ON-FILE           VALUE 'Y'.
           88 WS-DLQ-NOT-ON-FILE       VALUE 'N'.
      ******************************************************************
      *    RUN DATE
      *    The run date is the business date the run is for; it sets
      *    the cycle reported and the activity date on every record.
      *    The header's created date and time are when the file was
      *    actually built.
      ******************************************************************
           COPY CSDAT01Y.
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(04).
           05 WS-RUN-MONTH         PIC 9(02).
           05 WS-RUN-DAY           PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(08).
       01  WS-RUN-CYCLE            PIC 9(06) VALUE ZEROS.
       01  WS-CREATED-DATE.
           05 WS-CREATED-YEAR      PIC 9(04).
           05 WS-CREATED-MONTH     PIC 9(02).
           05 WS-CREATED-DAY       PIC 9(02).
       01  WS-CREATED-DATE-N REDEFINES WS-CREATED-DATE
                                   PIC 9(08).
       01  WS-RUN-TIME             PIC 9(06) VALUE ZEROS.
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05 WS-RUN-HOURS         PIC 9(02).
           05 WS-RUN-MINS          PIC 9(02).
           05 WS-RUN-SECS          PIC 9(02).
      ******************************************************************
      *    REPORTER IDENTIFICATION
      ******************************************************************
       01  WS-REPORTER-ID          PIC X(10) VALUE 'CARDDEMO'.
      ******************************************************************
      *    ACCOUNT-TO-CUSTOMER TABLE
      *    Built from one pass of the card-keyed cross-reference at
      *    start of run, one entry per account (first entry wins).
      *    A cross-reference too large for the table stops the run
      *    before anything is reported - grow the table rather than
      *    report against a partial map.
      ******************************************************************
       01  WS-XREF-TABLE-CONTROL.
           05 WS-XTB-MAX           PIC S9(04) COMP VALUE +5000.
           05 WS-XTB-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-XTB-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-XTB-FOUND         PIC S9(04) COMP VALUE ZEROS.
           05 WS-XTB-SEARCH-ID     PIC 9(11)  VALUE ZEROS.
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 5000 TIMES.
              10 WS-XTB-ACCT-ID    PIC 9(11).
              10 WS-XTB-CUST-ID    PIC 9(09).
      ******************************************************************
      *    SEGMENT WORK AREAS
      *    Dates on the account master are YYYY-MM-DD; the bureau
      *    file carries YYYYMMDD, zeros where there is no date.
      ******************************************************************
       01  WS-SEGMENT-WORK.
           05 WS-XREF-CUST-ID      PIC 9(09) VALUE ZEROS.
           05 WS-EXC-REASON        PIC X(30) VALUE SPACES.
           05 WS-PAY-RATING        PIC X(01) VALUE SPACES.
           05 WS-HIST-SHIFT        PIC X(24) VALUE SPACES.
           05 WS-DATE-IN           PIC X(10) VALUE SPACES.
           05 WS-DATE-IN-R REDEFINES WS-DATE-IN.
              10 WS-DIN-YEAR       PIC 9(04).
              10 FILLER            PIC X(01).
              10 WS-DIN-MONTH      PIC 9(02).
              10 FILLER            PIC X(01).
              10 WS-DIN-DAY        PIC 9(02).
           05 WS-DATE-OUT.
              10 WS-DOUT-YEAR      PIC 9(04).
              10 WS-DOUT-MONTH     PIC 9(02).
              10 WS-DOUT-DAY       PIC 9(02).
           05 WS-DATE-OUT-N REDEFINES WS-DATE-OUT
                                   PIC 9(08).
           05 WS-WHOLE-AMT         PIC S9(11) COMP-3 VALUE ZEROS.
      ******************************************************************
      *    SSN AND ZIP EDIT AREAS
      *    An SSN is refused when it is not nine digits or has an
      *    area of 000, 666 or 900-999, a group of 00 or a serial
      *    of 0000 - numbers never issued. A zip must be five digits
      *    other than 00000, optionally followed by a four-digit
      *    extension with or without the hyphen.
      ******************************************************************
       01  WS-SSN-EDIT.
           05 WS-SSN               PIC 9(09) VALUE ZEROS.
           05 WS-SSN-R REDEFINES WS-SSN.
              10 WS-SSN-AREA       PIC 9(03).
              10 WS-SSN-GROUP      PIC 9(02).
              10 WS-SSN-SERIAL     PIC 9(04).
       01  WS-ZIP-EDIT.
           05 WS-ZIP               PIC X(10) VALUE SPACES.
           05 WS-ZIP-R REDEFINES WS-ZIP.
              10 WS-ZIP-5          PIC X(05).
              10 WS-ZIP-EXT        PIC X(05).
              10 WS-ZIP-EXT-R REDEFINES WS-ZIP-EXT.
                 15 WS-ZIP-EXT-SEP PIC X(01).
                 15 WS-ZIP-EXT-4   PIC X(04).
              10 WS-ZIP-EXT-N REDEFINES WS-ZIP-EXT.
                 15 WS-ZIP-EXT-4N  PIC X(04).
                 15 WS-ZIP-EXT-END PIC X(01).
           05 WS-ZIP-FLAG          PIC X(01) VALUE 'Y'.
              88 WS-ZIP-VALID          VALUE 'Y'.
              88 WS-ZIP-INVALID        VALUE 'N'.
      ******************************************************************
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-SCAN-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-REPORTED-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-EXCEPTED-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-WRITE-ERR-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-ACCOUNTED-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-DIFFERENCE        PIC S9(09) VALUE ZEROS.
           05 WS-OPEN-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-CLOSED-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-BLOCKED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-NO-HOLDER-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-NO-CUST-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-NO-NAME-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-BAD-SSN-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-BAD-ADDR-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-BAD-ZIP-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-DLQ-UNREAD-COUNT  PIC 9(09) VALUE ZEROS.
           05 WS-NO-DLQ-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-HIST-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-DLQ-ERR-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-HEADER-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-TRAILER-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-BAL-TOTAL         PIC 9(13) VALUE ZEROS.
           05 WS-PAST-DUE-TOTAL    PIC 9(13) VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'CREDIT BUREAU RECONCILIATION  '.
           05 FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05 WS-REPT-TITLE-DATE   PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE SPACES.
       01  WS-EXC-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'CREDIT BUREAU EXCEPTIONS      '.
           05 FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05 WS-EXC-TITLE-DATE    PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE SPACES.
       01  WS-EXC-HEADING.
           05 FILLER               PIC X(12) VALUE 'ACCOUNT     '.
           05 FILLER               PIC X(10) VALUE 'CUSTOMER  '.
           05 FILLER               PIC X(21)
               VALUE 'LAST NAME            '.
           05 FILLER               PIC X(37) VALUE 'REASON'.
       01  WS-EXC-DETAIL.
           05 WS-EXD-ACCT-ID       PIC 9(11) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-EXD-CUST-ID       PIC 9(09) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-EXD-LAST-NAME     PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-EXD-REASON        PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE SPACES.
       01  WS-REPT-DETAIL.
           05 WS-REPT-LABEL        PIC X(40) VALUE SPACES.
           05 WS-REPT-VALUE        PIC Z(14)9 VALUE ZEROS.
           05 FILLER               PIC X(25) VALUE SPACES.
       01  WS-REPT-SIGNED-DETAIL.
           05 WS-REPT-SGN-LABEL    PIC X(40) VALUE SPACES.
           05 WS-REPT-SGN-VALUE    PIC Z(14)9- VALUE ZEROS.
           05 FILLER               PIC X(24) VALUE SPACES.
       01  WS-REPT-TEXT-DETAIL.
           05 WS-REPT-TXT-LABEL    PIC X(40) VALUE SPACES.
           05 WS-REPT-TXT-VALUE    PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(25) VALUE SPACES.
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCBURXTB'.
           05 WS-RCT-PERIOD-TYPE   PIC X(01) VALUE 'C'.
           05 WS-RCT-PREREQ-COUNT  PIC S9(04) COMP VALUE +1.
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
           05 FILLER               PIC X(09) VALUE 'CCSTMCLBC'.
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
           PERFORM 2000-PROCESS-ACCOUNT
              THRU 2000-PROCESS-ACCOUNT-EXIT
              UNTIL WS-ACCT-EOF
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
           MOVE FUNCTION CURRENT-DATE      TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR            TO WS-CREATED-YEAR
           MOVE WS-CURDATE-MONTH           TO WS-CREATED-MONTH
           MOVE WS-CURDATE-DAY             TO WS-CREATED-DAY
           MOVE WS-CURDATE-HOURS           TO WS-RUN-HOURS
           MOVE WS-CURDATE-MINS            TO WS-RUN-MINS
           MOVE WS-CURDATE-SECS            TO WS-RUN-SECS
           COMPUTE WS-RUN-CYCLE = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           OPEN INPUT  ACCOUNT-MASTER-FILE
           OPEN INPUT  CARD-XREF-FILE
           OPEN INPUT  CUSTOMER-MASTER-FILE
           OPEN I-O    DELINQ-FILE
           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           OPEN OUTPUT RECON-REPORT-FILE
           IF NOT WS-ACT-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: UNABLE TO OPEN ACCTDAT - STATUS '
                       WS-ACT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-XRF-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: UNABLE TO OPEN CXACAIX - STATUS '
                       WS-XRF-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-CUS-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: UNABLE TO OPEN CUSTDAT - STATUS '
                       WS-CUS-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-DLQ-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: UNABLE TO OPEN DELINQ - STATUS '
                       WS-DLQ-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-BUR-STATUS = '00'
               SET WS-BUREAU-OPEN          TO TRUE
           ELSE
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: UNABLE TO OPEN BUREAU - STATUS '
                       WS-BUR-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-EXC-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: UNABLE TO OPEN BUREXC - STATUS '
                       WS-EXC-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: UNABLE TO OPEN BURRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-ACCT-NOT-EOF
               PERFORM 1200-LOAD-XREF-TABLE
                  THRU 1200-LOAD-XREF-TABLE-EXIT
           END-IF
           PERFORM 8000-WRITE-REPORT-HEADINGS
              THRU 8000-WRITE-REPORT-HEADINGS-EXIT
           IF WS-ACCT-NOT-EOF
               PERFORM 1300-WRITE-HEADER-RECORD
                  THRU 1300-WRITE-HEADER-RECORD-EXIT
           END-IF
           IF WS-ACCT-NOT-EOF
               MOVE LOW-VALUES             TO ACCT-ID
               START ACCOUNT-MASTER-FILE KEY NOT < ACCT-ID
               IF NOT WS-ACT-OK
                   MOVE 'Y'                TO WS-EOF-FLAG
               ELSE
                   PERFORM 2100-READ-NEXT-ACCOUNT
                      THRU 2100-READ-NEXT-ACCOUNT-EXIT
               END-IF
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD CROSS-REFERENCE TABLE SECTION
      *
      ******************************************************************
       1200-LOAD-XREF-TABLE.
           SET WS-XREF-SCAN-MORE           TO TRUE
           MOVE LOW-VALUES                 TO XREF-CARD-NUM
           START CARD-XREF-FILE KEY NOT < XREF-CARD-NUM
           IF NOT WS-XRF-OK
               SET WS-XREF-SCAN-DONE       TO TRUE
           END-IF
           PERFORM 1210-LOAD-ONE-XREF
              THRU 1210-LOAD-ONE-XREF-EXIT
              UNTIL WS-XREF-SCAN-DONE
           DISPLAY 'CCBURXTB: ACCOUNTS MAPPED TO CUSTOMERS = '
                   WS-XTB-COUNT
       1200-LOAD-XREF-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD ONE CROSS-REFERENCE ENTRY SECTION
      *
      ******************************************************************
       1210-LOAD-ONE-XREF.
           READ CARD-XREF-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-XRF-OK
                   MOVE XREF-ACCT-ID       TO WS-XTB-SEARCH-ID
                   PERFORM 1220-FIND-XREF-ENTRY
                      THRU 1220-FIND-XREF-ENTRY-EXIT
                   IF WS-XTB-FOUND = ZEROS
                       IF WS-XTB-COUNT < WS-XTB-MAX
                           ADD 1           TO WS-XTB-COUNT
                           MOVE XREF-ACCT-ID TO
                                WS-XTB-ACCT-ID(WS-XTB-COUNT)
                           MOVE XREF-CUST-ID TO
                                WS-XTB-CUST-ID(WS-XTB-COUNT)
                       ELSE
                           SET WS-RCT-RUN-FAILED TO TRUE
                           DISPLAY 'CCBURXTB: XREF TABLE FULL - '
                                   'GROW THE TABLE - RUN STOPPED'
                           MOVE 'Y'        TO WS-EOF-FLAG
                           SET WS-XREF-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               WHEN WS-XRF-EOF
                   SET WS-XREF-SCAN-DONE   TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCBURXTB: CXACAIX READ ERROR - STATUS '
                           WS-XRF-STATUS
                   MOVE 'Y'                TO WS-EOF-FLAG
                   SET WS-XREF-SCAN-DONE   TO TRUE
           END-EVALUATE
       1210-LOAD-ONE-XREF-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FIND CROSS-REFERENCE ENTRY SECTION
      *    Linear search of the account-to-customer table for the
      *    account id in WS-XTB-SEARCH-ID; WS-XTB-FOUND holds the
      *    matched entry number, zero when the account is not in
      *    the table.
      *
      ******************************************************************
       1220-FIND-XREF-ENTRY.
           MOVE ZEROS                      TO WS-XTB-FOUND
           PERFORM 1230-MATCH-XREF-ENTRY
              THRU 1230-MATCH-XREF-ENTRY-EXIT
              VARYING WS-XTB-IDX FROM 1 BY 1
                UNTIL WS-XTB-IDX > WS-XTB-COUNT
       1220-FIND-XREF-ENTRY-EXIT.
           EXIT.
      ******************************************************************
       1230-MATCH-XREF-ENTRY.
           IF WS-XTB-FOUND = ZEROS
          AND WS-XTB-SEARCH-ID = WS-XTB-ACCT-ID(WS-XTB-IDX)
               MOVE WS-XTB-IDX             TO WS-XTB-FOUND
           END-IF
       1230-MATCH-XREF-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE HEADER RECORD SECTION
      *    Identifies the reporter, the cycle reported and when the
      *    file was built.
      *
      ******************************************************************
       1300-WRITE-HEADER-RECORD.
           MOVE SPACES                     TO BUREAU-RECORD
           SET BUR-HEADER                  TO TRUE
           MOVE WS-RUN-DATE-N              TO BUR-ACTIVITY-DATE
           MOVE WS-REPORTER-ID             TO BUR-HDR-REPORTER
           MOVE WS-RUN-CYCLE               TO BUR-HDR-CYCLE
           MOVE WS-CREATED-DATE-N          TO BUR-HDR-CREATED-DATE
           MOVE WS-RUN-TIME                TO BUR-HDR-CREATED-TIME
           WRITE BUREAU-RECORD
           IF WS-BUR-STATUS = '00'
               ADD 1                       TO WS-HEADER-COUNT
           ELSE
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: BUREAU WRITE ERROR - STATUS '
                       WS-BUR-STATUS ' - HEADER'
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
       1300-WRITE-HEADER-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS ONE ACCOUNT SECTION
      *    Every account read ends up either on the bureau file or
      *    on the exceptions report - never both, never neither.
      *    The payment rating and history are brought up to date
      *    whichever way it goes.
      *
      ******************************************************************
       2000-PROCESS-ACCOUNT.
           SET WS-ACCT-REPORTABLE          TO TRUE
           MOVE SPACES                     TO WS-EXC-REASON
           PERFORM 2200-FIND-ACCT-HOLDER
              THRU 2200-FIND-ACCT-HOLDER-EXIT
           PERFORM 2300-RATE-ACCOUNT
              THRU 2300-RATE-ACCOUNT-EXIT
           IF WS-ACCT-REPORTABLE
               PERFORM 2400-EDIT-HOLDER
                  THRU 2400-EDIT-HOLDER-EXIT
           END-IF
           IF WS-ACCT-REPORTABLE
               PERFORM 2500-BUILD-BASE-SEGMENT
                  THRU 2500-BUILD-BASE-SEGMENT-EXIT
               PERFORM 2600-WRITE-BASE-SEGMENT
                  THRU 2600-WRITE-BASE-SEGMENT-EXIT
           ELSE
               PERFORM 2700-WRITE-EXCEPTION
                  THRU 2700-WRITE-EXCEPTION-EXIT
           END-IF
           PERFORM 2100-READ-NEXT-ACCOUNT
              THRU 2100-READ-NEXT-ACCOUNT-EXIT
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ NEXT ACCOUNT SECTION
      *
      ******************************************************************
       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-ACT-OK
                   ADD 1                   TO WS-SCAN-COUNT
               WHEN WS-ACT-EOF
                   SET WS-ACCT-EOF         TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCBURXTB: ACCTDAT READ ERROR - STATUS '
                           WS-ACT-STATUS
                   SET WS-ACCT-EOF         TO TRUE
           END-EVALUATE
       2100-READ-NEXT-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    FIND ACCOUNT HOLDER SECTION
      *    The account holder is the customer on the account's
      *    first cross-reference entry.
      *
      ******************************************************************
       2200-FIND-ACCT-HOLDER.
           MOVE ZEROS                      TO WS-XREF-CUST-ID
           MOVE SPACES                     TO CUSTOMER-RECORD
           MOVE ACCT-ID                    TO WS-XTB-SEARCH-ID
           PERFORM 1220-FIND-XREF-ENTRY
              THRU 1220-FIND-XREF-ENTRY-EXIT
           IF WS-XTB-FOUND > ZEROS
               MOVE WS-XTB-CUST-ID(WS-XTB-FOUND)
                                           TO WS-XREF-CUST-ID
           END-IF
           IF WS-XREF-CUST-ID = ZEROS
               SET WS-ACCT-EXCEPTED        TO TRUE
               MOVE 'NO ACCOUNT HOLDER ON CXACAIX' TO WS-EXC-REASON
               ADD 1                       TO WS-NO-HOLDER-COUNT
           ELSE
               MOVE WS-XREF-CUST-ID        TO CUST-ID
               READ CUSTOMER-MASTER-FILE
               IF NOT WS-CUS-OK
                   SET WS-ACCT-EXCEPTED    TO TRUE
                   MOVE 'ACCOUNT HOLDER NOT ON CUSTDAT'
                                           TO WS-EXC-REASON
                   ADD 1                   TO WS-NO-CUST-COUNT
                   MOVE SPACES             TO CUSTOMER-RECORD
               END-IF
           END-IF
       2200-FIND-ACCT-HOLDER-EXIT.
           EXIT.
      ******************************************************************
      *
      *    RATE ACCOUNT SECTION
      *    The month's rating is the aging bucket from the last
      *    aging run; an account the aging has never seen is rated
      *    current and has no history to keep. An account whose
      *    delinquency record cannot be read has no rating that can
      *    be trusted, so it is excepted rather than reported as
      *    current.
      *
      ******************************************************************
       2300-RATE-ACCOUNT.
           MOVE '0'                        TO WS-PAY-RATING
           SET WS-DLQ-NOT-ON-FILE          TO TRUE
           MOVE ACCT-ID                    TO DLQ-ACCT-ID
           READ DELINQ-FILE
           EVALUATE TRUE
               WHEN WS-DLQ-OK
                   SET WS-DLQ-ON-FILE      TO TRUE
                   IF DLQ-BKT-PAST-DUE
                       MOVE DLQ-BUCKET     TO WS-PAY-RATING
                   END-IF
                   PERFORM 2310-UPDATE-PAY-HISTORY
                      THRU 2310-UPDATE-PAY-HISTORY-EXIT
               WHEN WS-DLQ-NOTFND
                   ADD 1                   TO WS-NO-DLQ-COUNT
                   MOVE ALL 'B'            TO WS-HIST-SHIFT
                   MOVE WS-PAY-RATING      TO WS-HIST-SHIFT(1:1)
               WHEN OTHER
                   ADD 1                   TO WS-DLQ-ERR-COUNT
                   DISPLAY 'CCBURXTB: DELINQ READ ERROR - STATUS '
                           WS-DLQ-STATUS ' ACCOUNT ' ACCT-ID
                   MOVE ALL 'B'            TO WS-HIST-SHIFT
                   MOVE WS-PAY-RATING      TO WS-HIST-SHIFT(1:1)
                   IF WS-ACCT-REPORTABLE
                       SET WS-ACCT-EXCEPTED TO TRUE
                       MOVE 'DELINQUENCY RECORD UNREADABLE'
                                           TO WS-EXC-REASON
                       ADD 1               TO WS-DLQ-UNREAD-COUNT
                   END-IF
           END-EVALUATE
       2300-RATE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    UPDATE PAYMENT HISTORY SECTION
      *    A new cycle pushes the history back one month with the
      *    oldest rating dropping off the end; the same cycle again
      *    only replaces this month's rating. A history not yet
      *    started reads as no rating for every month. A history
      *    that cannot be saved fails the run; rerunning the same
      *    cycle only replaces this month's rating again.
      *
      ******************************************************************
       2310-UPDATE-PAY-HISTORY.
           IF DLQ-PAY-HISTORY = SPACES OR LOW-VALUES
               MOVE ALL 'B'                TO DLQ-PAY-HISTORY
           END-IF
           IF DLQ-PAY-HIST-MONTH NOT NUMERIC
               MOVE ZEROS                  TO DLQ-PAY-HIST-MONTH
           END-IF
           IF DLQ-PAY-HIST-MONTH = WS-RUN-CYCLE
               MOVE DLQ-PAY-HISTORY        TO WS-HIST-SHIFT
           ELSE
               MOVE 'B'                    TO WS-HIST-SHIFT(1:1)
               MOVE DLQ-PAY-HISTORY(1:23)  TO WS-HIST-SHIFT(2:23)
           END-IF
           MOVE WS-PAY-RATING              TO WS-HIST-SHIFT(1:1)
           MOVE WS-HIST-SHIFT              TO DLQ-PAY-HISTORY
           MOVE WS-RUN-CYCLE               TO DLQ-PAY-HIST-MONTH
           REWRITE DELINQ-RECORD
           IF WS-DLQ-OK
               ADD 1                       TO WS-HIST-COUNT
           ELSE
               ADD 1                       TO WS-DLQ-ERR-COUNT
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: DELINQ REWRITE ERROR - STATUS '
                       WS-DLQ-STATUS ' ACCOUNT ' ACCT-ID
           END-IF
       2310-UPDATE-PAY-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    EDIT ACCOUNT HOLDER SECTION
      *    The bureaus cannot match a segment without a name, a
      *    good SSN, a street address with its state and a good zip
      *    code. The first fault found is the one reported.
      *
      ******************************************************************
       2400-EDIT-HOLDER.
           IF CUST-LAST-NAME = SPACES OR LOW-VALUES
           OR CUST-FIRST-NAME = SPACES OR LOW-VALUES
               SET WS-ACCT-EXCEPTED        TO TRUE
               MOVE 'NAME MISSING'         TO WS-EXC-REASON
               ADD 1                       TO WS-NO-NAME-COUNT
           END-IF
           IF WS-ACCT-REPORTABLE
               PERFORM 2410-EDIT-SSN
                  THRU 2410-EDIT-SSN-EXIT
           END-IF
           IF WS-ACCT-REPORTABLE
               IF CUST-ADDR-LINE-1 = SPACES OR LOW-VALUES
               OR CUST-ADDR-STATE-CD = SPACES OR LOW-VALUES
               OR CUST-ADDR-STATE-CD NOT ALPHABETIC-UPPER
                   SET WS-ACCT-EXCEPTED    TO TRUE
                   MOVE 'ADDRESS OR STATE MISSING'
                                           TO WS-EXC-REASON
                   ADD 1                   TO WS-BAD-ADDR-COUNT
               END-IF
           END-IF
           IF WS-ACCT-REPORTABLE
               PERFORM 2420-EDIT-ZIP
                  THRU 2420-EDIT-ZIP-EXIT
           END-IF
       2400-EDIT-HOLDER-EXIT.
           EXIT.
      ******************************************************************
       2410-EDIT-SSN.
           IF CUST-SSN NOT NUMERIC
               SET WS-ACCT-EXCEPTED        TO TRUE
           ELSE
               MOVE CUST-SSN               TO WS-SSN
               IF WS-SSN-AREA = ZEROS
               OR WS-SSN-AREA = 666
               OR WS-SSN-AREA > 899
               OR WS-SSN-GROUP = ZEROS
               OR WS-SSN-SERIAL = ZEROS
                   SET WS-ACCT-EXCEPTED    TO TRUE
               END-IF
           END-IF
           IF WS-ACCT-EXCEPTED
               MOVE 'SSN MISSING OR INVALID' TO WS-EXC-REASON
               ADD 1                       TO WS-BAD-SSN-COUNT
           END-IF
       2410-EDIT-SSN-EXIT.
           EXIT.
      ******************************************************************
       2420-EDIT-ZIP.
           SET WS-ZIP-VALID                TO TRUE
           MOVE CUST-ADDR-ZIP              TO WS-ZIP
           IF WS-ZIP-5 NOT NUMERIC
           OR WS-ZIP-5 = '00000'
               SET WS-ZIP-INVALID          TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-ZIP-EXT = SPACES
                       CONTINUE
                   WHEN WS-ZIP-EXT-SEP = '-'
                    AND WS-ZIP-EXT-4 NUMERIC
                       CONTINUE
                   WHEN WS-ZIP-EXT-4N NUMERIC
                    AND WS-ZIP-EXT-END = SPACE
                       CONTINUE
                   WHEN OTHER
                       SET WS-ZIP-INVALID  TO TRUE
               END-EVALUATE
           END-IF
           IF WS-ZIP-INVALID
               SET WS-ACCT-EXCEPTED        TO TRUE
               MOVE 'ZIP MISSING OR INVALID' TO WS-EXC-REASON
               ADD 1                       TO WS-BAD-ZIP-COUNT
           END-IF
       2420-EDIT-ZIP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BUILD BASE SEGMENT SECTION
      *    Amounts go to the bureaus in whole dollars, with a credit
      *    balance reported as zero. Status is closed for a closed
      *    account, blocked where the aging has blocked the cards,
      *    and open otherwise.
      *
      ******************************************************************
       2500-BUILD-BASE-SEGMENT.
           MOVE SPACES                     TO BUREAU-RECORD
           SET BUR-BASE                    TO TRUE
           MOVE WS-RUN-DATE-N              TO BUR-ACTIVITY-DATE
           MOVE ACCT-ID                    TO BUR-ACCT-ID
           MOVE CUST-ID                    TO BUR-CUST-ID
           MOVE CUST-LAST-NAME             TO BUR-LAST-NAME
           MOVE CUST-FIRST-NAME            TO BUR-FIRST-NAME
           MOVE CUST-MIDDLE-NAME           TO BUR-MIDDLE-NAME
           MOVE CUST-SSN                   TO BUR-SSN
           MOVE CUST-ADDR-LINE-1           TO BUR-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2           TO BUR-ADDR-LINE-2
           MOVE CUST-ADDR-STATE-CD         TO BUR-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP              TO BUR-ADDR-ZIP
           MOVE ACCT-OPEN-DATE             TO WS-DATE-IN
           PERFORM 2510-CONVERT-DATE
              THRU 2510-CONVERT-DATE-EXIT
           MOVE WS-DATE-OUT-N              TO BUR-OPEN-DATE
           MOVE ACCT-CLOSE-DATE            TO WS-DATE-IN
           PERFORM 2510-CONVERT-DATE
              THRU 2510-CONVERT-DATE-EXIT
           MOVE WS-DATE-OUT-N              TO BUR-CLOSE-DATE
           MOVE ZEROS                      TO WS-WHOLE-AMT
           IF ACCT-CREDIT-LIMIT > ZEROS
               COMPUTE WS-WHOLE-AMT = ACCT-CREDIT-LIMIT
           END-IF
           MOVE WS-WHOLE-AMT               TO BUR-CREDIT-LIMIT
           MOVE ZEROS                      TO WS-WHOLE-AMT
           IF ACCT-CURR-BAL > ZEROS
               COMPUTE WS-WHOLE-AMT = ACCT-CURR-BAL
           END-IF
           MOVE WS-WHOLE-AMT               TO BUR-CURR-BAL
           MOVE ZEROS                      TO WS-WHOLE-AMT
           IF WS-DLQ-ON-FILE
          AND DLQ-PAST-DUE-AMT > ZEROS
               COMPUTE WS-WHOLE-AMT = DLQ-PAST-DUE-AMT
           END-IF
           MOVE WS-WHOLE-AMT               TO BUR-PAST-DUE
           EVALUATE TRUE
               WHEN ACCT-STATUS-CLOSED
                   SET BUR-STAT-CLOSED     TO TRUE
               WHEN WS-DLQ-ON-FILE
                AND DLQ-CARDS-BLOCKED
                   SET BUR-STAT-BLOCKED    TO TRUE
               WHEN OTHER
                   SET BUR-STAT-OPEN       TO TRUE
           END-EVALUATE
           MOVE WS-PAY-RATING              TO BUR-PAY-RATING
           MOVE WS-HIST-SHIFT              TO BUR-PAY-HISTORY
       2500-BUILD-BASE-SEGMENT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CONVERT DATE SECTION
      *    YYYY-MM-DD in WS-DATE-IN to YYYYMMDD in WS-DATE-OUT;
      *    anything else gives zeros.
      *
      ******************************************************************
       2510-CONVERT-DATE.
           MOVE ZEROS                      TO WS-DATE-OUT-N
           IF WS-DIN-YEAR  NUMERIC
          AND WS-DIN-MONTH NUMERIC
          AND WS-DIN-DAY   NUMERIC
               MOVE WS-DIN-YEAR            TO WS-DOUT-YEAR
               MOVE WS-DIN-MONTH           TO WS-DOUT-MONTH
               MOVE WS-DIN-DAY             TO WS-DOUT-DAY
           END-IF
       2510-CONVERT-DATE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE BASE SEGMENT SECTION
      *    A segment that cannot be written leaves the account
      *    unaccounted for, which the reconciliation shows, and
      *    fails the run.
      *
      ******************************************************************
       2600-WRITE-BASE-SEGMENT.
           WRITE BUREAU-RECORD
           IF WS-BUR-STATUS = '00'
               ADD 1                       TO WS-REPORTED-COUNT
               ADD BUR-CURR-BAL            TO WS-BAL-TOTAL
               ADD BUR-PAST-DUE            TO WS-PAST-DUE-TOTAL
               EVALUATE TRUE
                   WHEN BUR-STAT-CLOSED
                       ADD 1               TO WS-CLOSED-COUNT
                   WHEN BUR-STAT-BLOCKED
                       ADD 1               TO WS-BLOCKED-COUNT
                   WHEN OTHER
                       ADD 1               TO WS-OPEN-COUNT
               END-EVALUATE
           ELSE
               ADD 1                       TO WS-WRITE-ERR-COUNT
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: BUREAU WRITE ERROR - STATUS '
                       WS-BUR-STATUS ' ACCOUNT ' ACCT-ID
           END-IF
       2600-WRITE-BASE-SEGMENT-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE EXCEPTION SECTION
      *    The SSN is never printed.
      *
      ******************************************************************
       2700-WRITE-EXCEPTION.
           MOVE ACCT-ID                    TO WS-EXD-ACCT-ID
           MOVE WS-XREF-CUST-ID            TO WS-EXD-CUST-ID
           MOVE CUST-LAST-NAME             TO WS-EXD-LAST-NAME
           MOVE WS-EXC-REASON              TO WS-EXD-REASON
           WRITE EXC-RECORD                FROM WS-EXC-DETAIL
           PERFORM 3200-CHECK-EXCEPTION-STATUS
              THRU 3200-CHECK-EXCEPTION-STATUS-EXIT
           ADD 1                           TO WS-EXCEPTED-COUNT
       2700-WRITE-EXCEPTION-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE TRAILER RECORD SECTION
      *    Closes the bureau file with the segment count by status
      *    and the reported balance and past-due totals.
      *
      ******************************************************************
       2900-WRITE-TRAILER-RECORD.
           MOVE SPACES                     TO BUREAU-RECORD
           SET BUR-TRAILER                 TO TRUE
           MOVE WS-RUN-DATE-N              TO BUR-ACTIVITY-DATE
           MOVE WS-REPORTED-COUNT          TO BUR-TRL-BASE-COUNT
           MOVE WS-OPEN-COUNT              TO BUR-TRL-OPEN-COUNT
           MOVE WS-CLOSED-COUNT            TO BUR-TRL-CLOSED-COUNT
           MOVE WS-BLOCKED-COUNT           TO BUR-TRL-BLOCKED-COUNT
           MOVE WS-BAL-TOTAL               TO BUR-TRL-BAL-TOTAL
           MOVE WS-PAST-DUE-TOTAL          TO BUR-TRL-PAST-DUE-TOTAL
           WRITE BUREAU-RECORD
           IF WS-BUR-STATUS = '00'
               ADD 1                       TO WS-TRAILER-COUNT
           ELSE
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCBURXTB: BUREAU WRITE ERROR - STATUS '
                       WS-BUR-STATUS ' - TRAILER'
           END-IF
       2900-WRITE-TRAILER-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CONTROL REPORT SECTION
      *    The trailer goes out first so its counts are on the
      *    file before they are reconciled. Accounts read must
      *    equal segments reported plus accounts excepted; anything
      *    else is out of balance and fails the run.
      *
      ******************************************************************
       3000-WRITE-CONTROL-REPORT.
           IF WS-BUREAU-OPEN
          AND WS-HEADER-COUNT > ZEROS
               PERFORM 2900-WRITE-TRAILER-RECORD
                  THRU 2900-WRITE-TRAILER-RECORD-EXIT
           END-IF
           COMPUTE WS-ACCOUNTED-COUNT = WS-REPORTED-COUNT
                                      + WS-EXCEPTED-COUNT
           COMPUTE WS-DIFFERENCE = WS-SCAN-COUNT
                                 - WS-ACCOUNTED-COUNT
           IF WS-DIFFERENCE NOT = ZEROS
               SET WS-RCT-RUN-FAILED       TO TRUE
           END-IF

           MOVE SPACES                     TO EXC-RECORD
           WRITE EXC-RECORD
           PERFORM 3200-CHECK-EXCEPTION-STATUS
              THRU 3200-CHECK-EXCEPTION-STATUS-EXIT
           MOVE 'ACCOUNTS EXCEPTED'        TO WS-REPT-LABEL
           MOVE WS-EXCEPTED-COUNT          TO WS-REPT-VALUE
           WRITE EXC-RECORD                FROM WS-REPT-DETAIL
           PERFORM 3200-CHECK-EXCEPTION-STATUS
              THRU 3200-CHECK-EXCEPTION-STATUS-EXIT

           MOVE 'ACCOUNTS READ FROM ACCTDAT' TO WS-REPT-LABEL
           MOVE WS-SCAN-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'BASE SEGMENTS REPORTED'   TO WS-REPT-LABEL
           MOVE WS-REPORTED-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ACCOUNTS EXCEPTED'        TO WS-REPT-LABEL
           MOVE WS-EXCEPTED-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'REPORTED PLUS EXCEPTED'   TO WS-REPT-LABEL
           MOVE WS-ACCOUNTED-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DIFFERENCE'               TO WS-REPT-SGN-LABEL
           MOVE WS-DIFFERENCE              TO WS-REPT-SGN-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-SIGNED-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'RECONCILIATION'           TO WS-REPT-TXT-LABEL
           IF WS-DIFFERENCE = ZEROS
               MOVE 'IN BALANCE'           TO WS-REPT-TXT-VALUE
           ELSE
               MOVE 'OUT OF BALANCE'       TO WS-REPT-TXT-VALUE
           END-IF
           WRITE REPT-RECORD               FROM WS-REPT-TEXT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'REPORTED - OPEN'          TO WS-REPT-LABEL
           MOVE WS-OPEN-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'REPORTED - CLOSED'        TO WS-REPT-LABEL
           MOVE WS-CLOSED-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'REPORTED - BLOCKED'       TO WS-REPT-LABEL
           MOVE WS-BLOCKED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'BALANCE REPORTED (WHOLE DOLLARS)'
                                           TO WS-REPT-LABEL
           MOVE WS-BAL-TOTAL               TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PAST DUE REPORTED (WHOLE DOLLARS)'
                                           TO WS-REPT-LABEL
           MOVE WS-PAST-DUE-TOTAL          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'HEADER RECORDS WRITTEN'   TO WS-REPT-LABEL
           MOVE WS-HEADER-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'TRAILER RECORDS WRITTEN'  TO WS-REPT-LABEL
           MOVE WS-TRAILER-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'SEGMENT WRITE ERRORS'     TO WS-REPT-LABEL
           MOVE WS-WRITE-ERR-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'EXCEPTED - NO ACCOUNT HOLDER'
                                           TO WS-REPT-LABEL
           MOVE WS-NO-HOLDER-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'EXCEPTED - HOLDER NOT ON CUSTDAT'
                                           TO WS-REPT-LABEL
           MOVE WS-NO-CUST-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'EXCEPTED - NAME MISSING'  TO WS-REPT-LABEL
           MOVE WS-NO-NAME-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'EXCEPTED - SSN MISSING OR INVALID'
                                           TO WS-REPT-LABEL
           MOVE WS-BAD-SSN-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'EXCEPTED - ADDRESS OR STATE MISSING'
                                           TO WS-REPT-LABEL
           MOVE WS-BAD-ADDR-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'EXCEPTED - ZIP MISSING OR INVALID'
                                           TO WS-REPT-LABEL
           MOVE WS-BAD-ZIP-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'EXCEPTED - DELINQUENCY UNREADABLE'
                                           TO WS-REPT-LABEL
           MOVE WS-DLQ-UNREAD-COUNT        TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'PAYMENT HISTORIES UPDATED' TO WS-REPT-LABEL
           MOVE WS-HIST-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'NO DELINQUENCY RECORD - RATED CURRENT'
                                           TO WS-REPT-LABEL
           MOVE WS-NO-DLQ-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DELINQUENCY FILE ERRORS'  TO WS-REPT-LABEL
           MOVE WS-DLQ-ERR-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
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
               DISPLAY 'CCBURXTB: BURRPT WRITE ERROR - STATUS '
                       WS-RPT-STATUS
           END-IF
       3100-CHECK-REPORT-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK EXCEPTION REPORT STATUS SECTION
      *
      ******************************************************************
       3200-CHECK-EXCEPTION-STATUS.
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY 'CCBURXTB: BUREXC WRITE ERROR - STATUS '
                       WS-EXC-STATUS
           END-IF
       3200-CHECK-EXCEPTION-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE REPORT HEADINGS SECTION
      *    Both reports get their title up front; the exceptions
      *    report also gets its column heading so each exception
      *    can be listed as it is found.
      *
      ******************************************************************
       8000-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-MONTH               TO WS-REPT-TITLE-DATE(1:2)
           MOVE '/'                       TO WS-REPT-TITLE-DATE(3:1)
           MOVE WS-RUN-DAY                 TO WS-REPT-TITLE-DATE(4:2)
           MOVE '/'                       TO WS-REPT-TITLE-DATE(6:1)
           MOVE WS-RUN-YEAR                TO WS-REPT-TITLE-DATE(7:4)
           MOVE WS-REPT-TITLE-DATE         TO WS-EXC-TITLE-DATE
           WRITE REPT-RECORD               FROM WS-REPT-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           WRITE EXC-RECORD                FROM WS-EXC-TITLE
           PERFORM 3200-CHECK-EXCEPTION-STATUS
              THRU 3200-CHECK-EXCEPTION-STATUS-EXIT

           MOVE SPACES                     TO EXC-RECORD
           WRITE EXC-RECORD
           PERFORM 3200-CHECK-EXCEPTION-STATUS
              THRU 3200-CHECK-EXCEPTION-STATUS-EXIT

           WRITE EXC-RECORD                FROM WS-EXC-HEADING
           PERFORM 3200-CHECK-EXCEPTION-STATUS
              THRU 3200-CHECK-EXCEPTION-STATUS-EXIT
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
                   DISPLAY 'CCBURXTB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCBURXTB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCBURXTB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCBURXTB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCBURXTB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCBURXTB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCBURXTB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCBURXTB: PREREQUISITE '
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
                       DISPLAY 'CCBURXTB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCBURXTB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCBURXTB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCBURXTB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCBURXTB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCBURXTB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCBURXTB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Accounts read, segments reported, accounts excepted plus
      *    segment write errors, and the balance reported.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-SCAN-COUNT              TO WS-RCT-READ-COUNT
           MOVE WS-REPORTED-COUNT          TO WS-RCT-PROC-COUNT
           COMPUTE WS-RCT-EXCP-COUNT = WS-EXCEPTED-COUNT
                                       + WS-WRITE-ERR-COUNT
           MOVE WS-BAL-TOTAL               TO WS-RCT-AMOUNT
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
                 CARD-XREF-FILE
                 CUSTOMER-MASTER-FILE
                 DELINQ-FILE
                 BUREAU-FILE
                 EXCEPTION-REPORT-FILE
                 RECON-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
