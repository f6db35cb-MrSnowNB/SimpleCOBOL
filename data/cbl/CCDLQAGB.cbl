      *****************************************************************
      * Program:     CCDLQAGB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Delinquency Aging and Collections Work Queue     *
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
      *    Daily delinquency aging batch.
      *
      *    Passes the delinquency file (DELINQ) once, after the
      *    daily posting run. The statement cycle close (CCSTMCLB)
      *    sets each account's minimum payment due and due date and
      *    zeroes the cycle credit bucket; every credit the posting
      *    batch (CCTRNPSB) has posted since is in the account's
      *    ACCT-CURR-CYC-CREDIT, so that bucket is what has been
      *    paid against the dues. Any part of the minimum still
      *    unpaid once its due date has passed - and any shortfall
      *    carried in from earlier cycles - is past due; the
      *    account is aged by the days since the oldest unpaid due
      *    date into CURRENT, 30, 60, 90 or 120+.
      *
      *    Every account aged 30 days or more goes on the
      *    collections work queue (COLLRPT), marked when it has
      *    moved into a later bucket today; an account brought
      *    current is listed once more as leaving the queue. When
      *    an account first reaches the card block bucket - 90 days
      *    unless the parameter file (DLQPARM) names another -
      *    every card on it is found through the cross-reference
      *    (CXACAIX) and blocked on the card master (CARDDAT) under
      *    the delinquency reason code, each block logged to the
      *    card audit trail (CARDAUD) with its before and after
      *    image. A card already blocked for another reason keeps
      *    that reason. Bringing the account current does not
      *    unblock its cards - that stays a decision for staff on
      *    the card update screen.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a daily run, keyed by
      *    business date, with its start and end status and control
      *    totals. It will not start until CCTRNPSB has completed for
      *    the same business date, nor a second time once it has
      *    completed that business date, unless the run parameter
      *    file (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCDLQAGB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQ-FILE         ASSIGN TO DELINQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLQ-ACCT-ID
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACT-STATUS.

           SELECT CARD-XREF-FILE      ASSIGN TO CXACAIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XREF-CARD-NUM
               FILE STATUS IS WS-XRF-STATUS.

           SELECT CARD-MASTER-FILE    ASSIGN TO CARDDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUM
               FILE STATUS IS WS-CRD-STATUS.

           SELECT CARD-AUDIT-FILE     ASSIGN TO CARDAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.

           SELECT DELINQ-PARM-FILE    ASSIGN TO DLQPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT COLLECTIONS-REPORT-FILE ASSIGN TO COLLRPT
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
       FD  DELINQ-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVDLQ01Y.
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
       FD  CARD-MASTER-FILE
           RECORD CONTAINS 148 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVCRD01Y.
      ******************************************************************
       FD  CARD-AUDIT-FILE
           RECORD CONTAINS 377 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVAUD01Y.
      ******************************************************************
       FD  DELINQ-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-BLOCK-BUCKET          PIC 9(01).
           05  FILLER                     PIC X(79).
      ******************************************************************
       FD  COLLECTIONS-REPORT-FILE
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
           05 WS-DLQ-STATUS       PIC X(02) VALUE SPACES.
              88 WS-DLQ-OK            VALUE '00'.
              88 WS-DLQ-EOF           VALUE '10'.
           05 WS-ACT-STATUS       PIC X(02) VALUE SPACES.
              88 WS-ACT-OK            VALUE '00'.
              88 WS-ACT-NOTFND        VALUE '23'.
           05 WS-XRF-STATUS       PIC X(02) VALUE SPACES.
              88 WS-XRF-OK            VALUE '00'.
              88 WS-XRF-EOF           VALUE '10'.
           05 WS-CRD-STATUS       PIC X(02) VALUE SPACES.
              88 WS-CRD-OK            VALUE '00'.
              88 WS-CRD-NOTFND        VALUE '23'.
           05 WS-AUD-STATUS       PIC X(02) VALUE SPACES.
              88 WS-AUD-OK            VALUE '00'.
           05 WS-PRM-STATUS       PIC X(02) VALUE SPACES.
              88 WS-PRM-OK            VALUE '00'.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-DELINQ-EOF            VALUE 'Y'.
           88 WS-DELINQ-NOT-EOF        VALUE 'N'.
       01  WS-XREF-SCAN-FLAG      PIC X(01) VALUE '0'.
           88 WS-XREF-SCAN-DONE        VALUE '1'.
           88 WS-XREF-SCAN-MORE        VALUE '0'.
      ******************************************************************
      *    ACCOUNT-TO-CARD TABLE
      *    Built from one pass of the card-keyed cross-reference at
      *    start of run, one entry per card, so the cards on an
      *    account reaching the block bucket are found by an
      *    in-memory search instead of a file rescan per account.
      *    A cross-reference too large for the table stops the run
      *    before anything is aged - a partial map could leave a
      *    card on a seriously delinquent account unblocked.
      ******************************************************************
       01  WS-CARD-TABLE-CONTROL.
           05 WS-CTB-MAX           PIC S9(04) COMP VALUE +5000.
           05 WS-CTB-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-CTB-IDX           PIC S9(04) COMP VALUE ZEROS.
       01  WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 5000 TIMES.
              10 WS-CTB-ACCT-ID    PIC 9(11).
              10 WS-CTB-CARD-NUM   PIC X(16).
      ******************************************************************
      *    AGING CONTROL
      *    Cards are blocked when an account reaches the block
      *    bucket: 1 = 30, 2 = 60, 3 = 90, 4 = 120+ days past due.
      *    Ninety days unless the parameter file says otherwise.
      ******************************************************************
       01  WS-AGING-CONTROL.
           05 WS-BLOCK-BUCKET      PIC 9(01) VALUE 3.
           05 WS-RUN-INTEGER       PIC S9(09) COMP VALUE ZEROS.
           05 WS-DAYS-PAST-DUE     PIC S9(09) COMP VALUE ZEROS.
           05 WS-OLD-BUCKET        PIC 9(01) VALUE ZEROS.
           05 WS-NEW-BUCKET        PIC 9(01) VALUE ZEROS.
           05 WS-BKT-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-MOVE-FLAG         PIC X(01) VALUE 'S'.
              88 WS-MOVE-SAME          VALUE 'S'.
              88 WS-MOVE-ADVANCED      VALUE 'A'.
              88 WS-MOVE-IMPROVED      VALUE 'I'.
           05 WS-BLOCKED-NOW-FLAG  PIC X(01) VALUE 'N'.
              88 WS-BLOCKED-NOW        VALUE 'Y'.
              88 WS-NOT-BLOCKED-NOW    VALUE 'N'.
           05 WS-ACCT-BLOCK-ERRORS PIC S9(04) COMP VALUE ZEROS.
       01  WS-BUCKET-NAME-DATA.
           05 FILLER               PIC X(07) VALUE 'CURRENT'.
           05 FILLER               PIC X(07) VALUE '30'.
           05 FILLER               PIC X(07) VALUE '60'.
           05 FILLER               PIC X(07) VALUE '90'.
           05 FILLER               PIC X(07) VALUE '120+'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-DATA.
           05 WS-BUCKET-NAME       PIC X(07) OCCURS 5 TIMES.
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
      *    AUDIT WORK AREAS
      ******************************************************************
       01  WS-AUDIT-WORK.
           05 WS-AUDIT-BEFORE      PIC X(148) VALUE SPACES.
           05 WS-AUD-TRAN-TYPE     PIC X(01)  VALUE SPACES.
      ******************************************************************
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-CURRENT-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-BKT-30-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-BKT-60-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-BKT-90-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-BKT-120-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-ADVANCED-COUNT    PIC 9(09) VALUE ZEROS.
           05 WS-CURED-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-BLOCK-ACCT-COUNT  PIC 9(09) VALUE ZEROS.
           05 WS-CARD-BLOCK-COUNT  PIC 9(09) VALUE ZEROS.
           05 WS-ALREADY-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-AUDIT-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-ERROR-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-BALANCE-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-PAST-DUE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'DELINQUENCY AGING             '.
           05 FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05 WS-REPT-TITLE-DATE   PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE SPACES.
       01  WS-REPT-DETAIL.
           05 WS-REPT-LABEL        PIC X(40) VALUE SPACES.
           05 WS-REPT-VALUE        PIC Z(14)9 VALUE ZEROS.
           05 FILLER               PIC X(25) VALUE SPACES.
       01  WS-REPT-AMT-DETAIL.
           05 WS-REPT-AMT-LABEL    PIC X(40) VALUE SPACES.
           05 WS-REPT-AMT-VALUE    PIC Z(12)9.99- VALUE ZEROS.
           05 FILLER               PIC X(23) VALUE SPACES.
       01  WS-REPT-QUE-TITLE       PIC X(80)
           VALUE 'COLLECTIONS WORK QUEUE - 30 DAYS OR MORE PAST DUE'.
       01  WS-REPT-QUE-HEADING.
           05 FILLER               PIC X(11) VALUE 'ACCOUNT ID'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'BUCKET'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE '  DPD'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE '     PAST DUE'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE '  MINIMUM DUE'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'DUE DATE'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'ACTION'.
           05 FILLER               PIC X(01) VALUE SPACES.
       01  WS-REPT-QUE-DETAIL.
           05 WS-QUE-ACCT-ID       PIC 9(11) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QUE-BUCKET        PIC X(07) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QUE-DPD           PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QUE-PAST-DUE      PIC Z(8)9.99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QUE-MIN-DUE       PIC Z(8)9.99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QUE-DUE-DATE      PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QUE-ACTION        PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCDLQAGB'.
           05 WS-RCT-PERIOD-TYPE   PIC X(01) VALUE 'D'.
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
           05 FILLER               PIC X(09) VALUE 'CCTRNPSBD'.
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
           PERFORM 2000-PROCESS-DELINQ
              THRU 2000-PROCESS-DELINQ-EXIT
              UNTIL WS-DELINQ-EOF
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
           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           OPEN I-O    DELINQ-FILE
           OPEN INPUT  ACCOUNT-MASTER-FILE
           OPEN INPUT  CARD-XREF-FILE
           OPEN I-O    CARD-MASTER-FILE
           OPEN I-O    CARD-AUDIT-FILE
           OPEN INPUT  DELINQ-PARM-FILE
           OPEN OUTPUT COLLECTIONS-REPORT-FILE
           IF NOT WS-DLQ-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDLQAGB: UNABLE TO OPEN DELINQ - STATUS '
                       WS-DLQ-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-ACT-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDLQAGB: UNABLE TO OPEN ACCTDAT - STATUS '
                       WS-ACT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-XRF-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDLQAGB: UNABLE TO OPEN CXACAIX - STATUS '
                       WS-XRF-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-CRD-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDLQAGB: UNABLE TO OPEN CARDDAT - STATUS '
                       WS-CRD-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF NOT WS-AUD-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDLQAGB: UNABLE TO OPEN CARDAUD - STATUS '
                       WS-AUD-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCDLQAGB: UNABLE TO OPEN COLLRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           PERFORM 1100-READ-BLOCK-PARM
              THRU 1100-READ-BLOCK-PARM-EXIT
           IF WS-DELINQ-NOT-EOF
               PERFORM 1200-LOAD-CARD-TABLE
                  THRU 1200-LOAD-CARD-TABLE-EXIT
           END-IF
           PERFORM 8000-WRITE-REPORT-HEADINGS
              THRU 8000-WRITE-REPORT-HEADINGS-EXIT
           IF WS-DELINQ-NOT-EOF
               PERFORM 2100-READ-NEXT-DELINQ
                  THRU 2100-READ-NEXT-DELINQ-EXIT
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ BLOCK PARAMETER SECTION
      *    A missing or unusable parameter falls back to blocking
      *    at 90 days rather than stopping the run.
      *
      ******************************************************************
       1100-READ-BLOCK-PARM.
           IF WS-PRM-OK
               READ DELINQ-PARM-FILE
               IF WS-PRM-OK
              AND PARM-BLOCK-BUCKET NUMERIC
              AND PARM-BLOCK-BUCKET > ZERO
              AND PARM-BLOCK-BUCKET < 5
                   MOVE PARM-BLOCK-BUCKET  TO WS-BLOCK-BUCKET
               ELSE
                   DISPLAY 'CCDLQAGB: DLQPARM UNUSABLE - '
                           'DEFAULTING TO 90 DAY CARD BLOCK'
               END-IF
           ELSE
               DISPLAY 'CCDLQAGB: DLQPARM NOT AVAILABLE - '
                       'DEFAULTING TO 90 DAY CARD BLOCK'
           END-IF
           COMPUTE WS-BKT-IDX = WS-BLOCK-BUCKET + 1
           DISPLAY 'CCDLQAGB: CARD BLOCK BUCKET = '
                   WS-BUCKET-NAME(WS-BKT-IDX)
       1100-READ-BLOCK-PARM-EXIT.
           EXIT.
      ******************************************************************
      *
      *    LOAD ACCOUNT-TO-CARD TABLE SECTION
      *    One pass, front to back over the cross-reference. An
      *    overflow stops the run before any account is aged.
      *
      ******************************************************************
       1200-LOAD-CARD-TABLE.
           SET WS-XREF-SCAN-MORE           TO TRUE
           PERFORM 1210-LOAD-ONE-XREF
              THRU 1210-LOAD-ONE-XREF-EXIT
              UNTIL WS-XREF-SCAN-DONE
           DISPLAY 'CCDLQAGB: CARDS MAPPED TO ACCOUNTS = '
                   WS-CTB-COUNT
       1200-LOAD-CARD-TABLE-EXIT.
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
                   IF WS-CTB-COUNT < WS-CTB-MAX
                       ADD 1               TO WS-CTB-COUNT
                       MOVE XREF-ACCT-ID   TO
                            WS-CTB-ACCT-ID(WS-CTB-COUNT)
                       MOVE XREF-CARD-NUM  TO
                            WS-CTB-CARD-NUM(WS-CTB-COUNT)
                   ELSE
                       SET WS-RCT-RUN-FAILED TO TRUE
                       DISPLAY 'CCDLQAGB: CARD TABLE FULL - '
                               'GROW THE TABLE - RUN STOPPED'
                       MOVE 'Y'            TO WS-EOF-FLAG
                       SET WS-XREF-SCAN-DONE TO TRUE
                   END-IF
               WHEN WS-XRF-EOF
                   SET WS-XREF-SCAN-DONE   TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCDLQAGB: CXACAIX READ ERROR - STATUS '
                           WS-XRF-STATUS
                   MOVE 'Y'                TO WS-EOF-FLAG
                   SET WS-XREF-SCAN-DONE   TO TRUE
           END-EVALUATE
       1210-LOAD-ONE-XREF-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS ONE DELINQUENCY RECORD SECTION
      *    The account supplies what has been paid this cycle; an
      *    account that cannot be read is left as it stood and
      *    counted as an error, to be aged again on the next run.
      *
      ******************************************************************
       2000-PROCESS-DELINQ.
           SET WS-MOVE-SAME                TO TRUE
           SET WS-NOT-BLOCKED-NOW          TO TRUE
           MOVE DLQ-ACCT-ID                TO ACCT-ID
           READ ACCOUNT-MASTER-FILE
           IF WS-ACT-OK
               PERFORM 2200-COMPUTE-PAST-DUE
                  THRU 2200-COMPUTE-PAST-DUE-EXIT
               PERFORM 2300-SET-BUCKET
                  THRU 2300-SET-BUCKET-EXIT
               IF WS-NEW-BUCKET NOT < WS-BLOCK-BUCKET
              AND NOT DLQ-CARDS-BLOCKED
                   PERFORM 2400-BLOCK-ACCOUNT-CARDS
                      THRU 2400-BLOCK-ACCOUNT-CARDS-EXIT
               END-IF
               PERFORM 2500-SAVE-DELINQ
                  THRU 2500-SAVE-DELINQ-EXIT
           ELSE
               DISPLAY 'CCDLQAGB: ACCTDAT READ ERROR - STATUS '
                       WS-ACT-STATUS ' ACCOUNT ' DLQ-ACCT-ID
               ADD 1                       TO WS-ERROR-COUNT
           END-IF
           PERFORM 2100-READ-NEXT-DELINQ
              THRU 2100-READ-NEXT-DELINQ-EXIT
       2000-PROCESS-DELINQ-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ NEXT DELINQUENCY RECORD SECTION
      *
      ******************************************************************
       2100-READ-NEXT-DELINQ.
           READ DELINQ-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-DLQ-OK
                   ADD 1                   TO WS-READ-COUNT
               WHEN WS-DLQ-EOF
                   SET WS-DELINQ-EOF       TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCDLQAGB: DELINQ READ ERROR - STATUS '
                           WS-DLQ-STATUS
                   SET WS-DELINQ-EOF       TO TRUE
           END-EVALUATE
       2100-READ-NEXT-DELINQ-EXIT.
           EXIT.
      ******************************************************************
      *
      *    COMPUTE PAST DUE SECTION
      *    Credits pay off the shortfall carried in from earlier
      *    cycles first, then this cycle's minimum. Paid in full,
      *    nothing is past due. Otherwise, once the due date has
      *    passed the whole unpaid minimum is past due, dating from
      *    the carried-in due date while any of the carried-in
      *    shortfall is still unpaid and from this cycle's due date
      *    after that; before the due date only the unpaid part of
      *    the carried-in shortfall is past due.
      *
      ******************************************************************
       2200-COMPUTE-PAST-DUE.
           MOVE ACCT-CURR-CYC-CREDIT       TO DLQ-PAID-TO-DATE
           EVALUATE TRUE
               WHEN DLQ-PAID-TO-DATE NOT < DLQ-MIN-PAY-DUE
                   MOVE ZEROS              TO DLQ-PAST-DUE-AMT
                                              DLQ-OLDEST-DUE-DATE
               WHEN WS-RUN-DATE-N > DLQ-DUE-DATE
                   COMPUTE DLQ-PAST-DUE-AMT =
                           DLQ-MIN-PAY-DUE - DLQ-PAID-TO-DATE
                   IF DLQ-PAID-TO-DATE < DLQ-CARRIED-PAST-DUE
                  AND DLQ-CARRIED-DUE-DATE > ZEROS
                       MOVE DLQ-CARRIED-DUE-DATE
                                           TO DLQ-OLDEST-DUE-DATE
                   ELSE
                       MOVE DLQ-DUE-DATE   TO DLQ-OLDEST-DUE-DATE
                   END-IF
               WHEN DLQ-PAID-TO-DATE < DLQ-CARRIED-PAST-DUE
                   COMPUTE DLQ-PAST-DUE-AMT =
                           DLQ-CARRIED-PAST-DUE - DLQ-PAID-TO-DATE
                   MOVE DLQ-CARRIED-DUE-DATE
                                           TO DLQ-OLDEST-DUE-DATE
               WHEN OTHER
                   MOVE ZEROS              TO DLQ-PAST-DUE-AMT
                                              DLQ-OLDEST-DUE-DATE
           END-EVALUATE
           MOVE ZEROS                      TO WS-DAYS-PAST-DUE
           IF DLQ-PAST-DUE-AMT > ZEROS
          AND DLQ-OLDEST-DUE-DATE > ZEROS
          AND DLQ-OLDEST-DUE-DATE < WS-RUN-DATE-N
               COMPUTE WS-DAYS-PAST-DUE = WS-RUN-INTEGER -
                       FUNCTION INTEGER-OF-DATE(DLQ-OLDEST-DUE-DATE)
           END-IF
           IF WS-DAYS-PAST-DUE > 99999
               MOVE 99999                  TO WS-DAYS-PAST-DUE
           END-IF
           MOVE WS-DAYS-PAST-DUE           TO DLQ-DAYS-PAST-DUE
       2200-COMPUTE-PAST-DUE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET BUCKET SECTION
      *    Ages the account by days past due and notes whether it
      *    moved into a later or an earlier bucket today. An
      *    account with nothing past due is current again and its
      *    cards may be blocked afresh if it falls behind later.
      *
      ******************************************************************
       2300-SET-BUCKET.
           MOVE ZERO                       TO WS-OLD-BUCKET
           IF DLQ-BUCKET NUMERIC
               MOVE DLQ-BUCKET             TO WS-OLD-BUCKET
           END-IF
           EVALUATE TRUE
               WHEN DLQ-DAYS-PAST-DUE < 30
                   MOVE 0                  TO WS-NEW-BUCKET
               WHEN DLQ-DAYS-PAST-DUE < 60
                   MOVE 1                  TO WS-NEW-BUCKET
               WHEN DLQ-DAYS-PAST-DUE < 90
                   MOVE 2                  TO WS-NEW-BUCKET
               WHEN DLQ-DAYS-PAST-DUE < 120
                   MOVE 3                  TO WS-NEW-BUCKET
               WHEN OTHER
                   MOVE 4                  TO WS-NEW-BUCKET
           END-EVALUATE
           IF WS-NEW-BUCKET > WS-OLD-BUCKET
               SET WS-MOVE-ADVANCED        TO TRUE
               MOVE WS-RUN-DATE-N          TO DLQ-BUCKET-DATE
           END-IF
           IF WS-NEW-BUCKET < WS-OLD-BUCKET
               SET WS-MOVE-IMPROVED        TO TRUE
               MOVE WS-RUN-DATE-N          TO DLQ-BUCKET-DATE
           END-IF
           MOVE WS-NEW-BUCKET              TO DLQ-BUCKET
           IF DLQ-PAST-DUE-AMT = ZEROS
               SET DLQ-CARDS-NOT-BLOCKED   TO TRUE
           END-IF
       2300-SET-BUCKET-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BLOCK ACCOUNT CARDS SECTION
      *    Every card the cross-reference holds for the account is
      *    blocked. The account is marked blocked only when every
      *    card was dealt with; after any failure the next run
      *    tries again, and the cards already blocked are skipped.
      *
      ******************************************************************
       2400-BLOCK-ACCOUNT-CARDS.
           MOVE ZEROS                      TO WS-ACCT-BLOCK-ERRORS
           PERFORM 2410-BLOCK-ONE-ENTRY
              THRU 2410-BLOCK-ONE-ENTRY-EXIT
              VARYING WS-CTB-IDX FROM 1 BY 1
                UNTIL WS-CTB-IDX > WS-CTB-COUNT
           IF WS-ACCT-BLOCK-ERRORS = ZEROS
               SET DLQ-CARDS-BLOCKED       TO TRUE
               MOVE WS-RUN-DATE-N          TO DLQ-BLOCK-DATE
               SET WS-BLOCKED-NOW          TO TRUE
               ADD 1                       TO WS-BLOCK-ACCT-COUNT
           ELSE
               DISPLAY 'CCDLQAGB: CARD BLOCK INCOMPLETE - ACCOUNT '
                       DLQ-ACCT-ID ' - RETRIED NEXT RUN'
           END-IF
       2400-BLOCK-ACCOUNT-CARDS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BLOCK ONE TABLE ENTRY SECTION
      *    A card already blocked - for delinquency on an earlier
      *    run or for any other reason - is left exactly as it is.
      *
      ******************************************************************
       2410-BLOCK-ONE-ENTRY.
           IF WS-CTB-ACCT-ID(WS-CTB-IDX) = DLQ-ACCT-ID
               MOVE WS-CTB-CARD-NUM(WS-CTB-IDX) TO CARD-NUM
               READ CARD-MASTER-FILE
               EVALUATE TRUE
                   WHEN NOT WS-CRD-OK
                       DISPLAY 'CCDLQAGB: CARDDAT READ ERROR - '
                               'STATUS ' WS-CRD-STATUS
                               ' CARD ' WS-CTB-CARD-NUM(WS-CTB-IDX)
                       ADD 1               TO WS-ACCT-BLOCK-ERRORS
                   WHEN NOT CARD-ACTIVE-YES
                       ADD 1               TO WS-ALREADY-COUNT
                   WHEN OTHER
                       PERFORM 2420-BLOCK-CARD
                          THRU 2420-BLOCK-CARD-EXIT
               END-EVALUATE
           END-IF
       2410-BLOCK-ONE-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BLOCK CARD SECTION
      *    The card goes inactive under the delinquency reason and
      *    the change is logged as an update on the card audit
      *    trail, like a block keyed on the card update screen.
      *
      ******************************************************************
       2420-BLOCK-CARD.
           MOVE CARD-RECORD                TO WS-AUDIT-BEFORE
           SET CARD-ACTIVE-NO              TO TRUE
           SET CARD-RSN-DELINQUENT         TO TRUE
           MOVE FUNCTION CURRENT-DATE      TO CARD-LAST-CHANGED-TS
           REWRITE CARD-RECORD
           IF WS-CRD-OK
               ADD 1                       TO WS-CARD-BLOCK-COUNT
               MOVE 'U'                    TO WS-AUD-TRAN-TYPE
               PERFORM 6000-WRITE-AUDIT-RECORD
                  THRU 6000-WRITE-AUDIT-RECORD-EXIT
           ELSE
               DISPLAY 'CCDLQAGB: CARDDAT REWRITE ERROR - STATUS '
                       WS-CRD-STATUS ' CARD ' CARD-NUM
               ADD 1                       TO WS-ACCT-BLOCK-ERRORS
           END-IF
       2420-BLOCK-CARD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SAVE DELINQUENCY RECORD SECTION
      *    Rewrites the aged record in place and puts the account
      *    on the work queue when it is 30 days or more past due,
      *    or when it has just left the queue.
      *
      ******************************************************************
       2500-SAVE-DELINQ.
           MOVE WS-RUN-DATE-N              TO DLQ-AGED-DATE
           REWRITE DELINQ-RECORD
           IF WS-DLQ-OK
               EVALUATE TRUE
                   WHEN DLQ-BKT-CURRENT
                       ADD 1               TO WS-CURRENT-COUNT
                   WHEN DLQ-BKT-30
                       ADD 1               TO WS-BKT-30-COUNT
                   WHEN DLQ-BKT-60
                       ADD 1               TO WS-BKT-60-COUNT
                   WHEN DLQ-BKT-90
                       ADD 1               TO WS-BKT-90-COUNT
                   WHEN OTHER
                       ADD 1               TO WS-BKT-120-COUNT
               END-EVALUATE
               ADD DLQ-PAST-DUE-AMT        TO WS-PAST-DUE-TOTAL
               IF WS-MOVE-ADVANCED
                   ADD 1                   TO WS-ADVANCED-COUNT
               END-IF
               IF WS-MOVE-IMPROVED
              AND DLQ-BKT-CURRENT
                   ADD 1                   TO WS-CURED-COUNT
               END-IF
               IF DLQ-BKT-PAST-DUE
               OR (WS-MOVE-IMPROVED AND DLQ-BKT-CURRENT)
                   PERFORM 2600-WRITE-QUEUE-LINE
                      THRU 2600-WRITE-QUEUE-LINE-EXIT
               END-IF
           ELSE
               DISPLAY 'CCDLQAGB: DELINQ REWRITE ERROR - STATUS '
                       WS-DLQ-STATUS ' ACCOUNT ' DLQ-ACCT-ID
               ADD 1                       TO WS-ERROR-COUNT
           END-IF
       2500-SAVE-DELINQ-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE WORK QUEUE LINE SECTION
      *    The action column tells the collector what changed
      *    today: cards blocked, moved into a later bucket, or
      *    left the queue.
      *
      ******************************************************************
       2600-WRITE-QUEUE-LINE.
           MOVE DLQ-ACCT-ID                TO WS-QUE-ACCT-ID
           COMPUTE WS-BKT-IDX = WS-NEW-BUCKET + 1
           MOVE WS-BUCKET-NAME(WS-BKT-IDX) TO WS-QUE-BUCKET
           MOVE DLQ-DAYS-PAST-DUE          TO WS-QUE-DPD
           MOVE DLQ-PAST-DUE-AMT           TO WS-QUE-PAST-DUE
           MOVE DLQ-MIN-PAY-DUE            TO WS-QUE-MIN-DUE
           MOVE DLQ-DUE-DATE               TO WS-QUE-DUE-DATE
           EVALUATE TRUE
               WHEN WS-BLOCKED-NOW
                   MOVE 'CARDS BLKD'       TO WS-QUE-ACTION
               WHEN WS-MOVE-ADVANCED
                   MOVE 'AGED IN'          TO WS-QUE-ACTION
               WHEN DLQ-BKT-CURRENT
                   MOVE 'LEFT QUEUE'       TO WS-QUE-ACTION
               WHEN OTHER
                   MOVE SPACES             TO WS-QUE-ACTION
           END-EVALUATE
           WRITE REPT-RECORD               FROM WS-REPT-QUE-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       2600-WRITE-QUEUE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE AUDIT RECORD SECTION
      *    Same shape the online update program writes: account +
      *    card + timestamp key, before and after images. The batch
      *    runs under its own fixed user id on the trail.
      *
      ******************************************************************
       6000-WRITE-AUDIT-RECORD.
           MOVE CARD-ACCT-ID               TO AUD-ACCT-ID
           MOVE CARD-NUM                   TO AUD-CARD-NUM
           MOVE FUNCTION CURRENT-DATE      TO AUD-TIMESTAMP
           MOVE 'CCDLQAGB'                 TO AUD-USER-ID
           MOVE WS-AUD-TRAN-TYPE           TO AUD-TRAN-TYPE
           MOVE WS-AUDIT-BEFORE            TO AUD-BEFORE-IMAGE
           MOVE CARD-RECORD                TO AUD-AFTER-IMAGE
           WRITE CARD-AUDIT-RECORD
           IF WS-AUD-OK
               ADD 1                       TO WS-AUDIT-COUNT
           ELSE
               DISPLAY 'CCDLQAGB: CARDAUD WRITE ERROR - STATUS '
                       WS-AUD-STATUS ' CARD ' CARD-NUM
           END-IF
       6000-WRITE-AUDIT-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE REPORT HEADINGS SECTION
      *    The title and the work queue heading go out first so
      *    each account can be listed as it is aged; the totals
      *    close the report at the end.
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
           WRITE REPT-RECORD               FROM WS-REPT-QUE-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-QUE-HEADING
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       8000-WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CONTROL REPORT SECTION
      *
      ******************************************************************
       3000-WRITE-CONTROL-REPORT.
           MOVE SPACES                     TO WS-REPT-DETAIL
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CARD BLOCK BUCKET 1=30 2=60 3=90 4=120+'
                                           TO WS-REPT-LABEL
           MOVE WS-BLOCK-BUCKET            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DELINQUENCY RECORDS READ' TO WS-REPT-LABEL
           MOVE WS-READ-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  CURRENT'                TO WS-REPT-LABEL
           MOVE WS-CURRENT-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  30 DAYS PAST DUE'       TO WS-REPT-LABEL
           MOVE WS-BKT-30-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  60 DAYS PAST DUE'       TO WS-REPT-LABEL
           MOVE WS-BKT-60-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  90 DAYS PAST DUE'       TO WS-REPT-LABEL
           MOVE WS-BKT-90-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  120+ DAYS PAST DUE'     TO WS-REPT-LABEL
           MOVE WS-BKT-120-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ERRORS (LEFT AS THEY STOOD)'
                                           TO WS-REPT-LABEL
           MOVE WS-ERROR-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ACCOUNTS AGED INTO A LATER BUCKET'
                                           TO WS-REPT-LABEL
           MOVE WS-ADVANCED-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ACCOUNTS BROUGHT CURRENT' TO WS-REPT-LABEL
           MOVE WS-CURED-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ACCOUNTS WITH CARDS BLOCKED' TO WS-REPT-LABEL
           MOVE WS-BLOCK-ACCT-COUNT        TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CARDS BLOCKED FOR DELINQUENCY'
                                           TO WS-REPT-LABEL
           MOVE WS-CARD-BLOCK-COUNT        TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CARDS ALREADY BLOCKED (LEFT AS IS)'
                                           TO WS-REPT-LABEL
           MOVE WS-ALREADY-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CARD AUDIT RECORDS WRITTEN' TO WS-REPT-LABEL
           MOVE WS-AUDIT-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'TOTAL AMOUNT PAST DUE'    TO WS-REPT-AMT-LABEL
           MOVE WS-PAST-DUE-TOTAL          TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO WS-REPT-DETAIL
           COMPUTE WS-BALANCE-COUNT =
                   WS-CURRENT-COUNT + WS-BKT-30-COUNT
                 + WS-BKT-60-COUNT + WS-BKT-90-COUNT
                 + WS-BKT-120-COUNT + WS-ERROR-COUNT
           IF WS-BALANCE-COUNT = WS-READ-COUNT
               MOVE 'BUCKETS + ERRORS = READ - BALANCED'
                                           TO WS-REPT-LABEL
           ELSE
               MOVE 'BUCKETS + ERRORS <> READ - INVESTIGATE'
                                           TO WS-REPT-LABEL
           END-IF
           MOVE WS-BALANCE-COUNT           TO WS-REPT-VALUE
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
               DISPLAY 'CCDLQAGB: COLLRPT WRITE ERROR - STATUS '
                       WS-RPT-STATUS
           END-IF
       3100-CHECK-REPORT-STATUS-EXIT.
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
                   DISPLAY 'CCDLQAGB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCDLQAGB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCDLQAGB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCDLQAGB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCDLQAGB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCDLQAGB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCDLQAGB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCDLQAGB: PREREQUISITE '
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
                       DISPLAY 'CCDLQAGB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCDLQAGB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCDLQAGB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCDLQAGB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCDLQAGB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCDLQAGB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCDLQAGB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Accounts read, accounts aged into a bucket,
      *    errors and the total past due.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-READ-COUNT              TO WS-RCT-READ-COUNT
           COMPUTE WS-RCT-PROC-COUNT = WS-CURRENT-COUNT
                                   + WS-BKT-30-COUNT
                                   + WS-BKT-60-COUNT
                                   + WS-BKT-90-COUNT
                                   + WS-BKT-120-COUNT
           MOVE WS-ERROR-COUNT             TO WS-RCT-EXCP-COUNT
           MOVE WS-PAST-DUE-TOTAL          TO WS-RCT-AMOUNT
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE DELINQ-FILE
                 ACCOUNT-MASTER-FILE
                 CARD-XREF-FILE
                 CARD-MASTER-FILE
                 CARD-AUDIT-FILE
                 DELINQ-PARM-FILE
                 COLLECTIONS-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
