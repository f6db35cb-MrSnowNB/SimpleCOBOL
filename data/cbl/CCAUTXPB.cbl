      *****************************************************************
      * Program:     CCAUTXPB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Authorization Hold Expiry and Aged Hold Report   *
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
      *    Authorization hold expiry batch.
      *
      *    Passes the pending-authorization file (PENDAUTH) once,
      *    after the daily posting run has released the holds its
      *    debits matched. Every hold still open whose approval is
      *    older than the expiry period never cleared - the merchant
      *    never presented it, or presented a different amount - and
      *    is marked expired as of the run date, so its amount stops
      *    counting against the account's open-to-buy. The expiry
      *    period in days comes from the parameter file (AUTPARM)
      *    and falls back to seven days when the parameter is
      *    missing or unusable.
      *
      *    The aged hold report (AUTRPT) lists each hold expired by
      *    the run with its age in days, then ages the holds left
      *    open and carries the control totals: holds read, expired,
      *    still open and already closed must balance.
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
       PROGRAM-ID.    CCAUTXPB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-AUTH-FILE   ASSIGN TO PENDAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAUTH-KEY
               FILE STATUS IS WS-PAU-STATUS.

           SELECT AUTH-PARM-FILE      ASSIGN TO AUTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT AGED-REPORT-FILE    ASSIGN TO AUTRPT
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
       FD  PENDING-AUTH-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVAUT01Y.
      ******************************************************************
       FD  AUTH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-EXPIRY-DAYS           PIC 9(05).
           05  FILLER                     PIC X(75).
      ******************************************************************
       FD  AGED-REPORT-FILE
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
           05 WS-PAU-STATUS       PIC X(02) VALUE SPACES.
              88 WS-PAU-OK            VALUE '00'.
              88 WS-PAU-EOF           VALUE '10'.
           05 WS-PRM-STATUS       PIC X(02) VALUE SPACES.
              88 WS-PRM-OK            VALUE '00'.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF              VALUE 'Y'.
           88 WS-HOLD-NOT-EOF          VALUE 'N'.
      ******************************************************************
      *    EXPIRY CONTROL
      *    Seven days unless the parameter file says otherwise. A
      *    hold approved before the cutoff date has run past the
      *    expiry period. Open holds left on file are aged into a
      *    recent and an older band for the report.
      ******************************************************************
       01  WS-EXPIRY-CONTROL.
           05 WS-EXPIRY-DAYS       PIC 9(05) VALUE 7.
           05 WS-RECENT-DAYS       PIC 9(05) VALUE 2.
           05 WS-RUN-INTEGER       PIC S9(09) COMP VALUE ZEROS.
           05 WS-CUTOFF-INTEGER    PIC S9(09) COMP VALUE ZEROS.
           05 WS-CUTOFF-DATE       PIC 9(08) VALUE ZEROS.
           05 WS-HOLD-AGE          PIC S9(09) COMP VALUE ZEROS.
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
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-EXPIRED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-OPEN-COUNT        PIC 9(09) VALUE ZEROS.
           05 WS-OPEN-RECENT-COUNT PIC 9(09) VALUE ZEROS.
           05 WS-OPEN-OLDER-COUNT  PIC 9(09) VALUE ZEROS.
           05 WS-CLOSED-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-ERROR-COUNT       PIC 9(09) VALUE ZEROS.
           05 WS-BALANCE-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-EXPIRED-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-OPEN-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'AUTHORIZATION HOLD EXPIRY     '.
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
       01  WS-REPT-EXP-TITLE       PIC X(80)
           VALUE 'HOLDS EXPIRED THIS RUN - NEVER MATCHED BY POSTING'.
       01  WS-REPT-EXP-HEADING.
           05 FILLER               PIC X(16) VALUE 'CARD NUMBER'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE 'ACCOUNT ID'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'APPROVED'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'AUTHCD'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE '       AMOUNT'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE '  AGE'.
           05 FILLER               PIC X(11) VALUE SPACES.
       01  WS-REPT-EXP-DETAIL.
           05 WS-EXP-CARD-NUM      PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXP-ACCT-ID       PIC 9(11) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXP-AUTH-DATE     PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXP-AUTH-CODE     PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXP-AMOUNT        PIC Z(8)9.99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXP-AGE           PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(11) VALUE SPACES.
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCAUTXPB'.
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
           PERFORM 2000-PROCESS-HOLD
              THRU 2000-PROCESS-HOLD-EXIT
              UNTIL WS-HOLD-EOF
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
           OPEN I-O    PENDING-AUTH-FILE
           OPEN INPUT  AUTH-PARM-FILE
           OPEN OUTPUT AGED-REPORT-FILE
           IF NOT WS-PAU-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCAUTXPB: UNABLE TO OPEN PENDAUTH - STATUS '
                       WS-PAU-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCAUTXPB: UNABLE TO OPEN AUTRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           PERFORM 1100-READ-EXPIRY-PARM
              THRU 1100-READ-EXPIRY-PARM-EXIT
           PERFORM 1200-SET-CUTOFF-DATE
              THRU 1200-SET-CUTOFF-DATE-EXIT
           PERFORM 8000-WRITE-REPORT-HEADINGS
              THRU 8000-WRITE-REPORT-HEADINGS-EXIT
           IF WS-HOLD-NOT-EOF
               PERFORM 2100-READ-NEXT-HOLD
                  THRU 2100-READ-NEXT-HOLD-EXIT
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ EXPIRY PARAMETER SECTION
      *    A missing or non-numeric parameter falls back to the
      *    seven-day default rather than stopping the run.
      *
      ******************************************************************
       1100-READ-EXPIRY-PARM.
           IF WS-PRM-OK
               READ AUTH-PARM-FILE
               IF WS-PRM-OK
              AND PARM-EXPIRY-DAYS NUMERIC
              AND PARM-EXPIRY-DAYS > ZEROS
                   MOVE PARM-EXPIRY-DAYS   TO WS-EXPIRY-DAYS
               ELSE
                   DISPLAY 'CCAUTXPB: AUTPARM UNUSABLE - '
                           'DEFAULTING TO 7 DAY EXPIRY'
               END-IF
           ELSE
               DISPLAY 'CCAUTXPB: AUTPARM NOT AVAILABLE - '
                       'DEFAULTING TO 7 DAY EXPIRY'
           END-IF
           DISPLAY 'CCAUTXPB: HOLD EXPIRY DAYS = '
                   WS-EXPIRY-DAYS
       1100-READ-EXPIRY-PARM-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET CUTOFF DATE SECTION
      *    Open holds approved before this date are expired; holds
      *    approved on or after it stay open.
      *
      ******************************************************************
       1200-SET-CUTOFF-DATE.
           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           COMPUTE WS-CUTOFF-INTEGER =
                   WS-RUN-INTEGER - WS-EXPIRY-DAYS
           COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
       1200-SET-CUTOFF-DATE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS ONE HOLD SECTION
      *    Released and already-expired holds are history and are
      *    only counted. An open hold is aged from its approval
      *    date; one with an unusable approval date cannot be aged
      *    and is left open and counted as an error.
      *
      ******************************************************************
       2000-PROCESS-HOLD.
           IF NOT PAUTH-STAT-OPEN
               ADD 1                       TO WS-CLOSED-COUNT
           ELSE
               IF PAUTH-AUTH-DATE NUMERIC
              AND PAUTH-AUTH-DATE > ZEROS
                   COMPUTE WS-HOLD-AGE = WS-RUN-INTEGER -
                           FUNCTION INTEGER-OF-DATE(PAUTH-AUTH-DATE)
                   IF PAUTH-AUTH-DATE < WS-CUTOFF-DATE
                       PERFORM 2200-EXPIRE-HOLD
                          THRU 2200-EXPIRE-HOLD-EXIT
                   ELSE
                       PERFORM 2300-AGE-OPEN-HOLD
                          THRU 2300-AGE-OPEN-HOLD-EXIT
                   END-IF
               ELSE
                   DISPLAY 'CCAUTXPB: BAD APPROVAL DATE ON HOLD - '
                           'CARD ' PAUTH-CARD-NUM
                   ADD 1                   TO WS-ERROR-COUNT
                   ADD 1                   TO WS-OPEN-COUNT
                   ADD PAUTH-AMOUNT        TO WS-OPEN-AMOUNT
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-HOLD
              THRU 2100-READ-NEXT-HOLD-EXIT
       2000-PROCESS-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ NEXT HOLD SECTION
      *
      ******************************************************************
       2100-READ-NEXT-HOLD.
           READ PENDING-AUTH-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-PAU-OK
                   ADD 1                   TO WS-READ-COUNT
               WHEN WS-PAU-EOF
                   SET WS-HOLD-EOF         TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCAUTXPB: PENDAUTH READ ERROR - STATUS '
                           WS-PAU-STATUS
                   SET WS-HOLD-EOF         TO TRUE
           END-EVALUATE
       2100-READ-NEXT-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    EXPIRE ONE HOLD SECTION
      *    The hold is marked expired as of the run date and listed
      *    on the report. A failed rewrite leaves it open for the
      *    next run.
      *
      ******************************************************************
       2200-EXPIRE-HOLD.
           SET PAUTH-STAT-EXPIRED          TO TRUE
           MOVE WS-RUN-DATE-N              TO PAUTH-STATUS-DATE
           REWRITE PEND-AUTH-RECORD
           IF WS-PAU-OK
               ADD 1                       TO WS-EXPIRED-COUNT
               ADD PAUTH-AMOUNT            TO WS-EXPIRED-AMOUNT
               MOVE PAUTH-CARD-NUM         TO WS-EXP-CARD-NUM
               MOVE PAUTH-ACCT-ID          TO WS-EXP-ACCT-ID
               MOVE PAUTH-AUTH-DATE        TO WS-EXP-AUTH-DATE
               MOVE PAUTH-AUTH-CODE        TO WS-EXP-AUTH-CODE
               MOVE PAUTH-AMOUNT           TO WS-EXP-AMOUNT
               MOVE WS-HOLD-AGE            TO WS-EXP-AGE
               WRITE REPT-RECORD           FROM WS-REPT-EXP-DETAIL
               PERFORM 3100-CHECK-REPORT-STATUS
                  THRU 3100-CHECK-REPORT-STATUS-EXIT
           ELSE
               DISPLAY 'CCAUTXPB: PENDAUTH REWRITE ERROR - STATUS '
                       WS-PAU-STATUS ' CARD ' PAUTH-CARD-NUM
               ADD 1                       TO WS-ERROR-COUNT
               ADD 1                       TO WS-OPEN-COUNT
               ADD PAUTH-AMOUNT            TO WS-OPEN-AMOUNT
           END-IF
       2200-EXPIRE-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    AGE OPEN HOLD SECTION
      *
      ******************************************************************
       2300-AGE-OPEN-HOLD.
           ADD 1                           TO WS-OPEN-COUNT
           ADD PAUTH-AMOUNT                TO WS-OPEN-AMOUNT
           IF WS-HOLD-AGE > WS-RECENT-DAYS
               ADD 1                       TO WS-OPEN-OLDER-COUNT
           ELSE
               ADD 1                       TO WS-OPEN-RECENT-COUNT
           END-IF
       2300-AGE-OPEN-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE REPORT HEADINGS SECTION
      *    The title and the expired-hold heading go out first so
      *    each hold can be listed as it is expired; the totals
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
           WRITE REPT-RECORD               FROM WS-REPT-EXP-TITLE
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-EXP-HEADING
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

           MOVE 'HOLD EXPIRY DAYS'         TO WS-REPT-LABEL
           MOVE WS-EXPIRY-DAYS             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'EXPIRY CUTOFF DATE (YYYYMMDD)'
                                           TO WS-REPT-LABEL
           MOVE WS-CUTOFF-DATE             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'HOLDS READ'               TO WS-REPT-LABEL
           MOVE WS-READ-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'HOLDS EXPIRED THIS RUN'   TO WS-REPT-LABEL
           MOVE WS-EXPIRED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'HOLDS STILL OPEN'         TO WS-REPT-LABEL
           MOVE WS-OPEN-COUNT              TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  OPEN 0-2 DAYS'          TO WS-REPT-LABEL
           MOVE WS-OPEN-RECENT-COUNT       TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE '  OPEN 3 DAYS OR MORE'    TO WS-REPT-LABEL
           MOVE WS-OPEN-OLDER-COUNT        TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'HOLDS ALREADY RELEASED OR EXPIRED'
                                           TO WS-REPT-LABEL
           MOVE WS-CLOSED-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'ERRORS (LEFT OPEN)'       TO WS-REPT-LABEL
           MOVE WS-ERROR-COUNT             TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AMOUNT EXPIRED THIS RUN'  TO WS-REPT-AMT-LABEL
           MOVE WS-EXPIRED-AMOUNT          TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'AMOUNT STILL HELD'        TO WS-REPT-AMT-LABEL
           MOVE WS-OPEN-AMOUNT             TO WS-REPT-AMT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-AMT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE SPACES                     TO WS-REPT-DETAIL
           COMPUTE WS-BALANCE-COUNT =
                   WS-EXPIRED-COUNT + WS-OPEN-COUNT + WS-CLOSED-COUNT
           IF WS-BALANCE-COUNT = WS-READ-COUNT
               MOVE 'EXPIRED + OPEN + CLOSED = READ - BALANCED'
                                           TO WS-REPT-LABEL
           ELSE
               MOVE 'EXPIRED + OPEN + CLOSED <> READ - INVESTIGATE'
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
               DISPLAY 'CCAUTXPB: AUTRPT WRITE ERROR - STATUS '
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
                   DISPLAY 'CCAUTXPB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCAUTXPB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCAUTXPB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCAUTXPB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCAUTXPB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCAUTXPB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCAUTXPB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCAUTXPB: PREREQUISITE '
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
                       DISPLAY 'CCAUTXPB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCAUTXPB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCAUTXPB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCAUTXPB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCAUTXPB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCAUTXPB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCAUTXPB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Holds read, holds expired, errors and the amount
      *    released.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-READ-COUNT              TO WS-RCT-READ-COUNT
           MOVE WS-EXPIRED-COUNT           TO WS-RCT-PROC-COUNT
           MOVE WS-ERROR-COUNT             TO WS-RCT-EXCP-COUNT
           MOVE WS-EXPIRED-AMOUNT          TO WS-RCT-AMOUNT
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE PENDING-AUTH-FILE
                 AUTH-PARM-FILE
                 AGED-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
