      *****************************************************************
      * Program:     CCBSTRPB.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Morning Batch Run Status Report                  *
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
      *    Morning batch run status report.
      *
      *    Reads the shared run-control file (RUNCTL) every batch
      *    records its runs on and reports, for each batch in the
      *    schedule below, how it stands for the business date: the
      *    daily batches for the date itself, the cycle-end batches
      *    for the cycle month the date falls in. A batch that ran
      *    shows its start and end times and the control totals it
      *    recorded; one that failed, or started and never ended,
      *    is flagged for the shift to follow up; one refused for a
      *    missing prerequisite shows what it was waiting on; one
      *    that has not run is listed as outstanding, with the
      *    prerequisite holding it back when there is one. Summary
      *    counts of what ran, what failed and what is outstanding
      *    close the report.
      *
      *    The business date comes from the parameter file (BSTPARM)
      *    so the report can be taken for a chain that ran across
      *    midnight, and falls back to the current date when the
      *    parameter is missing or unusable. The report only reads
      *    RUNCTL and may be run at any time, as often as needed; it
      *    does not record runs of its own.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCBSTRPB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RCT-STATUS.

           SELECT STATUS-PARM-FILE    ASSIGN TO BSTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT STATUS-REPORT-FILE  ASSIGN TO BSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CVRUN01Y.
      ******************************************************************
       FD  STATUS-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE         PIC 9(08).
           05  FILLER                     PIC X(72).
      ******************************************************************
       FD  STATUS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPT-RECORD                     PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    FILE STATUS / CONTROL FLAGS
      ******************************************************************
       01  WS-FILE-STATUS-AREA.
           05 WS-RCT-STATUS       PIC X(02) VALUE SPACES.
              88 WS-RCT-OK            VALUE '00'.
              88 WS-RCT-NOTFND        VALUE '23'.
           05 WS-PRM-STATUS       PIC X(02) VALUE SPACES.
              88 WS-PRM-OK            VALUE '00'.
           05 WS-RPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RCT-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88 WS-RCT-FILE-OPEN         VALUE 'Y'.
           88 WS-RCT-FILE-CLOSED       VALUE 'N'.
      ******************************************************************
      *    BUSINESS DATE AND CYCLE
      ******************************************************************
           COPY CSDAT01Y.
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(04).
           05 WS-RUN-MONTH         PIC 9(02).
           05 WS-RUN-DAY           PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(08).
       01  WS-CYCLE-PERIOD.
           05 WS-CYCLE-YEAR        PIC 9(04).
           05 WS-CYCLE-MONTH       PIC 9(02).
           05 WS-CYCLE-DAY         PIC 9(02) VALUE ZEROS.
       01  WS-CYCLE-PERIOD-N REDEFINES WS-CYCLE-PERIOD
                                   PIC 9(08).
      ******************************************************************
      *    BATCH SCHEDULE
      *    Every batch that records its runs on RUNCTL, in the order
      *    the chains run them: program, period type (D daily, C
      *    cycle-end), the one or two batches that must complete
      *    first, and a short description for the report. The daily
      *    entries come first so a cycle-end batch's prerequisite
      *    has already been looked up when it is reported.
      ******************************************************************
       01  WS-SCHEDULE-LIST.
           05 FILLER               PIC X(25)
               VALUE 'CCTRNPSBD                '.
           05 FILLER               PIC X(24)
               VALUE 'DAILY TRANSACTION POST  '.
           05 FILLER               PIC X(25)
               VALUE 'CCAUTXPBDCCTRNPSB        '.
           05 FILLER               PIC X(24)
               VALUE 'AUTH HOLD EXPIRY        '.
           05 FILLER               PIC X(25)
               VALUE 'CCDLQAGBDCCTRNPSB        '.
           05 FILLER               PIC X(24)
               VALUE 'DELINQUENCY AGING       '.
           05 FILLER               PIC X(25)
               VALUE 'CCCLBALBDCCTRNPSB        '.
           05 FILLER               PIC X(24)
               VALUE 'CLOSED ACCOUNT BALANCES '.
           05 FILLER               PIC X(25)
               VALUE 'CCREJLDBDCCTRNPSB        '.
           05 FILLER               PIC X(24)
               VALUE 'REJECT QUEUE LOAD       '.
           05 FILLER               PIC X(25)
               VALUE 'CCREJXTBDCCREJLDB        '.
           05 FILLER               PIC X(24)
               VALUE 'REJECT RESUBMIT EXTRACT '.
           05 FILLER               PIC X(25)
               VALUE 'CCGLJRNBDCCTRNPSBCCREJLDB'.
           05 FILLER               PIC X(24)
               VALUE 'GENERAL LEDGER JOURNAL  '.
           05 FILLER               PIC X(25)
               VALUE 'CCDSPCRBD                '.
           05 FILLER               PIC X(24)
               VALUE 'DISPUTE CREDIT/REVERSAL '.
           05 FILLER               PIC X(25)
               VALUE 'CCRDRECBD                '.
           05 FILLER               PIC X(24)
               VALUE 'CARD AUDIT RECONCILE    '.
           05 FILLER               PIC X(25)
               VALUE 'CCAUDPRBDCCRDRECB        '.
           05 FILLER               PIC X(24)
               VALUE 'AUDIT TRAIL PURGE       '.
           05 FILLER               PIC X(25)
               VALUE 'CCRDXRFBD                '.
           05 FILLER               PIC X(24)
               VALUE 'CARD/XREF RECONCILE     '.
           05 FILLER               PIC X(25)
               VALUE 'CCSECRPBD                '.
           05 FILLER               PIC X(24)
               VALUE 'SIGN-ON SECURITY REPORT '.
           05 FILLER               PIC X(25)
               VALUE 'CCHOTCDBD                '.
           05 FILLER               PIC X(24)
               VALUE 'HOT CARD FILE LOAD      '.
           05 FILLER               PIC X(25)
               VALUE 'CCEMBCFBD                '.
           05 FILLER               PIC X(24)
               VALUE 'EMBOSSER CONFIRMATION   '.
           05 FILLER               PIC X(25)
               VALUE 'CCLIMAPBD                '.
           05 FILLER               PIC X(24)
               VALUE 'CREDIT LINE DECREASE    '.
           05 FILLER               PIC X(25)
               VALUE 'CCINTFEBCCCTRNPSB        '.
           05 FILLER               PIC X(24)
               VALUE 'INTEREST AND FEES       '.
           05 FILLER               PIC X(25)
               VALUE 'CCSTMCLBCCCINTFEB        '.
           05 FILLER               PIC X(24)
               VALUE 'STATEMENT CYCLE CLOSE   '.
           05 FILLER               PIC X(25)
               VALUE 'CCRDRENBC                '.
           05 FILLER               PIC X(24)
               VALUE 'CARD RENEWAL            '.
           05 FILLER               PIC X(25)
               VALUE 'CCLIMRVBCCCSTMCLB        '.
           05 FILLER               PIC X(24)
               VALUE 'CREDIT LINE REVIEW      '.
           05 FILLER               PIC X(25)
               VALUE 'CCBURXTBCCCSTMCLB        '.
           05 FILLER               PIC X(24)
               VALUE 'CREDIT BUREAU EXTRACT   '.
       01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-LIST.
           05 WS-SCH-ENTRY OCCURS 20 TIMES.
              10 WS-SCH-PGM        PIC X(08).
              10 WS-SCH-TYPE       PIC X(01).
              10 WS-SCH-PREREQ     PIC X(08) OCCURS 2 TIMES.
              10 WS-SCH-DESC       PIC X(24).
       01  WS-SCHEDULE-RESULTS.
           05 WS-SCH-RESULT        PIC X(01) OCCURS 20 TIMES.
       01  WS-SCHEDULE-WORK.
           05 WS-SCH-COUNT         PIC S9(04) COMP VALUE +20.
           05 WS-SCH-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-PRE-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-LOOK-IDX          PIC S9(04) COMP VALUE ZEROS.
           05 WS-LOOK-FOUND        PIC S9(04) COMP VALUE ZEROS.
           05 WS-SECTION-TYPE      PIC X(01) VALUE SPACES.
           05 WS-WAITING-ON        PIC X(08) VALUE SPACES.
           05 WS-TIME-WORK         PIC 9(06) VALUE ZEROS.
           05 WS-TIME-WORK-X REDEFINES WS-TIME-WORK
                                   PIC X(06).
      ******************************************************************
      *    CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05 WS-SCHEDULED-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-COMPLETED-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-FAILED-COUNT      PIC 9(09) VALUE ZEROS.
           05 WS-UNENDED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-BLOCKED-COUNT     PIC 9(09) VALUE ZEROS.
           05 WS-OUTSTANDING-COUNT PIC 9(09) VALUE ZEROS.
           05 WS-CYCLE-DUE-COUNT   PIC 9(09) VALUE ZEROS.
           05 WS-OVERRIDE-COUNT    PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *    REPORT LINE LAYOUTS
      ******************************************************************
       01  WS-REPT-TITLE.
           05 FILLER               PIC X(30)
               VALUE 'BATCH RUN STATUS              '.
           05 FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
           05 WS-REPT-TITLE-DATE   PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(25) VALUE SPACES.
       01  WS-REPT-SECTION.
           05 WS-REPT-SECTION-TEXT PIC X(30) VALUE SPACES.
           05 WS-REPT-SECTION-PER  PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE SPACES.
       01  WS-REPT-RUN-HEADING.
           05 FILLER               PIC X(08) VALUE 'PROGRAM'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(24) VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(22) VALUE 'STATUS'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'STARTED'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'ENDED'.
           05 FILLER               PIC X(02) VALUE SPACES.
       01  WS-REPT-RUN-DETAIL.
           05 WS-RUN-PGM           PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RUN-DESC          PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RUN-STATE         PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RUN-STARTED       PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RUN-ENDED         PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
       01  WS-REPT-TOTALS-DETAIL.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'READ '.
           05 WS-TOT-READ          PIC Z(08)9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'PROC '.
           05 WS-TOT-PROC          PIC Z(08)9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'EXCP '.
           05 WS-TOT-EXCP          PIC Z(08)9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'AMOUNT '.
           05 WS-TOT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZEROS.
       01  WS-REPT-ATTEMPT-DETAIL.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'ATTEMPTS '.
           05 WS-ATT-COUNT         PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'REFUSED '.
           05 WS-ATT-REFUSED       PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ATT-NOTE          PIC X(45) VALUE SPACES.
       01  WS-REPT-DETAIL.
           05 WS-REPT-LABEL        PIC X(40) VALUE SPACES.
           05 WS-REPT-VALUE        PIC Z(14)9 VALUE ZEROS.
           05 FILLER               PIC X(25) VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           IF WS-RCT-FILE-OPEN
               MOVE 'D'                    TO WS-SECTION-TYPE
               PERFORM 2000-REPORT-SECTION
                  THRU 2000-REPORT-SECTION-EXIT
               MOVE 'C'                    TO WS-SECTION-TYPE
               PERFORM 2000-REPORT-SECTION
                  THRU 2000-REPORT-SECTION-EXIT
               PERFORM 3000-WRITE-CONTROL-TOTALS
                  THRU 3000-WRITE-CONTROL-TOTALS-EXIT
           END-IF
           PERFORM 9999-TERMINATE
              THRU 9999-TERMINATE-EXIT
           STOP RUN.
      ******************************************************************
      *
      *    INITIALIZE SECTION
      *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR            TO WS-RUN-YEAR
           MOVE WS-CURDATE-MONTH           TO WS-RUN-MONTH
           MOVE WS-CURDATE-DAY             TO WS-RUN-DAY
           OPEN INPUT  STATUS-PARM-FILE
           PERFORM 1100-READ-DATE-PARM
              THRU 1100-READ-DATE-PARM-EXIT
           MOVE WS-RUN-YEAR                TO WS-CYCLE-YEAR
           MOVE WS-RUN-MONTH               TO WS-CYCLE-MONTH
           OPEN INPUT  RUN-CONTROL-FILE
           OPEN OUTPUT STATUS-REPORT-FILE
           IF WS-RCT-OK
               SET WS-RCT-FILE-OPEN        TO TRUE
           ELSE
               DISPLAY 'CCBSTRPB: UNABLE TO OPEN RUNCTL - STATUS '
                       WS-RCT-STATUS
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CCBSTRPB: UNABLE TO OPEN BSTRPT - STATUS '
                       WS-RPT-STATUS
           END-IF
           PERFORM 8000-WRITE-REPORT-HEADINGS
              THRU 8000-WRITE-REPORT-HEADINGS-EXIT
           IF WS-RCT-FILE-CLOSED
               MOVE SPACES                 TO WS-REPT-SECTION
               MOVE 'RUN-CONTROL FILE UNAVAILABLE'
                                           TO WS-REPT-SECTION-TEXT
               WRITE REPT-RECORD           FROM WS-REPT-SECTION
               PERFORM 3100-CHECK-REPORT-STATUS
                  THRU 3100-CHECK-REPORT-STATUS-EXIT
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    READ BUSINESS DATE PARAMETER SECTION
      *    A usable date in BSTPARM replaces the current date; the
      *    cycle month is taken from whichever date is used.
      *
      ******************************************************************
       1100-READ-DATE-PARM.
           IF WS-PRM-OK
               READ STATUS-PARM-FILE
               IF WS-PRM-OK
              AND PARM-BUSINESS-DATE NUMERIC
              AND PARM-BUSINESS-DATE > ZEROS
                   MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-N
               ELSE
                   DISPLAY 'CCBSTRPB: BSTPARM UNUSABLE - '
                           'REPORTING FOR THE CURRENT DATE'
               END-IF
               CLOSE STATUS-PARM-FILE
           ELSE
               DISPLAY 'CCBSTRPB: BSTPARM NOT AVAILABLE - '
                       'REPORTING FOR THE CURRENT DATE'
           END-IF
           DISPLAY 'CCBSTRPB: BUSINESS DATE = ' WS-RUN-DATE-N
       1100-READ-DATE-PARM-EXIT.
           EXIT.
      ******************************************************************
      *
      *    REPORT ONE SECTION
      *    One section per period type: the daily batches for the
      *    business date, then the cycle-end batches for its cycle.
      *
      ******************************************************************
       2000-REPORT-SECTION.
           MOVE SPACES                     TO WS-REPT-SECTION
           WRITE REPT-RECORD               FROM WS-REPT-SECTION
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           IF WS-SECTION-TYPE = 'D'
               MOVE 'DAILY BATCHES - DATE'  TO WS-REPT-SECTION-TEXT
               MOVE WS-REPT-TITLE-DATE     TO WS-REPT-SECTION-PER
           ELSE
               MOVE 'CYCLE-END BATCHES - CYCLE'
                                           TO WS-REPT-SECTION-TEXT
               MOVE WS-CYCLE-YEAR          TO WS-REPT-SECTION-PER(1:4)
               MOVE '/'                    TO WS-REPT-SECTION-PER(5:1)
               MOVE WS-CYCLE-MONTH         TO WS-REPT-SECTION-PER(6:2)
           END-IF
           WRITE REPT-RECORD               FROM WS-REPT-SECTION
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           WRITE REPT-RECORD               FROM WS-REPT-RUN-HEADING
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           PERFORM 2100-REPORT-ONE-BATCH
              THRU 2100-REPORT-ONE-BATCH-EXIT
              VARYING WS-SCH-IDX FROM 1 BY 1
                UNTIL WS-SCH-IDX > WS-SCH-COUNT
       2000-REPORT-SECTION-EXIT.
           EXIT.
      ******************************************************************
      *
      *    REPORT ONE BATCH SECTION
      *    Looks the batch up on RUNCTL for its period and reports
      *    where it stands. The one-byte result kept in
      *    WS-SCH-RESULT - the run-control status, or N when the
      *    batch has not run - lets a later batch show which
      *    prerequisite is holding it back.
      *
      ******************************************************************
       2100-REPORT-ONE-BATCH.
           IF WS-SCH-TYPE(WS-SCH-IDX) = WS-SECTION-TYPE
               ADD 1                       TO WS-SCHEDULED-COUNT
               MOVE SPACES                 TO WS-REPT-RUN-DETAIL
               MOVE WS-SCH-PGM(WS-SCH-IDX) TO WS-RUN-PGM
               MOVE WS-SCH-DESC(WS-SCH-IDX)
                                           TO WS-RUN-DESC
               MOVE WS-SCH-PGM(WS-SCH-IDX) TO RUN-PGM-NAME
               IF WS-SECTION-TYPE = 'D'
                   MOVE WS-RUN-DATE-N      TO RUN-PERIOD
               ELSE
                   MOVE WS-CYCLE-PERIOD-N  TO RUN-PERIOD
               END-IF
               READ RUN-CONTROL-FILE
               EVALUATE TRUE
                   WHEN WS-RCT-OK
                       MOVE RUN-STATUS     TO WS-SCH-RESULT(WS-SCH-IDX)
                       PERFORM 2200-REPORT-RECORDED-RUN
                          THRU 2200-REPORT-RECORDED-RUN-EXIT
                   WHEN WS-RCT-NOTFND
                       MOVE 'N'            TO WS-SCH-RESULT(WS-SCH-IDX)
                       PERFORM 2300-REPORT-NOT-RUN
                          THRU 2300-REPORT-NOT-RUN-EXIT
                   WHEN OTHER
                       DISPLAY 'CCBSTRPB: RUNCTL READ ERROR - STATUS '
                               WS-RCT-STATUS
                       MOVE 'N'            TO WS-SCH-RESULT(WS-SCH-IDX)
                       MOVE 'RUNCTL READ ERROR'
                                           TO WS-RUN-STATE
                       MOVE WS-RCT-STATUS  TO WS-RUN-STATE(19:2)
                       ADD 1               TO WS-OUTSTANDING-COUNT
                       WRITE REPT-RECORD   FROM WS-REPT-RUN-DETAIL
                       PERFORM 3100-CHECK-REPORT-STATUS
                          THRU 3100-CHECK-REPORT-STATUS-EXIT
               END-EVALUATE
           END-IF
       2100-REPORT-ONE-BATCH-EXIT.
           EXIT.
      ******************************************************************
      *
      *    REPORT RECORDED RUN SECTION
      *    A batch with a run-control record: completed, failed,
      *    started and never ended (still running or abended), or
      *    refused. A batch that ran shows its control totals; any
      *    batch that needed more than one attempt, was refused or
      *    was forced through with OVERRIDE shows that as well.
      *
      ******************************************************************
       2200-REPORT-RECORDED-RUN.
           EVALUATE TRUE
               WHEN RUN-COMPLETED
                   ADD 1                   TO WS-COMPLETED-COUNT
                   MOVE 'COMPLETED'        TO WS-RUN-STATE
               WHEN RUN-FAILED
                   ADD 1                   TO WS-FAILED-COUNT
                   MOVE 'FAILED'           TO WS-RUN-STATE
               WHEN RUN-STARTED
                   ADD 1                   TO WS-UNENDED-COUNT
                   MOVE 'STARTED - NOT ENDED'
                                           TO WS-RUN-STATE
               WHEN RUN-BLOCKED
                   ADD 1                   TO WS-BLOCKED-COUNT
                   MOVE 'BLOCKED BY'       TO WS-RUN-STATE
                   MOVE RUN-BLOCKED-BY     TO WS-RUN-STATE(12:8)
               WHEN OTHER
                   ADD 1                   TO WS-OUTSTANDING-COUNT
                   MOVE 'UNKNOWN STATUS'   TO WS-RUN-STATE
                   MOVE RUN-STATUS         TO WS-RUN-STATE(16:1)
           END-EVALUATE
           IF RUN-START-TIME NOT = ZEROS
               MOVE RUN-START-TIME         TO WS-TIME-WORK
               MOVE WS-TIME-WORK-X(1:2)    TO WS-RUN-STARTED(1:2)
               MOVE ':'                    TO WS-RUN-STARTED(3:1)
               MOVE WS-TIME-WORK-X(3:2)    TO WS-RUN-STARTED(4:2)
               MOVE ':'                    TO WS-RUN-STARTED(6:1)
               MOVE WS-TIME-WORK-X(5:2)    TO WS-RUN-STARTED(7:2)
           END-IF
           IF RUN-COMPLETED OR RUN-FAILED
               MOVE RUN-END-TIME           TO WS-TIME-WORK
               MOVE WS-TIME-WORK-X(1:2)    TO WS-RUN-ENDED(1:2)
               MOVE ':'                    TO WS-RUN-ENDED(3:1)
               MOVE WS-TIME-WORK-X(3:2)    TO WS-RUN-ENDED(4:2)
               MOVE ':'                    TO WS-RUN-ENDED(6:1)
               MOVE WS-TIME-WORK-X(5:2)    TO WS-RUN-ENDED(7:2)
           END-IF
           WRITE REPT-RECORD               FROM WS-REPT-RUN-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
           IF RUN-COMPLETED OR RUN-FAILED
               MOVE RUN-READ-COUNT         TO WS-TOT-READ
               MOVE RUN-PROCESSED-COUNT    TO WS-TOT-PROC
               MOVE RUN-EXCEPTION-COUNT    TO WS-TOT-EXCP
               MOVE RUN-AMOUNT-TOTAL       TO WS-TOT-AMOUNT
               WRITE REPT-RECORD           FROM WS-REPT-TOTALS-DETAIL
               PERFORM 3100-CHECK-REPORT-STATUS
                  THRU 3100-CHECK-REPORT-STATUS-EXIT
           END-IF
           IF RUN-ATTEMPT-COUNT > 1
           OR RUN-REFUSED-COUNT > ZEROS
           OR RUN-OVERRIDDEN
               MOVE RUN-ATTEMPT-COUNT      TO WS-ATT-COUNT
               MOVE RUN-REFUSED-COUNT      TO WS-ATT-REFUSED
               IF RUN-OVERRIDDEN
                   ADD 1                   TO WS-OVERRIDE-COUNT
                   MOVE 'LAST RUN FORCED WITH OVERRIDE'
                                           TO WS-ATT-NOTE
               ELSE
                   MOVE SPACES             TO WS-ATT-NOTE
               END-IF
               WRITE REPT-RECORD           FROM WS-REPT-ATTEMPT-DETAIL
               PERFORM 3100-CHECK-REPORT-STATUS
                  THRU 3100-CHECK-REPORT-STATUS-EXIT
           END-IF
       2200-REPORT-RECORDED-RUN-EXIT.
           EXIT.
      ******************************************************************
      *
      *    REPORT NOT RUN SECTION
      *    A batch with no record for the period. A daily batch is
      *    outstanding; a cycle-end batch is only due at cycle end,
      *    so it is listed as not yet run for the cycle. Either way
      *    the first prerequisite that has not completed is shown.
      *
      ******************************************************************
       2300-REPORT-NOT-RUN.
           MOVE SPACES                     TO WS-WAITING-ON
           PERFORM 2310-CHECK-PREREQUISITE
              THRU 2310-CHECK-PREREQUISITE-EXIT
              VARYING WS-PRE-IDX FROM 1 BY 1
                UNTIL WS-PRE-IDX > 2
           IF WS-SECTION-TYPE = 'D'
               ADD 1                       TO WS-OUTSTANDING-COUNT
               MOVE 'NOT RUN - OUTSTANDING'
                                           TO WS-RUN-STATE
           ELSE
               ADD 1                       TO WS-CYCLE-DUE-COUNT
               MOVE 'NOT RUN THIS CYCLE'   TO WS-RUN-STATE
           END-IF
           IF WS-WAITING-ON NOT = SPACES
               MOVE 'WAITING ON'           TO WS-RUN-STATE
               MOVE WS-WAITING-ON          TO WS-RUN-STATE(12:8)
           END-IF
           WRITE REPT-RECORD               FROM WS-REPT-RUN-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       2300-REPORT-NOT-RUN-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK PREREQUISITE SECTION
      *    Finds the prerequisite in the schedule; every prerequisite
      *    is listed ahead of the batches that depend on it, so its
      *    result is already known.
      *
      ******************************************************************
       2310-CHECK-PREREQUISITE.
           IF WS-WAITING-ON = SPACES
          AND WS-SCH-PREREQ(WS-SCH-IDX, WS-PRE-IDX) NOT = SPACES
               MOVE ZEROS                  TO WS-LOOK-FOUND
               PERFORM 2320-FIND-SCHEDULE-ENTRY
                  THRU 2320-FIND-SCHEDULE-ENTRY-EXIT
                  VARYING WS-LOOK-IDX FROM 1 BY 1
                    UNTIL WS-LOOK-IDX > WS-SCH-COUNT
                       OR WS-LOOK-FOUND > ZEROS
               IF WS-LOOK-FOUND > ZEROS
                   IF WS-SCH-RESULT(WS-LOOK-FOUND) NOT = 'C'
                       MOVE WS-SCH-PREREQ(WS-SCH-IDX, WS-PRE-IDX)
                                           TO WS-WAITING-ON
                   END-IF
               END-IF
           END-IF
       2310-CHECK-PREREQUISITE-EXIT.
           EXIT.
      ******************************************************************
       2320-FIND-SCHEDULE-ENTRY.
           IF WS-SCH-PGM(WS-LOOK-IDX) =
              WS-SCH-PREREQ(WS-SCH-IDX, WS-PRE-IDX)
               MOVE WS-LOOK-IDX            TO WS-LOOK-FOUND
           END-IF
       2320-FIND-SCHEDULE-ENTRY-EXIT.
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
       8000-WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    WRITE CONTROL TOTALS SECTION
      *
      ******************************************************************
       3000-WRITE-CONTROL-TOTALS.
           MOVE SPACES                     TO WS-REPT-DETAIL
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'BATCHES SCHEDULED'        TO WS-REPT-LABEL
           MOVE WS-SCHEDULED-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'RAN TO COMPLETION'        TO WS-REPT-LABEL
           MOVE WS-COMPLETED-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'FAILED'                   TO WS-REPT-LABEL
           MOVE WS-FAILED-COUNT            TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'STARTED - NOT ENDED'      TO WS-REPT-LABEL
           MOVE WS-UNENDED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'BLOCKED BY A PREREQUISITE'
                                           TO WS-REPT-LABEL
           MOVE WS-BLOCKED-COUNT           TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'DAILY BATCHES OUTSTANDING' TO WS-REPT-LABEL
           MOVE WS-OUTSTANDING-COUNT       TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'CYCLE-END BATCHES NOT YET RUN'
                                           TO WS-REPT-LABEL
           MOVE WS-CYCLE-DUE-COUNT         TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT

           MOVE 'RUNS FORCED WITH OVERRIDE' TO WS-REPT-LABEL
           MOVE WS-OVERRIDE-COUNT          TO WS-REPT-VALUE
           WRITE REPT-RECORD               FROM WS-REPT-DETAIL
           PERFORM 3100-CHECK-REPORT-STATUS
              THRU 3100-CHECK-REPORT-STATUS-EXIT
       3000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK REPORT STATUS SECTION
      *
      ******************************************************************
       3100-CHECK-REPORT-STATUS.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CCBSTRPB: BSTRPT WRITE ERROR - STATUS '
                       WS-RPT-STATUS
           END-IF
       3100-CHECK-REPORT-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
       9999-TERMINATE.
           IF WS-RCT-FILE-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF
           CLOSE STATUS-REPORT-FILE
       9999-TERMINATE-EXIT.
           EXIT.
