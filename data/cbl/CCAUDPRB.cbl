      *    archived plus retained against the starting count so the
      *    run can be certified complete.
      *
      *    Run control: each run is recorded on the shared
      *    run-control file (RUNCTL) as a daily run, keyed by
      *    business date, with its start and end status and control
      *    totals. It will not start until CCRDRECB has completed for
      *    the same business date, nor a second time once it has
      *    completed that business date, unless the run parameter
      *    file (RUNPARM) carries OVERRIDE.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCAUDPRB.
           SELECT PURGE-REPORT-FILE   ASSIGN TO AUDRPT
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
           05 WS-REPT-LABEL        PIC X(40) VALUE SPACES.
           05 WS-REPT-VALUE        PIC Z(14)9 VALUE ZEROS.
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
           05 WS-RCT-PGM-NAME      PIC X(08) VALUE 'CCAUDPRB'.
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
           05 FILLER               PIC X(09) VALUE 'CCRDRECBD'.
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
           PERFORM 2000-PROCESS-AUDIT-RECORD
              THRU 3000-WRITE-CONTROL-REPORT-EXIT
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
           OPEN I-O    CARD-AUDIT-FILE
           OPEN OUTPUT AUDIT-ARCHIVE-FILE
           OPEN INPUT  AUDIT-PARM-FILE
           OPEN OUTPUT PURGE-REPORT-FILE
           IF NOT WS-AUD-OK
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCAUDPRB: UNABLE TO OPEN CARDAUD - STATUS '
                       WS-AUD-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-ARC-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCAUDPRB: UNABLE TO OPEN ARCHAUD - STATUS '
                       WS-ARC-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               SET WS-RCT-RUN-FAILED       TO TRUE
               DISPLAY 'CCAUDPRB: UNABLE TO OPEN AUDRPT - STATUS '
                       WS-RPT-STATUS
               MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN WS-AUD-EOF
                   SET WS-AUDIT-EOF        TO TRUE
               WHEN OTHER
                   SET WS-RCT-RUN-FAILED   TO TRUE
                   DISPLAY 'CCAUDPRB: CARDAUD READ ERROR - STATUS '
                           WS-AUD-STATUS
                   SET WS-AUDIT-EOF        TO TRUE
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
                   DISPLAY 'CCAUDPRB: UNABLE TO OPEN RUNCTL - STATUS '
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
                   DISPLAY 'CCAUDPRB: RUN NOT STARTED - CORRECT THE '
                           'RUNPARM BUSINESS DATE AND RESUBMIT'
               ELSE
                   DISPLAY 'CCAUDPRB: RUN NOT STARTED FOR '
                           WS-RCT-OWN-PERIOD
                           ' - RESUBMIT WITH RUNPARM OVERRIDE TO FORCE'
               END-IF
           ELSE
               IF WS-RCT-UNRECORDED
                   DISPLAY 'CCAUDPRB: OVERRIDE GIVEN - RUNNING WITHOUT '
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
                   DISPLAY 'CCAUDPRB: RUN CONTROL OVERRIDE REQUESTED'
               END-IF
               IF WS-RPM-OK
              AND RPRM-BUSINESS-DATE NOT = SPACES
                   PERFORM 9515-EDIT-BUSINESS-DATE
                      THRU 9515-EDIT-BUSINESS-DATE-EXIT
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'CCAUDPRB: BUSINESS DATE = ' WS-RCT-BUS-DATE
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
               DISPLAY 'CCAUDPRB: RUNPARM BUSINESS DATE '
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
               DISPLAY 'CCAUDPRB: PREREQUISITE '
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
                       DISPLAY 'CCAUDPRB: ALREADY COMPLETED FOR '
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
                   DISPLAY 'CCAUDPRB: RUNCTL READ ERROR - STATUS '
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
               DISPLAY 'CCAUDPRB: RUNCTL WRITE ERROR - STATUS '
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
                   DISPLAY 'CCAUDPRB: UNABLE TO OPEN RUNCTL - STATUS '
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
                       DISPLAY 'CCAUDPRB: RUNCTL UPDATE ERROR - STATUS '
                               WS-RCT-STATUS
                               ' - END OF RUN NOT RECORDED'
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-RCT-RUN-FAILED
                   DISPLAY 'CCAUDPRB: RUN FAILED FOR '
                           WS-RCT-OWN-PERIOD
               ELSE
                   DISPLAY 'CCAUDPRB: RUN COMPLETED FOR '
                           WS-RCT-OWN-PERIOD
               END-IF
           END-IF
       9600-END-RUN-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET RUN TOTALS SECTION
      *    Audit records at the start, records archived
      *    and errors.
      *
      ******************************************************************
       9610-SET-RUN-TOTALS.
           MOVE WS-START-COUNT             TO WS-RCT-READ-COUNT
           MOVE WS-ARCHIVE-COUNT           TO WS-RCT-PROC-COUNT
           MOVE WS-ERROR-COUNT             TO WS-RCT-EXCP-COUNT
           MOVE ZEROS                      TO WS-RCT-AMOUNT
       9610-SET-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TERMINATE SECTION
      *
      ******************************************************************
