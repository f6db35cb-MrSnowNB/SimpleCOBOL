      ******************************************************************
      * Copybook:    CVRUN01Y.CPY
      * Layer:       Data                                               *
      * Function:    Batch run-control record layout (file RUNCTL)     *
      ******************************************************************
      *    One record per batch program per business period, keyed by  *
      *    program name and period. A daily batch's period is its      *
      *    business date (YYYYMMDD); a cycle-end batch's period is the *
      *    cycle month with a zero day (YYYYMM00), so a second run     *
      *    anywhere in the same month is the same cycle. The business  *
      *    date is the one in the batch's RUNPARM (columns 10-17), or  *
      *    the current date when none is given, so a chain that runs   *
      *    past midnight stays on one date. The start and end dates    *
      *    and times are clock stamps of when the run actually ran.    *
      *    Each batch checks the file before it opens anything else:   *
      *    it will not start while a batch it depends on has not       *
      *    completed for the same date or cycle, nor once it has       *
      *    completed that date or cycle itself, unless its run         *
      *    parameter file (RUNPARM) carries OVERRIDE.                  *
      *        S  started - not finished (still running, or abended)   *
      *        C  completed                                            *
      *        F  failed - ran to the end but could not do its work    *
      *        B  blocked - refused, a prerequisite was not complete   *
      *    The control totals are the batch's own report figures:      *
      *    records read, records processed, exceptions and the main    *
      *    amount total, as each batch's run-control section lists.    *
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-KEY.
               10  RUN-PGM-NAME            PIC X(08).
               10  RUN-PERIOD              PIC 9(08).
           05  RUN-PERIOD-TYPE             PIC X(01).
               88  RUN-DAILY                   VALUE 'D'.
               88  RUN-CYCLE                   VALUE 'C'.
           05  RUN-STATUS                  PIC X(01).
               88  RUN-STARTED                 VALUE 'S'.
               88  RUN-COMPLETED               VALUE 'C'.
               88  RUN-FAILED                  VALUE 'F'.
               88  RUN-BLOCKED                 VALUE 'B'.
           05  RUN-START-DATE              PIC 9(08).
           05  RUN-START-TIME              PIC 9(06).
           05  RUN-END-DATE                PIC 9(08).
           05  RUN-END-TIME                PIC 9(06).
           05  RUN-ATTEMPT-COUNT           PIC 9(03).
           05  RUN-REFUSED-COUNT           PIC 9(03).
           05  RUN-OVERRIDE-FLAG           PIC X(01).
               88  RUN-OVERRIDDEN              VALUE 'Y'.
               88  RUN-NOT-OVERRIDDEN          VALUE 'N'.
           05  RUN-BLOCKED-BY              PIC X(08).
           05  RUN-READ-COUNT              PIC 9(09).
           05  RUN-PROCESSED-COUNT         PIC 9(09).
           05  RUN-EXCEPTION-COUNT         PIC 9(09).
           05  RUN-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3.
           05  FILLER                      PIC X(24).
