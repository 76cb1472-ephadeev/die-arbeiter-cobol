      *    Month-End Chain Driver
      *    Runs the month-end batch chain in its required order -
      *    PRINT-PERIOD-CLOSE-REPORT, then EXPORT-GL-INTERFACE, then
      *    PRINT-RECONCILIATION-REPORT, then VACATION-ACCRUAL-RUN -
      *    against the RUN-CONTROL
      *    file. A step already completed for the entered period is
      *    skipped on a rerun; a step whose predecessor has not
      *    completed for the period is refused; every decision goes
      *    onto the MONTH-END-RUN-LOG.
      *
      *    Asked to, the driver first takes the period through
      *    payroll: PRINT-MASTER-DATA-EXCEPTIONS, then PAYROLL-RUN,
      *    then the close chain above. The exception report is a
      *    blocking step - when it finds master-data gaps it reports
      *    the step failed to BATCH-RUN-DATE, its RUN-CONTROL record
      *    is left at "I" and nothing after it runs, so payroll is
      *    never paid on incomplete data; the next run starts again
      *    with the check. Any step may report a failure the same
      *    way. RUN-CONTROL is closed while a step runs, since
      *    PAYROLL-RUN keeps its own mark on it.
      *
      *    The close report still asks for its period-end date on
      *    its own screen - enter the same date given to this
      *    driver. VACATION-ACCRUAL-RUN likewise asks for the pay
      *    period and company, and is refused for the period until
      *    the reconciliation report has completed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-DRIVER.
       77  CHAIN-BROKEN            PIC X VALUE "N".
       77  STEPS-RUN-COUNT         PIC 9 VALUE ZERO.
       77  STEPS-SKIPPED-COUNT     PIC 9 VALUE ZERO.
       77  RUN-PAYROLL-FIRST       PIC X.

       77  RUN-PERIOD              PIC X(10).
       77  DATUM-TO-CHECK          PIC X(10).
       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

       01  LOG-LINE.
           05 LL-DATE             PIC X(10).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LL-PROGRAM          PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LL-ACTION           PIC X(50).

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           PERFORM ENTER-RUN-PERIOD.
           PERFORM ASK-RUN-PAYROLL-FIRST.

       OPEN-RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
                   IF DATUM-DIVIDE-REM = 0
                       MOVE "Y" TO IS-LEAP-YEAR.

       ASK-RUN-PAYROLL-FIRST.
           PERFORM ACCEPT-RUN-PAYROLL-FIRST.
           PERFORM RE-ACCEPT-RUN-PAYROLL-FIRST
               UNTIL RUN-PAYROLL-FIRST = "Y" OR "N".

       ACCEPT-RUN-PAYROLL-FIRST.
           DISPLAY "CHECK MASTER DATA AND RUN PAYROLL FIRST (Y/N)?".
           ACCEPT RUN-PAYROLL-FIRST.
           INSPECT RUN-PAYROLL-FIRST
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-RUN-PAYROLL-FIRST.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-RUN-PAYROLL-FIRST.

      ******************************************************************
      *    The chain itself - each step checks the one before it.
      ******************************************************************
       RUN-THE-CHAIN.
           MOVE ZERO TO STEP-NUMBER.
           MOVE SPACE TO PREVIOUS-PROGRAM-NAME.
           IF RUN-PAYROLL-FIRST = "Y"
               PERFORM RUN-THE-PAYROLL-STEPS.
           ADD 1 TO STEP-NUMBER.
           MOVE "PRINT-PERIOD-CLOSE-REPORT" TO STEP-PROGRAM-NAME.
           PERFORM RUN-ONE-STEP.
           ADD 1 TO STEP-NUMBER.
           MOVE "PRINT-PERIOD-CLOSE-REPORT" TO PREVIOUS-PROGRAM-NAME.
           MOVE "EXPORT-GL-INTERFACE" TO STEP-PROGRAM-NAME.
           PERFORM RUN-ONE-STEP.
           ADD 1 TO STEP-NUMBER.
           MOVE "EXPORT-GL-INTERFACE" TO PREVIOUS-PROGRAM-NAME.
           MOVE "PRINT-RECONCILIATION-REPORT" TO STEP-PROGRAM-NAME.
           PERFORM RUN-ONE-STEP.
           ADD 1 TO STEP-NUMBER.
           MOVE "PRINT-RECONCILIATION-REPORT"
               TO PREVIOUS-PROGRAM-NAME.
           MOVE "VACATION-ACCRUAL-RUN" TO STEP-PROGRAM-NAME.
           PERFORM RUN-ONE-STEP.

       RUN-THE-PAYROLL-STEPS.
           ADD 1 TO STEP-NUMBER.
           MOVE "PRINT-MASTER-DATA-EXCEPTIONS" TO STEP-PROGRAM-NAME.
           PERFORM RUN-ONE-STEP.
           ADD 1 TO STEP-NUMBER.
           MOVE "PRINT-MASTER-DATA-EXCEPTIONS"
               TO PREVIOUS-PROGRAM-NAME.
           MOVE "PAYROLL-RUN" TO STEP-PROGRAM-NAME.
           PERFORM RUN-ONE-STEP.
           MOVE "PAYROLL-RUN" TO PREVIOUS-PROGRAM-NAME.

       RUN-ONE-STEP.
           IF CHAIN-BROKEN = "Y"
               MOVE "N" TO CONTROL-RECORD-FOUND.

      ******************************************************************
      *    Mark in-progress, CALL the step, then ask BATCH-RUN-DATE
      *    whether the step reported a failure. A crash inside the
      *    step leaves the "I" record behind, as a failure does, so
      *    the next run shows what was interrupted.
      ******************************************************************
       EXECUTE-ONE-STEP.
           PERFORM MARK-STEP-IN-PROGRESS.
           PERFORM LOG-STEP-STARTED.
           DISPLAY "RUNNING STEP " STEP-NUMBER ": "
               STEP-PROGRAM-NAME.
           MOVE "C" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.
           CLOSE RUN-CONTROL-FILE.
           CALL STEP-PROGRAM-NAME.
           CANCEL STEP-PROGRAM-NAME.
           PERFORM OPEN-RUN-CONTROL-FILE.
           MOVE "G" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.
           IF RD-STEP-FAILED = "Y"
               MOVE "Y" TO CHAIN-BROKEN
               PERFORM LOG-STEP-FAILED
           ELSE
               PERFORM MARK-STEP-COMPLETE
               PERFORM LOG-STEP-COMPLETED
               ADD 1 TO STEPS-RUN-COUNT.

       MARK-STEP-IN-PROGRESS.
           PERFORM READ-CONTROL-FOR-STEP.
               WRITE RUN-CONTROL-RECORD.

       MARK-STEP-COMPLETE.
           PERFORM READ-CONTROL-FOR-STEP.
           MOVE STEP-PROGRAM-NAME TO RC-PROGRAM-NAME.
           MOVE TODAY-DATUM-TEXT TO RC-LAST-RUN-DATE.
           MOVE RUN-PERIOD TO RC-PERIOD.
           MOVE "C" TO RC-STATUS.
           REWRITE RUN-CONTROL-RECORD.

           MOVE "COMPLETED" TO LL-ACTION.
           PERFORM WRITE-LOG-LINE.

       LOG-STEP-FAILED.
           MOVE SPACE TO LL-ACTION.
           STRING
               "FAILED - "     DELIMITED BY SIZE
               RD-FAILURE-TEXT DELIMITED BY SIZE
               INTO LL-ACTION.
           DISPLAY "STEP " STEP-PROGRAM-NAME " FAILED - "
               RD-FAILURE-TEXT.
           DISPLAY "THE REST OF THE CHAIN IS HELD BACK".
           PERFORM WRITE-LOG-LINE.

       LOG-STEP-SKIPPED.
           MOVE "SKIPPED - ALREADY COMPLETE FOR PERIOD"
               TO LL-ACTION.
