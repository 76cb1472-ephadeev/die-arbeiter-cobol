      ******************************************************************
      *    Nightly Chain Driver
      *    Runs the date-driven daily jobs for every business day
      *    since its last successful run, oldest day first, so that
      *    nothing falls through after a long weekend or a holiday:
      *        1. ACTIVATE-PENDING-HIRES
      *        2. APPLY-SALARY-CHANGES
      *        3. STEP-APPRENTICE-SALARIES
      *        4. EXPIRE-ACTING-HEADS
      *        5. EXPIRE-WARNINGS
      *    A business day is a Monday to Friday not on the HOLIDAY-
      *    FILE. For each day the driver hands the date to BATCH-
      *    RUN-DATE and CALLs the steps in order; each job then
      *    works as if it had been run on that morning.
      *
      *    RUN-CONTROL carries the chain's own records, apart from
      *    the month-end steps:
      *    - one per step, RC-PERIOD the business day it last ran
      *      for - a step already complete for the day is skipped
      *      on a rerun, an "I" left behind shows a step that was
      *      interrupted or failed
      *    - NIGHTLY-DRIVER, RC-PERIOD the last business day the
      *      whole chain completed - the next run catches up from
      *      the day after it. With no record yet the chain starts
      *      with today.
      *    A step that reports it could not do its work (master
      *    files locked, payroll frozen) stops the chain: the
      *    remaining steps and days are not run, and the next run
      *    starts again at the day that failed.
      *
      *    Every decision goes onto the NIGHTLY-RUN-LOG, closed by
      *    a summary and a sign-off line for the morning operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-DRIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-run-control.cbl".
           COPY "select-holiday.cbl".
           SELECT RUN-LOG-FILE ASSIGN TO "NIGHTLY-RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-run-control.cbl".
           COPY "fd-holiday.cbl".

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       77  RUN-CONTROL-FILE-STATUS PIC XX.
       77  HOLIDAY-FILE-STATUS     PIC XX.
       77  RUN-LOG-FILE-STATUS     PIC XX.
       77  HOLIDAY-FILE-MISSING    PIC X VALUE "N".
       77  HOLIDAY-ON-FILE         PIC X.
       77  CONTROL-RECORD-FOUND    PIC X.
       77  STEP-SUB                PIC 9.
       77  STEP-COUNT              PIC 9 VALUE 5.
       77  STEP-PROGRAM-NAME       PIC X(30).
       77  CHAIN-BROKEN            PIC X VALUE "N".
       77  PREVIOUS-RUN-OPEN       PIC X VALUE "N".
       77  DAYS-RUN-COUNT          PIC 9(4) VALUE ZERO.
       77  DAYS-PASSED-COUNT       PIC 9(4) VALUE ZERO.
       77  STEPS-RUN-COUNT         PIC 9(5) VALUE ZERO.
       77  STEPS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
       77  DRIVER-CONTROL-NAME     PIC X(30) VALUE "NIGHTLY-DRIVER".
       77  FIRST-DAY-TEXT          PIC X(10).
       77  LAST-DONE-DAY-TEXT      PIC X(10).
       77  FAILED-DAY-TEXT         PIC X(10).
       77  FAILED-STEP-NAME        PIC X(30).
       77  FAILED-REASON-TEXT      PIC X(40).
       77  WALK-DONE               PIC X.
       77  TODAY-DATUM-PART        PIC 9(8).
       77  TODAY-DATUM-TEXT        PIC X(10).
       77  NOW-TIME-PART           PIC 9(8).

      ******************************************************************
      *    The day being walked, and Zeller's congruence for its day
      *    of the week (0 Saturday, 1 Sunday) - the same arithmetic
      *    MAINTENANCE-URLAUB counts working days with.
      ******************************************************************
       77  WD-YEAR                 PIC 9(4).
       77  WD-MONTH                PIC 99.
       77  WD-DAY                  PIC 99.
       77  WD-MAX-DAY              PIC 99.
       77  WD-DATE-TEXT            PIC X(10).
       77  ZC-Q                    PIC 99.
       77  ZC-M                    PIC 99.
       77  ZC-YEAR                 PIC 9(4).
       77  ZC-K                    PIC 99.
       77  ZC-J                    PIC 99.
       77  ZC-WORK                 PIC 9(6).
       77  ZC-QUOT                 PIC 9(6).
       77  ZC-TERM-M               PIC 9(3).
       77  ZC-TERM-K               PIC 99.
       77  ZC-TERM-J               PIC 99.
       77  ZC-REM                  PIC 99.
       77  ZC-H                    PIC 9.
       77  DATUM-YEAR              PIC 9(4).
       77  IS-LEAP-YEAR            PIC X.
       77  DATUM-DIVIDE-QUOT       PIC 9(4).
       77  DATUM-DIVIDE-REM        PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       01  NIGHTLY-STEP-TABLE.
           05 FILLER PIC X(30) VALUE "ACTIVATE-PENDING-HIRES".
           05 FILLER PIC X(30) VALUE "APPLY-SALARY-CHANGES".
           05 FILLER PIC X(30) VALUE "STEP-APPRENTICE-SALARIES".
           05 FILLER PIC X(30) VALUE "EXPIRE-ACTING-HEADS".
           05 FILLER PIC X(30) VALUE "EXPIRE-WARNINGS".
       01  FILLER REDEFINES NIGHTLY-STEP-TABLE.
           05 NIGHTLY-STEP-NAME OCCURS 5 TIMES PIC X(30).

       01  LOG-LINE.
           05 LL-DATE             PIC X(10).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LL-PROGRAM          PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LL-ACTION           PIC X(58).

       01  LOG-RULE-LINE          PIC X(100) VALUE ALL "-".

       01  LOG-HEADER-LINE.
           05 FILLER PIC X(22)    VALUE "NIGHTLY CHAIN STARTED ".
           05 LH-RUN-DATE         PIC X(10).
           05 FILLER PIC X(1)     VALUE SPACE.
           05 LH-RUN-TIME         PIC X(8).
           05 FILLER PIC X(21)    VALUE " - CATCHING UP FROM ".
           05 LH-FIRST-DAY        PIC X(10).
           05 FILLER PIC X(28)    VALUE SPACE.

       01  LOG-SUMMARY-LINE.
           05 FILLER PIC X(24)    VALUE "BUSINESS DAYS RUN:      ".
           05 LS-DAYS-RUN         PIC ZZZ9.
           05 FILLER PIC X(20)    VALUE "   STEPS RUN:       ".
           05 LS-STEPS-RUN        PIC ZZZZ9.
           05 FILLER PIC X(20)    VALUE "   STEPS SKIPPED:   ".
           05 LS-STEPS-SKIPPED    PIC ZZZZ9.
           05 FILLER PIC X(22)    VALUE SPACE.

       01  LOG-RESULT-LINE.
           05 LR-RESULT           PIC X(100).

       01  LOG-SIGNOFF-LINE.
           05 FILLER PIC X(40)    VALUE
               "CHECKED AND SIGNED OFF BY: ____________".
           05 FILLER PIC X(30)    VALUE
               "   DATE: ____________".
           05 FILLER PIC X(30)    VALUE SPACE.

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           PERFORM CATCH-UP-THE-DAYS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM OPEN-RUN-CONTROL-FILE.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = "35"
               MOVE "Y" TO HOLIDAY-FILE-MISSING
               DISPLAY "HOLIDAY CALENDAR NOT SET UP - ONLY "
                   "WEEKENDS ARE PASSED OVER".
           OPEN EXTEND RUN-LOG-FILE.
           IF RUN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-PART FROM TIME.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           PERFORM FIND-FIRST-DAY.
           PERFORM WRITE-LOG-HEADER.

       OPEN-RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           IF RUN-CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE.

       CLOSING-PROCEDURE.
           MOVE "C" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.
           PERFORM MARK-DRIVER-FINISHED.
           PERFORM WRITE-LOG-SUMMARY.
           CLOSE RUN-CONTROL-FILE.
           IF HOLIDAY-FILE-MISSING NOT = "Y"
               CLOSE HOLIDAY-FILE.
           CLOSE RUN-LOG-FILE.
           DISPLAY "BUSINESS DAYS RUN: " DAYS-RUN-COUNT.
           DISPLAY "STEPS RUN:         " STEPS-RUN-COUNT.
           DISPLAY "STEPS SKIPPED:     " STEPS-SKIPPED-COUNT.
           IF CHAIN-BROKEN = "Y"
               DISPLAY "CHAIN STOPPED ON " FAILED-DAY-TEXT " AT "
                   FAILED-STEP-NAME
               DISPLAY FAILED-REASON-TEXT.

      ******************************************************************
      *    Where to pick up - the day after the last business day
      *    the whole chain completed, or today on the very first
      *    run. The day is walked forward with ADVANCE-ONE-DAY.
      ******************************************************************
       FIND-FIRST-DAY.
           MOVE DRIVER-CONTROL-NAME TO RC-PROGRAM-NAME.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y" AND
               RC-PERIOD(1:4) IS NUMERIC
               MOVE RC-PERIOD TO LAST-DONE-DAY-TEXT
               IF RC-IN-PROGRESS
                   MOVE "Y" TO PREVIOUS-RUN-OPEN
               END-IF
               MOVE RC-PERIOD(1:4) TO WD-YEAR
               MOVE RC-PERIOD(6:2) TO WD-MONTH
               MOVE RC-PERIOD(9:2) TO WD-DAY
               PERFORM ADVANCE-ONE-DAY
           ELSE
               MOVE SPACE TO LAST-DONE-DAY-TEXT
               MOVE TODAY-DATUM-PART(1:4) TO WD-YEAR
               MOVE TODAY-DATUM-PART(5:2) TO WD-MONTH
               MOVE TODAY-DATUM-PART(7:2) TO WD-DAY.
           PERFORM BUILD-WD-DATE-TEXT.
           MOVE WD-DATE-TEXT TO FIRST-DAY-TEXT.

      ******************************************************************
      *    Every calendar day from the first day to today; the
      *    chain runs on the business days among them.
      ******************************************************************
       CATCH-UP-THE-DAYS.
           MOVE "N" TO WALK-DONE.
           PERFORM MARK-DRIVER-STARTED.
           PERFORM TAKE-ONE-CALENDAR-DAY
               UNTIL WALK-DONE = "Y".

       TAKE-ONE-CALENDAR-DAY.
           PERFORM BUILD-WD-DATE-TEXT.
           IF WD-DATE-TEXT > TODAY-DATUM-TEXT OR CHAIN-BROKEN = "Y"
               MOVE "Y" TO WALK-DONE
           ELSE
               PERFORM FIND-DAY-OF-WEEK
               IF ZC-H NOT = 0 AND ZC-H NOT = 1
                   PERFORM CHECK-DAY-IS-HOLIDAY
                   IF HOLIDAY-ON-FILE = "N"
                       PERFORM RUN-ONE-BUSINESS-DAY
                   ELSE
                       ADD 1 TO DAYS-PASSED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO DAYS-PASSED-COUNT
               END-IF
               PERFORM ADVANCE-ONE-DAY.

       RUN-ONE-BUSINESS-DAY.
           MOVE "S" TO RD-FUNCTION.
           MOVE WD-DATE-TEXT TO RD-DATUM-TEXT.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.
           DISPLAY "RUNNING THE NIGHTLY CHAIN FOR " WD-DATE-TEXT.
           PERFORM RUN-ONE-STEP
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-COUNT.
           IF CHAIN-BROKEN NOT = "Y"
               ADD 1 TO DAYS-RUN-COUNT
               MOVE WD-DATE-TEXT TO LAST-DONE-DAY-TEXT
               PERFORM MARK-DAY-COMPLETE.

       RUN-ONE-STEP.
           MOVE NIGHTLY-STEP-NAME(STEP-SUB) TO STEP-PROGRAM-NAME.
           IF CHAIN-BROKEN = "Y"
               MOVE "NOT REACHED - CHAIN STOPPED EARLIER"
                   TO LL-ACTION
               PERFORM WRITE-LOG-LINE
           ELSE
               MOVE STEP-PROGRAM-NAME TO RC-PROGRAM-NAME
               PERFORM READ-CONTROL-RECORD
               IF CONTROL-RECORD-FOUND = "Y" AND
                   RC-PERIOD = WD-DATE-TEXT AND RC-COMPLETED
                   ADD 1 TO STEPS-SKIPPED-COUNT
                   MOVE "SKIPPED - ALREADY COMPLETE FOR THE DAY"
                       TO LL-ACTION
                   PERFORM WRITE-LOG-LINE
               ELSE
                   PERFORM EXECUTE-ONE-STEP.

      ******************************************************************
      *    Mark in-progress, CALL the step, then ask BATCH-RUN-DATE
      *    whether the step reported a failure. A crash inside the
      *    step leaves the "I" record behind, as a failure does.
      ******************************************************************
       EXECUTE-ONE-STEP.
           PERFORM MARK-STEP-IN-PROGRESS.
           MOVE "STARTED" TO LL-ACTION.
           PERFORM WRITE-LOG-LINE.
           DISPLAY "RUNNING STEP " STEP-SUB ": " STEP-PROGRAM-NAME.
           CALL STEP-PROGRAM-NAME.
           CANCEL STEP-PROGRAM-NAME.
           MOVE "G" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.
           IF RD-STEP-FAILED = "Y"
               MOVE "Y" TO CHAIN-BROKEN
               MOVE WD-DATE-TEXT TO FAILED-DAY-TEXT
               MOVE STEP-PROGRAM-NAME TO FAILED-STEP-NAME
               MOVE RD-FAILURE-TEXT TO FAILED-REASON-TEXT
               MOVE SPACE TO LL-ACTION
               STRING
                   "FAILED - "     DELIMITED BY SIZE
                   RD-FAILURE-TEXT DELIMITED BY SIZE
                   INTO LL-ACTION
               PERFORM WRITE-LOG-LINE
           ELSE
               PERFORM MARK-STEP-COMPLETE
               MOVE "COMPLETED" TO LL-ACTION
               PERFORM WRITE-LOG-LINE
               ADD 1 TO STEPS-RUN-COUNT.

      ******************************************************************
      *    RUN-CONTROL writers
      ******************************************************************
       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ RUN-CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

       MARK-STEP-IN-PROGRESS.
           MOVE STEP-PROGRAM-NAME TO RC-PROGRAM-NAME.
           PERFORM READ-CONTROL-RECORD.
           MOVE STEP-PROGRAM-NAME TO RC-PROGRAM-NAME.
           MOVE TODAY-DATUM-TEXT TO RC-LAST-RUN-DATE.
           MOVE WD-DATE-TEXT TO RC-PERIOD.
           MOVE "I" TO RC-STATUS.
           PERFORM STORE-CONTROL-RECORD.

       MARK-STEP-COMPLETE.
           MOVE STEP-PROGRAM-NAME TO RC-PROGRAM-NAME.
           PERFORM READ-CONTROL-RECORD.
           MOVE "C" TO RC-STATUS.
           PERFORM STORE-CONTROL-RECORD.

      ******************************************************************
      *    The driver's own record stays "I" from the start of a
      *    run until it finishes clean; RC-PERIOD moves forward a
      *    business day at a time as each day completes.
      ******************************************************************
       MARK-DRIVER-STARTED.
           MOVE DRIVER-CONTROL-NAME TO RC-PROGRAM-NAME.
           PERFORM READ-CONTROL-RECORD.
           MOVE DRIVER-CONTROL-NAME TO RC-PROGRAM-NAME.
           MOVE TODAY-DATUM-TEXT TO RC-LAST-RUN-DATE.
           MOVE LAST-DONE-DAY-TEXT TO RC-PERIOD.
           MOVE "I" TO RC-STATUS.
           PERFORM STORE-CONTROL-RECORD.

       MARK-DAY-COMPLETE.
           MOVE DRIVER-CONTROL-NAME TO RC-PROGRAM-NAME.
           PERFORM READ-CONTROL-RECORD.
           MOVE LAST-DONE-DAY-TEXT TO RC-PERIOD.
           PERFORM STORE-CONTROL-RECORD.

      ******************************************************************
      *    A first run that met no business day (started on a
      *    weekend) records today, so the next run does not go back
      *    to it.
      ******************************************************************
       MARK-DRIVER-FINISHED.
           MOVE DRIVER-CONTROL-NAME TO RC-PROGRAM-NAME.
           PERFORM READ-CONTROL-RECORD.
           IF RC-PERIOD = SPACE AND CHAIN-BROKEN NOT = "Y"
               MOVE TODAY-DATUM-TEXT TO RC-PERIOD.
           IF CHAIN-BROKEN NOT = "Y"
               MOVE "C" TO RC-STATUS.
           PERFORM STORE-CONTROL-RECORD.

       STORE-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING RUN-CONTROL "
                       RC-PROGRAM-NAME
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING RUN-CONTROL "
                       RC-PROGRAM-NAME
               END-WRITE
               MOVE "Y" TO CONTROL-RECORD-FOUND.

      ******************************************************************
      *    Calendar walk
      ******************************************************************
       BUILD-WD-DATE-TEXT.
           MOVE SPACE TO WD-DATE-TEXT.
           STRING
               WD-YEAR  DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-MONTH DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-DAY   DELIMITED BY SIZE
               INTO WD-DATE-TEXT.

       FIND-DAY-OF-WEEK.
           MOVE WD-DAY TO ZC-Q.
           MOVE WD-MONTH TO ZC-M.
           MOVE WD-YEAR TO ZC-YEAR.
           IF ZC-M < 3
               ADD 12 TO ZC-M
               SUBTRACT 1 FROM ZC-YEAR.
           DIVIDE ZC-YEAR BY 100
               GIVING ZC-J
               REMAINDER ZC-K.
           COMPUTE ZC-WORK = 13 * (ZC-M + 1).
           DIVIDE ZC-WORK BY 5
               GIVING ZC-TERM-M
               REMAINDER ZC-REM.
           DIVIDE ZC-K BY 4
               GIVING ZC-TERM-K
               REMAINDER ZC-REM.
           DIVIDE ZC-J BY 4
               GIVING ZC-TERM-J
               REMAINDER ZC-REM.
           COMPUTE ZC-WORK =
               ZC-Q + ZC-TERM-M + ZC-K + ZC-TERM-K
               + ZC-TERM-J + 5 * ZC-J.
           DIVIDE ZC-WORK BY 7
               GIVING ZC-QUOT
               REMAINDER ZC-H.

       CHECK-DAY-IS-HOLIDAY.
           IF HOLIDAY-FILE-MISSING = "Y"
               MOVE "N" TO HOLIDAY-ON-FILE
           ELSE
               MOVE WD-DATE-TEXT TO HOL-DATUM
               MOVE "Y" TO HOLIDAY-ON-FILE
               READ HOLIDAY-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO HOLIDAY-ON-FILE
               END-READ.

       ADVANCE-ONE-DAY.
           MOVE DAYS-PER-MONTH-ENTRY(WD-MONTH) TO WD-MAX-DAY.
           IF WD-MONTH = 2
               MOVE WD-YEAR TO DATUM-YEAR
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO WD-MAX-DAY.
           ADD 1 TO WD-DAY.
           IF WD-DAY > WD-MAX-DAY
               MOVE 1 TO WD-DAY
               ADD 1 TO WD-MONTH
               IF WD-MONTH > 12
                   MOVE 1 TO WD-MONTH
                   ADD 1 TO WD-YEAR.

       DETERMINE-LEAP-YEAR.
           MOVE "N" TO IS-LEAP-YEAR.
           DIVIDE DATUM-YEAR BY 4
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           IF DATUM-DIVIDE-REM = 0
               MOVE "Y" TO IS-LEAP-YEAR
               DIVIDE DATUM-YEAR BY 100
                   GIVING DATUM-DIVIDE-QUOT
                   REMAINDER DATUM-DIVIDE-REM
               IF DATUM-DIVIDE-REM = 0
                   MOVE "N" TO IS-LEAP-YEAR
                   DIVIDE DATUM-YEAR BY 400
                       GIVING DATUM-DIVIDE-QUOT
                       REMAINDER DATUM-DIVIDE-REM
                   IF DATUM-DIVIDE-REM = 0
                       MOVE "Y" TO IS-LEAP-YEAR.

      ******************************************************************
      *    Run-log writers
      ******************************************************************
       WRITE-LOG-HEADER.
           MOVE LOG-RULE-LINE TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           MOVE TODAY-DATUM-TEXT TO LH-RUN-DATE.
           MOVE SPACE TO LH-RUN-TIME.
           STRING
               NOW-TIME-PART(1:2) DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               NOW-TIME-PART(3:2) DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               NOW-TIME-PART(5:2) DELIMITED BY SIZE
               INTO LH-RUN-TIME.
           MOVE FIRST-DAY-TEXT TO LH-FIRST-DAY.
           MOVE LOG-HEADER-LINE TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           IF PREVIOUS-RUN-OPEN = "Y"
               MOVE SPACE TO LR-RESULT
               STRING
                   "THE PREVIOUS RUN DID NOT FINISH - "
                       DELIMITED BY SIZE
                   "RESUMING AFTER THE LAST COMPLETE DAY "
                       DELIMITED BY SIZE
                   LAST-DONE-DAY-TEXT DELIMITED BY SIZE
                   INTO LR-RESULT
               MOVE LOG-RESULT-LINE TO RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD.

       WRITE-LOG-LINE.
           MOVE SPACE TO RUN-LOG-RECORD.
           MOVE WD-DATE-TEXT TO LL-DATE.
           MOVE STEP-PROGRAM-NAME TO LL-PROGRAM.
           MOVE LOG-LINE TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.

       WRITE-LOG-SUMMARY.
           MOVE DAYS-RUN-COUNT TO LS-DAYS-RUN.
           MOVE STEPS-RUN-COUNT TO LS-STEPS-RUN.
           MOVE STEPS-SKIPPED-COUNT TO LS-STEPS-SKIPPED.
           MOVE LOG-SUMMARY-LINE TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           MOVE SPACE TO LR-RESULT.
           IF CHAIN-BROKEN = "Y"
               STRING
                   "CHAIN STOPPED ON " DELIMITED BY SIZE
                   FAILED-DAY-TEXT     DELIMITED BY SIZE
                   " AT "              DELIMITED BY SIZE
                   FAILED-STEP-NAME    DELIMITED BY "  "
                   " - NEXT RUN RESTARTS THAT DAY"
                                       DELIMITED BY SIZE
                   INTO LR-RESULT
           ELSE
           IF DAYS-RUN-COUNT = ZERO
               MOVE "NO BUSINESS DAY DUE - NOTHING RUN" TO LR-RESULT
           ELSE
               STRING
                   "CHAIN COMPLETE THROUGH " DELIMITED BY SIZE
                   LAST-DONE-DAY-TEXT        DELIMITED BY SIZE
                   INTO LR-RESULT.
           MOVE LOG-RESULT-LINE TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           MOVE LOG-SIGNOFF-LINE TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.

       END PROGRAM NIGHTLY-DRIVER.
