      *
      *    Honors the payroll freeze the same way the other salary
      *    writers do.
      *
      *    The day it runs for comes from BATCH-RUN-DATE - today
      *    when started from the menu, each missed business day in
      *    turn when NIGHTLY-DRIVER catches up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-APPRENTICE-SALARIES.
       77  AUDIT-SALARY-EDIT     PIC ZZZZZZ9.99.
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  STEP-DUE-DATE         PIC X(10).
       77  STEP-YEAR             PIC 9(4).
       77  HELD-COUNT            PIC 9(5) VALUE ZERO.
       77  JOURNAL-FILE-KIND     PIC X.
       77  JOURNAL-ACTION        PIC X.
       77  JOURNAL-BEFORE-IMAGE  PIC X(264).
       77  JOURNAL-AFTER-IMAGE   PIC X(264).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               PERFORM RUN-THE-STEPS
               PERFORM RELEASE-UPDATE-LOCK
           ELSE
               MOVE "MASTER FILES LOCKED BY ANOTHER RUN"
                   TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE.

       PROGRAM-DONE.
           GOBACK.
               DISPLAY "SALARY IS FROZEN FOR PAYROLL PROCESSING"
               DISPLAY "NO YEAR-STEPS WERE APPLIED - RERUN AFTER "
                   "THE FREEZE IS LIFTED"
               MOVE "PAYROLL IS FROZEN" TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE
           ELSE
           IF APPRENTICE-FILE-MISSING = "Y"
               DISPLAY "NO APPRENTICE FILE ON DISK - NOTHING TO "
           IF SALARY-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT SALARY-HISTORY-FILE.
           PERFORM CHECK-PAYROLL-FREEZE.
           PERFORM GET-RUN-DATE.

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
               LOCK-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO LOCK-DATE-TIME.

      ******************************************************************
      *    The day this run is for - today, or the business day
      *    NIGHTLY-DRIVER is replaying.
      ******************************************************************
       GET-RUN-DATE.
           MOVE "G" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.
           MOVE RD-DATUM-TEXT TO TODAY-DATUM-TEXT.

       REPORT-STEP-FAILURE.
           MOVE "F" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.

       END PROGRAM STEP-APPRENTICE-SALARIES.
