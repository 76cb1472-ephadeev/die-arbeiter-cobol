      *    separately identified retro amount. The SALARY-HISTORY
      *    line carries the agreed effective date, not the apply
      *    date, so the history shows when the money was owed from.
      *
      *    The day it runs for comes from BATCH-RUN-DATE - today
      *    when started from the menu, each missed business day in
      *    turn when NIGHTLY-DRIVER catches up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLY-SALARY-CHANGES.
       77  SAVE-OLD-SALARY            PIC 9(7)V99.
       77  AUDIT-SALARY-EDIT          PIC ZZZZZZ9.99.
       77  THE-MODE                   PIC X(7).
       77  TODAY-DATUM-TEXT           PIC X(10).
       77  PAY-REGISTER-FILE-STATUS   PIC XX.
       77  REGISTER-FILE-MISSING      PIC X VALUE "N".
       77  RETRO-QUEUED-COUNT         PIC 9(6) VALUE ZERO.
       77  JOURNAL-FILE-KIND          PIC X.
       77  JOURNAL-ACTION             PIC X.
       77  JOURNAL-BEFORE-IMAGE       PIC X(264).
       77  JOURNAL-AFTER-IMAGE        PIC X(264).
       77  CHANGES-APPLIED-COUNT      PIC 9(6) VALUE ZERO.
       77  CHANGES-WAITING-COUNT      PIC 9(6) VALUE ZERO.
       77  CHANGES-REJECTED-COUNT     PIC 9(6) VALUE ZERO.

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               PERFORM RUN-THE-APPLY
               PERFORM RELEASE-UPDATE-LOCK
           ELSE
               MOVE "MASTER FILES LOCKED BY ANOTHER RUN"
                   TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE.

       PROGRAM-DONE.
           GOBACK.
               DISPLAY "SALARY IS FROZEN FOR PAYROLL PROCESSING"
               DISPLAY "NO PENDING CHANGES WERE APPLIED - RERUN "
                   "AFTER THE FREEZE IS LIFTED"
               MOVE "PAYROLL IS FROZEN" TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE
           ELSE
           IF PENDING-FILE-MISSING = "Y"
               DISPLAY "PENDING-SALARY FILE NOT SET UP - NOTHING "
           PERFORM OPEN-PAY-REGISTER-FILE.
           PERFORM OPEN-RETRO-PAY-FILE.
           PERFORM CHECK-PAYROLL-FREEZE.
           PERFORM GET-RUN-DATE.

       OPEN-PENDING-SALARY-FILE.
           OPEN I-O PENDING-SALARY-FILE.
               END-READ
               CLOSE FREEZE-CONTROL-FILE.

       PROCESS-PENDING-CHANGES.
           MOVE ZERO TO PS-ARBEITER-ID.
           MOVE SPACE TO PS-EFFECTIVE-DATE.
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

       END PROGRAM APPLY-SALARY-CHANGES.
