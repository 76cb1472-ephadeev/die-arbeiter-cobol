      *    Daily Pending-Hire Activation Batch
      *    Flips every pending worker whose EINSTELL-DATUM has
      *    arrived to ARBEITER-IS-ACTIVE, writes an AUDIT-LOG line
      *    for the status flip, makes sure the worker's onboarding
      *    checklist is on file, and prints the activation list for
      *    HR. Run every morning alongside APPLY-SALARY-CHANGES.
      *
      *    The day it runs for comes from BATCH-RUN-DATE - today
      *    when started from the menu, each missed business day in
      *    turn when NIGHTLY-DRIVER catches up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVATE-PENDING-HIRES.
       77  THE-MODE              PIC X(7).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  ACTIVATED-COUNT       PIC 9(5) VALUE ZERO.
       77  STILL-PENDING-COUNT   PIC 9(5) VALUE ZERO.
       77  JOURNAL-FILE-KIND     PIC X.
       77  JOURNAL-ACTION        PIC X.
       77  JOURNAL-BEFORE-IMAGE  PIC X(264).
       77  JOURNAL-AFTER-IMAGE   PIC X(264).

       01  ACTIVATION-LINE.
           05 AL-ARBEITER-ID     PIC 9(6).
           05 AL-EINSTELL-DATUM  PIC X(10).
           05 FILLER PIC X(72)   VALUE SPACE.

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               PERFORM RUN-THE-ACTIVATION
               PERFORM RELEASE-UPDATE-LOCK
           ELSE
               MOVE "MASTER FILES LOCKED BY ANOTHER RUN"
                   TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE.

       PROGRAM-DONE.
           GOBACK.
           OPEN I-O ARBEITER-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM GET-RUN-DATE.

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           REWRITE ARBEITER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.
           PERFORM LOG-ACTIVATION-AUDIT.
           PERFORM SEED-ONBOARDING-CHECKLIST.
           PERFORM WRITE-ACTIVATION-LINE.
           ADD 1 TO ACTIVATED-COUNT.
           DISPLAY "ACTIVATED - ARBEITER " ARBEITER-ID
               " STARTS " EINSTELL-DATUM.

      ******************************************************************
      *    The checklist was seeded when the hire was keyed; the
      *    seeder only adds what is missing, so a hire keyed before
      *    the checklist existed - or whose position requirements
      *    have grown since - is brought up to date on the day.
      ******************************************************************
       SEED-ONBOARDING-CHECKLIST.
           CALL "SEED-ONBOARDING-TASKS" USING ARBEITER-ID
                                              ARBEITER-STELLE-ID
                                              EINSTELL-DATUM.

      ******************************************************************
      *    Before-image journal through the shared subprogram, the
      *    same line the maintenance screens write per rewrite.
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

       END PROGRAM ACTIVATE-PENDING-HIRES.
