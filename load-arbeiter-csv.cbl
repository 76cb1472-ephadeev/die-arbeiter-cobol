       77  TRANS-REJECTED-COUNT  PIC 9(6) VALUE ZERO.
       77  JOURNAL-FILE-KIND     PIC X.
       77  JOURNAL-ACTION        PIC X.
       77  JOURNAL-BEFORE-IMAGE  PIC X(264).
       77  JOURNAL-AFTER-IMAGE   PIC X(264).

       PROCEDURE DIVISION.
       PROGRAM-START.
               PERFORM LOG-ARBEITER-CREATED
               PERFORM LOG-INITIAL-SALARY-HISTORY
               PERFORM RECORD-PROBATION-PERIOD
               PERFORM SEED-ONBOARDING-CHECKLIST
               MOVE SPACE TO JOURNAL-BEFORE-IMAGE
               MOVE "W" TO JOURNAL-ACTION
               PERFORM WRITE-MASTER-JOURNAL.
                   PERFORM LOG-SALARY-HISTORY-IF-CHANGED
                   ADD 1 TO TRANS-CHANGED-COUNT.

      ******************************************************************
      *    Every new hire gets an onboarding checklist - the
      *    standard tasks plus what the position's STELLE-REQ rows
      *    demand - through the shared seeder.
      ******************************************************************
       SEED-ONBOARDING-CHECKLIST.
           CALL "SEED-ONBOARDING-TASKS" USING ARBEITER-ID
                                              ARBEITER-STELLE-ID
                                              EINSTELL-DATUM.

      ******************************************************************
      *    Before-image journal through the shared subprogram, the
      *    same line the maintenance screens write per change.
