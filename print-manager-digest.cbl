      *    should act on: their direct reports with STELLE title
      *    and salary, vacation taken and remaining this year (the
      *    same entitlement arithmetic the URLAUB balance check
      *    uses, parental leave included), qualifications expiring
      *    within ninety days, and any direct report still missing a
      *    REVIEW-FILE rating for the prior year. A worker is a
      *    chief when at least one active worker reports to them.
      *    Run monthly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-MANAGER-DIGEST.
       77  USABLE-DAYS           PIC 9(3).
       77  VACATION-DAYS-TAKEN   PIC 9(3).
       77  REMAINING-DAYS        PIC S9(3).
       77  SCOPE-SESSION-OK      PIC X.

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

           COPY "parental-leave-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
      *    digest has nothing to say.
      ******************************************************************
       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT STELLE-FILE.
           IF STELLE-FILE-STATUS = "35"
           IF REVIEW-FILE-MISSING NOT = "Y"
               CLOSE REVIEW-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "DIGEST PAGES PRINTED: " DIGESTS-PRINTED-COUNT.

      ******************************************************************
           IF CHIEF-ID = THE-CHIEF-ID AND
               ARBEITER-IS-ACTIVE AND
               ARBEITER-ID NOT = THE-CHIEF-ID
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   ADD 1 TO REPORTS-FOUND-COUNT.
           PERFORM READ-NEXT-FOR-SCAN.

       LIST-DIRECT-REPORTS.
           IF CHIEF-ID = THE-CHIEF-ID AND
               ARBEITER-IS-ACTIVE AND
               ARBEITER-ID NOT = THE-CHIEF-ID
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   PERFORM WRITE-ONE-REPORT-BLOCK.
           PERFORM READ-NEXT-FOR-SCAN.

      ******************************************************************
       COMPUTE-VACATION-POSITION.
           PERFORM FIND-WORKER-ENTITLEMENT.
           PERFORM COUNT-VACATION-DAYS-TAKEN.
           PERFORM FIND-PARENTAL-REDUCTION.
           COMPUTE USABLE-DAYS ROUNDED =
               (WORKER-BASE-DAYS - PL-REDUCTION-DAYS)
               * TEILZEIT-PROZENT / 100
               + WORKER-CARRIED-IN.
           COMPUTE REMAINING-DAYS =
               USABLE-DAYS - VACATION-DAYS-TAKEN.

       FIND-PARENTAL-REDUCTION.
           MOVE ARBEITER-ID TO PL-ARBEITER-ID.
           MOVE TODAY-YEAR TO PL-YEAR.
           MOVE WORKER-BASE-DAYS TO PL-BASE-DAYS.
           CALL "CALC-PARENTAL-LEAVE" USING PARENTAL-LEAVE-REQUEST.

       FIND-WORKER-ENTITLEMENT.
           MOVE "N" TO ENTITLEMENT-ON-FILE.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
           MOVE NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-MANAGER-DIGEST" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten MANAGER-DIGEST.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-MANAGER-DIGEST" TO CATALOG-PROGRAM-NAME.
           MOVE "MANAGER-DIGEST" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-MANAGER-DIGEST.
