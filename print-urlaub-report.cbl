      *    reduce the vacation balance.
      *
      *    Entitlement rule: 25 days a year, plus one extra day per
      *    five full years of service, capped at 30, less a twelfth
      *    for each full month of parental leave in the year
      *    (CALC-PARENTAL-LEAVE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-URLAUB-REPORT.
       77  SICK-DAYS-TAKEN       PIC 9(3).
       77  UNPAID-DAYS-TAKEN     PIC 9(3).
       77  REMAINING-DAYS        PIC S9(3).
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(40)  VALUE

       01  BLANK-LINE PIC X(250) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

           COPY "parental-leave-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM OPEN-URLAUB-FILE.
           IF URLAUB-FILE-MISSING NOT = "Y"
               CLOSE URLAUB-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

       PROCESS-REPORT.
           PERFORM READ-NEXT-ABTEIL-RECORD.
           PERFORM PROCESS-ABTEILUNG-IF-IN-SCOPE
               UNTIL ABTEIL-FILE-AT-END = "Y".

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only the departments they look after are
      *    printed; a supervisor gets every department.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-URLAUB-REPORT" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO DEPARTMENTS WILL BE "
                   "LISTED".

       PROCESS-ABTEILUNG-IF-IN-SCOPE.
           MOVE "N" TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ZERO TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           IF SCOPE-OK = "Y"
               PERFORM PROCESS-ONE-ABTEILUNG
           ELSE
               PERFORM READ-NEXT-ABTEIL-RECORD.

       PROCESS-ONE-ABTEILUNG.
           PERFORM WRITE-DEPARTMENT-HEADER.
           PERFORM WRITE-COLUMN-HEADER.
           IF ARBEITER-ABTEILUNG-ID = ABTEILUNG-ID AND
               ARBEITER-IS-ACTIVE
               PERFORM COMPUTE-ENTITLEMENT
               PERFORM TAKE-OFF-PARENTAL-LEAVE
               PERFORM COUNT-ABSENCE-DAYS-THIS-YEAR
               COMPUTE REMAINING-DAYS =
                   ENTITLEMENT-DAYS - VACATION-DAYS-TAKEN
               MOVE 5 TO SENIORITY-EXTRA-DAYS.
           COMPUTE ENTITLEMENT-DAYS = 25 + SENIORITY-EXTRA-DAYS.

       TAKE-OFF-PARENTAL-LEAVE.
           MOVE ARBEITER-ID TO PL-ARBEITER-ID.
           MOVE TODAY-YEAR TO PL-YEAR.
           MOVE ENTITLEMENT-DAYS TO PL-BASE-DAYS.
           CALL "CALC-PARENTAL-LEAVE" USING PARENTAL-LEAVE-REQUEST.
           SUBTRACT PL-REDUCTION-DAYS FROM ENTITLEMENT-DAYS.

      ******************************************************************
      *    Absence days this year for the current worker - the
      *    worker's records sit together under the primary key, so
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten URLAUB-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-URLAUB-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "URLAUB-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-URLAUB-REPORT.
