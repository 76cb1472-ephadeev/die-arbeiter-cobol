       77  COMPANY-BUDGETED-HEADCOUNT  PIC 9(7) VALUE ZERO.
       77  COMPANY-ACTUAL-HEADCOUNT    PIC 9(7) VALUE ZERO.
       77  COMPANY-HEADCOUNT-VARIANCE  PIC S9(7) VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(34) VALUE "BUDGET VS ACTUAL VARIANCE REPORT".

       01  BLANK-LINE PIC X(200) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT REPORT-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
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
           MOVE "PRINT-BUDGET-VAR" TO SCOPE-PROGRAM-NAME.
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
           MOVE ZERO TO ACTUAL-COST.
           MOVE ZERO TO ACTUAL-HEADCOUNT.
               AT END
               MOVE "Y" TO ALLOCATION-AT-END.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten BUDGET-VARIANCE-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-BUDGET-VARIANCE-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "BUDGET-VARIANCE-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-BUDGET-VARIANCE-REPORT.
