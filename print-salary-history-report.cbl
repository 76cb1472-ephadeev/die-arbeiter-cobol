       77  TOTAL-PERCENT-RAISE        PIC S9(6)V99 VALUE ZERO.
       77  AVERAGE-PERCENT-RAISE      PIC S9(4)V99 VALUE ZERO.
       77  THIS-PERCENT-RAISE         PIC S9(4)V99.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(23) VALUE "SALARY / RAISE HISTORY".

       01  BLANK-LINE PIC X(250) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT SALARY-HISTORY-FILE.
           OPEN OUTPUT REPORT-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE SALARY-HISTORY-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

       PROCESS-REPORT.
           PERFORM PROCESS-GENERATIONS.

       JUDGE-ONE-HISTORY-RECORD.
           PERFORM LOOK-UP-ARBEITER-FOR-HISTORY.
           IF SCOPE-OK = "Y"
               PERFORM REPORT-ONE-HISTORY-RECORD.

       REPORT-ONE-HISTORY-RECORD.
           IF SH-OLD-SALARY = ZERO
               PERFORM WRITE-NEW-HIRE-LINE
           ELSE
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO ARBEITER-FOUND.
           PERFORM CHECK-WORKER-IN-SCOPE.

       COMPUTE-PERCENT-RAISE.
           COMPUTE THIS-PERCENT-RAISE ROUNDED =
           MOVE AVERAGE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-SALARY-HISTORY" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y" AND ARBEITER-FOUND = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten SALARY-HISTORY-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-SALARY-HISTORY-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "SALARY-HISTORY-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-SALARY-HISTORY-REPORT.
