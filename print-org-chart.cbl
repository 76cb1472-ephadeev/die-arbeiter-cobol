       77  CURRENT-LEVEL         PIC 99.
       77  INDENT-SPACES         PIC 9(3).
       77  ALREADY-QUEUED        PIC X.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(30)  VALUE "ORG CHART / REPORTING CHAIN".

       01  BLANK-LINE PIC X(200) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-TITLE.
       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

       MAIN-PROCESS.
           DISPLAY "ENTER STARTING ARBEITER-ID FOR THE ORG CHART".
           READ ARBEITER-FILE
               INVALID KEY
               CONTINUE.
           PERFORM CHECK-WORKER-IN-SCOPE.
           IF SCOPE-OK = "Y"
               PERFORM WRITE-WORKER-LINE.
           PERFORM QUEUE-DIRECT-REPORTS.

       QUEUE-DIRECT-REPORTS.
           MOVE NOT-FOUND-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker. The chain
      *    below an unprinted worker is still followed.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-ORG-CHART" TO SCOPE-PROGRAM-NAME.
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
      *    run has overwritten ORG-CHART-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-ORG-CHART" TO CATALOG-PROGRAM-NAME.
           MOVE "ORG-CHART-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "FROM ARBEITER "     DELIMITED BY SIZE
               STARTING-ARBEITER-ID DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-ORG-CHART.
