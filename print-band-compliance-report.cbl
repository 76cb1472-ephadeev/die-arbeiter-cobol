       77  STELLE-ID-FOUND       PIC X.
       77  BAND-VERDICT          PIC X(7).
       77  OUT-OF-BAND-COUNT     PIC 9(5) VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(32)  VALUE "SALARY BAND COMPLIANCE REPORT".

       01  BLANK-LINE PIC X(250) VALUE SPACE.

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
           OPEN INPUT STELLE-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE STELLE-FILE.
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
           MOVE "PRINT-BAND-COMPLY" TO SCOPE-PROGRAM-NAME.
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
           PERFORM LIST-WORKERS-FOR-ABTEILUNG.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten BAND-COMPLIANCE-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-BAND-COMPLIANCE-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "BAND-COMPLIANCE-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-BAND-COMPLIANCE-REPORT.
