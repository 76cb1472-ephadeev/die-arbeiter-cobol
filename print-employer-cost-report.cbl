       77  COMPANY-GROSS         PIC S9(13)V99 VALUE ZERO.
       77  COMPANY-COST          PIC S9(13)V99 VALUE ZERO.
       77  COMPANY-CONTRIB       PIC S9(13)V99 VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(30)  VALUE

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               CLOSE PAY-REGISTER-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

      ******************************************************************
      *    Pay period entry - YYYY-MM, same check as PAYROLL-RUN.

       PROCESS-REPORT.
           PERFORM READ-NEXT-ABTEIL-RECORD.
           PERFORM PROCESS-ABTEILUNG-IF-IN-SCOPE
               UNTIL ABTEIL-FILE-AT-END = "Y".
           IF PERIOD-HAS-RECORDS = "N"
               DISPLAY "NO PAY REGISTER RECORDS FOR PERIOD "
                   PAY-PERIOD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only the departments they look after are
      *    printed; a supervisor gets every department.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-EMPLOYER-COST" TO SCOPE-PROGRAM-NAME.
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
           MOVE ZERO TO DEPARTMENT-GROSS.
           MOVE ZERO TO DEPARTMENT-COST.
           DISPLAY "EMPLOYER CONTRIBUTIONS:" COMPANY-CONTRIB.
           DISPLAY "TOTAL EMPLOYER COST:   " COMPANY-COST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten EMPLOYER-COST-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-EMPLOYER-COST-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "EMPLOYER-COST-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD "  DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-EMPLOYER-COST-REPORT.
