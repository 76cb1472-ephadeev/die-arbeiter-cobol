
       01  BLANK-LINE PIC X(200) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF PENDING-FILE-MISSING NOT = "Y"
               CLOSE PENDING-BUDGET-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

       PROCESS-REPORT.
           PERFORM READ-NEXT-ABTEIL-RECORD.
           MOVE DEPT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten BUDGET-REVIEW-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-BUDGET-REVIEW-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "BUDGET-REVIEW-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-BUDGET-REVIEW-REPORT.
