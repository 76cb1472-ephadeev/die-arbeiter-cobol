
       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
               CLOSE REQUISITION-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "OPEN REQUISITIONS LISTED: " OPEN-LISTED-COUNT.

       PROCESS-REPORT.
               AT END
               MOVE "Y" TO REQUEST-AT-END.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten REQUISITION-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-REQUISITION-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "REQUISITION-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-REQUISITION-REPORT.
