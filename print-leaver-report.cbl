
       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF LEAVER-FILE-MISSING NOT = "Y"
               CLOSE LEAVER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "LEAVERS LISTED: " LEAVERS-LISTED-COUNT.

       ENTER-REPORT-YEAR.
           MOVE REASON-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten LEAVER-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-LEAVER-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "LEAVER-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "YEAR "     DELIMITED BY SIZE
               REPORT-YEAR DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-LEAVER-REPORT.
