
       01  BLANK-LINE PIC X(200) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF AUDIT-LOG-MISSING NOT = "Y"
               CLOSE AUDIT-LOG-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "LINES MATCHED: " LINES-MATCHED-COUNT
               " OF " LINES-READ-COUNT " READ".

           MOVE SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten AUDIT-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-AUDIT-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "AUDIT-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "FROM "           DELIMITED BY SIZE
               FILTER-FROM-DATUM DELIMITED BY SIZE
               " TO "            DELIMITED BY SIZE
               FILTER-TO-DATUM   DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-AUDIT-REPORT.
