
       01  BLANK-LINE PIC X(200) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

      ******************************************************************
      *    Pass 1 - every department into the table.
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten HIERARCHY-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-HIERARCHY-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "HIERARCHY-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-HIERARCHY-REPORT.
