      *    shown. A worker whose net moved more than the entered
      *    percentage against last period is flagged CHECK. This is
      *    the page a supervisor signs before anyone builds the
      *    payment file, so it always covers every department,
      *    whoever prints it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-PROOF-REPORT.
       77  PREV-COMPANY-DEDUCTIONS PIC S9(13)V99 VALUE ZERO.
       77  PREV-COMPANY-NET      PIC S9(13)V99 VALUE ZERO.
       77  DELTA-PERCENT         PIC S9(5)V99.
       01  SAVE-REGISTER-AREA    PIC X(306).

       01  HEADER-LINE-1.
           05 FILLER PIC X(29)  VALUE

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
               CLOSE PAY-REGISTER-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "WORKERS FLAGGED: " FLAGGED-COUNT.

      ******************************************************************
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten PAY-PROOF-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-PROOF-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "PAY-PROOF-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD "    DELIMITED BY SIZE
               PAY-PERIOD   DELIMITED BY SIZE
               " FLAG AT "  DELIMITED BY SIZE
               FLAG-PERCENT DELIMITED BY SIZE
               " PCT"       DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-PROOF-REPORT.
