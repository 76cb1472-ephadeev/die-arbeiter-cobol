       77  SAVE-WORKER-FAMILIE   PIC X(100).
       77  SAVE-WORKER-DEPT      PIC 9(4).
       77  SAVE-CHIEF-ID         PIC 9(6).
       77  SCOPE-SESSION-OK      PIC X.

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT PROBATION-FILE.
           IF PROBATION-FILE-STATUS = "35"
               MOVE "Y" TO PROBATION-FILE-MISSING.
               CLOSE PROBATION-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "PROBATIONS LISTED: " LINES-PRINTED-COUNT.

       ENTER-WEEKS-AHEAD.
       LIST-ONE-IF-DUE.
           IF PRB-IS-OPEN AND
               PRB-END-DATUM NOT > CUTOFF-DATUM-TEXT
               PERFORM LOOK-UP-PROBATION-WORKER
               IF SCOPE-OK = "Y"
                   PERFORM WRITE-ONE-PROBATION-LINE.
           PERFORM READ-NEXT-PROBATION-RECORD.

      ******************************************************************
      *    - the worker first (the chief read overwrites the record
      *    area, so the fields wanted are parked).
      ******************************************************************
       LOOK-UP-PROBATION-WORKER.
           MOVE PRB-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           PERFORM CHECK-WORKER-IN-SCOPE.

       WRITE-ONE-PROBATION-LINE.
           MOVE PRB-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-PROBATION-RPT" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y" AND WORKER-FOUND = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten PROBATION-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-PROBATION-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "PROBATION-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "NEXT "     DELIMITED BY SIZE
               WEEKS-AHEAD DELIMITED BY SIZE
               " WEEKS"    DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-PROBATION-REPORT.
