       77  ARBEITER-FOUND               PIC X.
       77  ABTEIL-FOUND                 PIC X.
       77  TOTAL-TRANSFERS              PIC 9(6) VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(27) VALUE "DEPARTMENT TRANSFER HISTORY".

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
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT TRANSFER-HISTORY-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE TRANSFER-HISTORY-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

       PROCESS-REPORT.
           PERFORM PROCESS-GENERATIONS.
           PERFORM READ-NEXT-HISTORY-RECORD.

       JUDGE-ONE-HISTORY-RECORD.
           PERFORM CHECK-TRANSFER-IN-SCOPE.
           IF SCOPE-OK = "Y"
               PERFORM LOOK-UP-ARBEITER-FOR-HISTORY
               PERFORM WRITE-TRANSFER-LINE
               ADD 1 TO TOTAL-TRANSFERS.
      ******************************************************************
      *    Generation pass - LOG-ROTATE may have cut this log into
      *    dated generation files. The rotation index names them;
           MOVE GRAND-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only transfers touching the departments they look
      *    after are printed; a supervisor gets every transfer.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-TRANSFER-HIST" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

      ******************************************************************
      *    A transfer belongs to both departments - it is printed for
      *    an operator who looks after either the old or the new one.
      ******************************************************************
       CHECK-TRANSFER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE TH-NEW-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE TH-ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST
               IF SCOPE-OK NOT = "Y"
                   MOVE TH-OLD-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
                   CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten TRANSFER-HISTORY-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-TRANSFER-HISTORY-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "TRANSFER-HISTORY-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-TRANSFER-HISTORY-REPORT.
