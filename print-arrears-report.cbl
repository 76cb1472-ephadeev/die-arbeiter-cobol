       77  WORKER-FOUND          PIC X.
       77  OWING-COUNT           PIC 9(5) VALUE ZERO.
       77  OWING-TOTAL           PIC 9(11)V99 VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(40)  VALUE

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ARREARS-FILE.
           IF ARREARS-FILE-STATUS = "35"
               MOVE "Y" TO ARREARS-FILE-MISSING.
               CLOSE ARREARS-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

       PROCESS-REPORT.
           MOVE ZERO TO ARR-ARBEITER-ID.

       LIST-ONE-IF-OWING.
           IF ARR-BALANCE > ZERO
               PERFORM LOOK-UP-OWING-WORKER
               IF SCOPE-OK = "Y"
                   PERFORM WRITE-WORKER-LINE
                   ADD 1 TO OWING-COUNT
                   ADD ARR-BALANCE TO OWING-TOTAL.
           PERFORM READ-NEXT-ARREARS-RECORD.

       LOOK-UP-OWING-WORKER.
           MOVE ARR-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           PERFORM CHECK-WORKER-IN-SCOPE.

       WRITE-WORKER-LINE.
           MOVE ARR-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           DISPLAY "WORKERS OWING: " OWING-COUNT.
           DISPLAY "TOTAL OWED:    " OWING-TOTAL.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-ARREARS-REPORT" TO SCOPE-PROGRAM-NAME.
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
      *    run has overwritten ARREARS-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-ARREARS-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "ARREARS-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-ARREARS-REPORT.
