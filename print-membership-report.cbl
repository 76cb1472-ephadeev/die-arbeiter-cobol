       77  THE-FUND-CODE         PIC 9(3).
       77  FUND-MEMBER-COUNT     PIC 9(5).
       77  FUNDS-LISTED-COUNT    PIC 9(3) VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(44)  VALUE

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS = "35"
               MOVE "Y" TO DEDUCTION-FILE-MISSING.
               CLOSE MEMBERSHIP-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "FUNDS LISTED: " FUNDS-LISTED-COUNT.

       PROCESS-REPORT.

       LIST-ONE-MEMBER-IF-MATCH.
           IF MB-DED-CODE = THE-FUND-CODE
               PERFORM LOOK-UP-MEMBER-WORKER
               IF SCOPE-OK = "Y"
                   PERFORM WRITE-ONE-MEMBER-LINE
                   ADD 1 TO FUND-MEMBER-COUNT.
           PERFORM READ-NEXT-MEMBERSHIP.

       LOOK-UP-MEMBER-WORKER.
           MOVE MB-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           PERFORM CHECK-WORKER-IN-SCOPE.

       WRITE-ONE-MEMBER-LINE.
           MOVE MB-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
               AT END
               MOVE "Y" TO MEMBERSHIP-AT-END.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-MEMBERSHIP-RPT" TO SCOPE-PROGRAM-NAME.
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
      *    run has overwritten MEMBERSHIP-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-MEMBERSHIP-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "MEMBERSHIP-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-MEMBERSHIP-REPORT.
