       77  ADRESSE-FILE-MISSING  PIC X VALUE "N".
       77  ADRESSE-FOUND         PIC X.
       77  NO-ADDRESS-COUNT      PIC 9(5) VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 500 TIMES

       01  BLANK-LINE PIC X(200) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           PERFORM OPEN-ADRESSE-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               CLOSE ADRESSE-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

      ******************************************************************
      *    Exceptions page - everyone the sort pass could not join
           CLOSE ARBEITER-FILE.

       RELEASE-ONE-IF-ACTIVE.
           PERFORM CHECK-WORKER-IN-SCOPE.
           IF ARBEITER-IS-ACTIVE AND SCOPE-OK = "Y"
               MOVE FAMILIE             TO SW-FAMILIE
               MOVE ARBEITER-NAME       TO SW-ARBEITER-NAME
               MOVE ARBEITER-ID         TO SW-ARBEITER-ID
               DISPLAY "MORE THAN 500 WORKERS WITHOUT AN ADDRESS - "
                   "LIST TRUNCATED".

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-MAILING-LIST" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten MAILING-LIST-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-MAILING-LIST-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "MAILING-LIST-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-MAILING-LIST-REPORT.
