       77  APPROVED-COUNT        PIC 9(4) VALUE ZERO.
       77  REJECTED-COUNT        PIC 9(4) VALUE ZERO.
       77  SKIPPED-COUNT         PIC 9(4) VALUE ZERO.
       77  OUT-OF-SCOPE-COUNT    PIC 9(4) VALUE ZERO.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF LR-IS-PENDING AND
               (CHIEF-FILTER = ZERO OR
               LR-CHIEF-ID = CHIEF-FILTER)
               PERFORM CHECK-REQUEST-IN-SCOPE
               IF SCOPE-OK = "Y"
                   PERFORM DECIDE-ONE-REQUEST
               ELSE
                   ADD 1 TO OUT-OF-SCOPE-COUNT.
           PERFORM READ-NEXT-REQUEST-RECORD.

      ******************************************************************
      *    Department scope - requests of workers outside the
      *    operator's departments are passed over, even on a chief
      *    filter; a supervisor sees them all.
      ******************************************************************
       CHECK-REQUEST-IN-SCOPE.
           MOVE "Y" TO SCOPE-OK.
           MOVE LR-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE SIGNON-PROGRAM-NAME TO SCOPE-PROGRAM-NAME
               MOVE THIS-OPERATOR-ID TO SCOPE-OPERATOR-ID
               MOVE THIS-OPERATOR-IS-SUPERVISOR
                   TO SCOPE-SUPERVISOR-FLAG
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE LR-ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       DECIDE-ONE-REQUEST.
           PERFORM SHOW-THE-REQUEST.
           PERFORM CHECK-DEPARTMENT-COVERAGE.
           DISPLAY "REQUESTS APPROVED: " APPROVED-COUNT.
           DISPLAY "REQUESTS REJECTED: " REJECTED-COUNT.
           DISPLAY "REQUESTS SKIPPED:  " SKIPPED-COUNT.
           IF OUT-OF-SCOPE-COUNT > ZERO
               DISPLAY "OUTSIDE YOUR DEPARTMENTS: " OUT-OF-SCOPE-COUNT.

       END PROGRAM APPROVE-LEAVE-REQUESTS.
