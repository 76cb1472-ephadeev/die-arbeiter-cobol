       77  AUDIT-KEY-TEXT        PIC X(6).
       77  DISPLAY-ABTEILUNG-NAME PIC X(40).
       77  DISPLAY-CHIEF-NAME    PIC X(40).
       77  SAVE-ARBEITER-RECORD  PIC X(264).

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM GET-SCOPE-SESSION.
           IF SCOPE-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
               PERFORM OPENING-PROCEDURE
               PERFORM ENTER-THE-ARBEITER-ID
               PERFORM INQUIRE-ONE-WORKER
                   UNTIL THE-ARBEITER-ID = ZERO
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    The operator comes from the menu session, or signs on here
      *    when the inquiry is run on its own.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "INQUIRE-ARB-360" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           IF RECORD-FOUND = "N"
               DISPLAY "NO WORKER WITH THAT ID ON FILE"
           ELSE
           IF RECORD-FOUND = "Y"
               PERFORM SHOW-MASTER-SECTION
               PERFORM SHOW-SALARY-HISTORY-SECTION
               PERFORM SHOW-TRANSFER-HISTORY-SECTION
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               PERFORM CHECK-WORKER-IN-SCOPE.

      ******************************************************************
      *    A worker outside the operator's departments is refused and
      *    the attempt logged; the inquiry moves on to the next ID.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "O" TO SCOPE-FUNCTION.
           MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID.
           MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           IF SCOPE-OK NOT = "Y"
               MOVE "S" TO RECORD-FOUND.

      ******************************************************************
      *    Master section - the record plus the Abteilung name and
           DISPLAY "EINSTELL DATUM: " EINSTELL-DATUM.
           DISPLAY "GEBURTS DATUM: " GEBURTS-DATUM.
           DISPLAY "TEILZEIT PROZENT: " TEILZEIT-PROZENT.
           DISPLAY "GESCHLECHT: " GESCHLECHT.
           IF ARBEITER-IS-ACTIVE
               DISPLAY "STATUS: ACTIVE"
           ELSE
