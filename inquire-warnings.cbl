      ******************************************************************
      *    Live Warnings Inquiry
      *    One ARBEITER-ID, that worker's live disciplinary warnings -
      *    status "L" and the expiry date not yet passed - with the
      *    category, the date given, the manager who gave it and the
      *    day it stops counting. Expired and withdrawn warnings are
      *    not shown; MAINTENANCE-WARNING lists the full history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRE-WARNINGS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-warning.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-warning.cbl".

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  WARNING-FILE-STATUS   PIC XX.
       77  WARNING-FILE-MISSING  PIC X.
       77  WARNING-AT-END        PIC X.
       77  RECORD-FOUND          PIC X.
       77  THE-ARBEITER-ID       PIC 9(6).
       77  ARBEITER-ID-FIELD     PIC Z(6).
       77  LIVE-WARNING-COUNT    PIC 9(3).
       77  CATEGORY-TEXT         PIC X(11).
       77  ISSUER-NAME           PIC X(40).
       77  SAVE-ARBEITER-RECORD  PIC X(264).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

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
           MOVE "INQUIRE-WARNINGS" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    No warning file yet means no worker has a warning.
      ******************************************************************
       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           MOVE "N" TO WARNING-FILE-MISSING.
           OPEN INPUT WARNING-FILE.
           IF WARNING-FILE-STATUS = "35"
               MOVE "Y" TO WARNING-FILE-MISSING.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           IF WARNING-FILE-MISSING NOT = "Y"
               CLOSE WARNING-FILE.

       ENTER-THE-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID TO INQUIRE (0 TO EXIT)".
           MOVE ZERO TO ARBEITER-ID-FIELD.
           ACCEPT ARBEITER-ID-FIELD.
           MOVE ARBEITER-ID-FIELD TO THE-ARBEITER-ID.

       INQUIRE-ONE-WORKER.
           PERFORM READ-THE-MASTER-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO WORKER WITH THAT ID ON FILE"
           ELSE
           IF RECORD-FOUND = "Y"
               PERFORM SHOW-LIVE-WARNINGS.
           PERFORM ENTER-THE-ARBEITER-ID.

       READ-THE-MASTER-RECORD.
           MOVE THE-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO RECORD-FOUND.
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

       SHOW-LIVE-WARNINGS.
           DISPLAY " ".
           DISPLAY "=== LIVE WARNINGS - " ARBEITER-ID " "
               FAMILIE(1:40) " ===".
           MOVE ARBEITER-RECORD TO SAVE-ARBEITER-RECORD.
           MOVE ZERO TO LIVE-WARNING-COUNT.
           MOVE "Y" TO WARNING-AT-END.
           IF WARNING-FILE-MISSING NOT = "Y"
               MOVE THE-ARBEITER-ID TO WN-ARBEITER-ID
               MOVE ZERO TO WN-WARNING-NUMBER
               MOVE "N" TO WARNING-AT-END
               START WARNING-FILE
                   KEY IS NOT LESS THAN WN-WARNING-KEY
                   INVALID KEY
                   MOVE "Y" TO WARNING-AT-END.
           IF WARNING-AT-END NOT = "Y"
               PERFORM READ-NEXT-WARNING-RECORD
               PERFORM SHOW-ONE-IF-LIVE
                   UNTIL WARNING-AT-END = "Y".
           MOVE SAVE-ARBEITER-RECORD TO ARBEITER-RECORD.
           IF LIVE-WARNING-COUNT = ZERO
               DISPLAY "NO LIVE WARNINGS"
           ELSE
               DISPLAY LIVE-WARNING-COUNT " LIVE WARNING(S)".

      ******************************************************************
      *    Live means status "L" and the expiry date not yet passed,
      *    whether or not EXPIRE-WARNINGS has run today.
      ******************************************************************
       SHOW-ONE-IF-LIVE.
           IF WN-ARBEITER-ID NOT = THE-ARBEITER-ID
               MOVE "Y" TO WARNING-AT-END
           ELSE
               IF WN-IS-LIVE AND
                   WN-EXPIRY-DATUM NOT < TODAY-DATUM-TEXT
                   PERFORM SHOW-ONE-WARNING
               END-IF
               PERFORM READ-NEXT-WARNING-RECORD.

       SHOW-ONE-WARNING.
           ADD 1 TO LIVE-WARNING-COUNT.
           PERFORM SET-CATEGORY-TEXT.
           PERFORM LOOK-UP-ISSUER-NAME.
           DISPLAY " ".
           DISPLAY "WARNING " WN-WARNING-NUMBER
               "  GIVEN " WN-WARNING-DATUM
               "  " CATEGORY-TEXT
               "  EXPIRES " WN-EXPIRY-DATUM.
           DISPLAY "  BY " WN-ISSUED-BY " " ISSUER-NAME.
           DISPLAY "  " WN-BESCHREIBUNG.

       SET-CATEGORY-TEXT.
           IF WN-IS-ATTENDANCE
               MOVE "ATTENDANCE" TO CATEGORY-TEXT
           ELSE
           IF WN-IS-CONDUCT
               MOVE "CONDUCT" TO CATEGORY-TEXT
           ELSE
           IF WN-IS-PERFORMANCE
               MOVE "PERFORMANCE" TO CATEGORY-TEXT
           ELSE
           IF WN-IS-SAFETY
               MOVE "SAFETY" TO CATEGORY-TEXT
           ELSE
               MOVE "OTHER" TO CATEGORY-TEXT.

       LOOK-UP-ISSUER-NAME.
           MOVE WN-ISSUED-BY TO ARBEITER-ID.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE SPACE TO FAMILIE.
           MOVE FAMILIE TO ISSUER-NAME.

       READ-NEXT-WARNING-RECORD.
           READ WARNING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WARNING-AT-END.

       END PROGRAM INQUIRE-WARNINGS.
