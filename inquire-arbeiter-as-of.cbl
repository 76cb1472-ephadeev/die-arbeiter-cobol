      ******************************************************************
      *    Worker Master Record As Of a Past Date - Inquiry
      *    One ARBEITER-ID and a date: the worker's ABTEILUNG-ID,
      *    chief, SALARY, STELLE and the other master fields as they
      *    stood at the end of that day, rebuilt by REBUILD-ARBEITER-
      *    AS-OF from today's master and the logs, each with the log
      *    entry that set it. A field changed since is marked "*".
      *    For the labour court and auditor questions; the printed
      *    version, also for a whole ABTEILUNG, is PRINT-ARBEITER-
      *    AS-OF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRE-ARBEITER-AS-OF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  RECORD-FOUND          PIC X.
       77  THE-ARBEITER-ID       PIC 9(6).
       77  ARBEITER-ID-FIELD     PIC Z(6).
       77  FIELD-SUB             PIC 9.
       77  CHANGED-MARK          PIC X.

       77  AS-OF-DATUM           PIC X(10).
       77  DATUM-TO-CHECK        PIC X(10).
       77  DATUM-VALID           PIC X.
       77  DATUM-YEAR            PIC 9(4).
       77  DATUM-MONTH           PIC 99.
       77  DATUM-DAY             PIC 99.
       77  DAYS-IN-MONTH         PIC 99.
       77  IS-LEAP-YEAR          PIC X.
       77  DATUM-DIVIDE-QUOT     PIC 9(4).
       77  DATUM-DIVIDE-REM      PIC 9(4).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

           COPY "scope-request.cbl".

           COPY "as-of-request.cbl".

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
           MOVE "INQUIRE-AS-OF" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
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

       ENTER-THE-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID TO INQUIRE (0 TO EXIT)".
           MOVE ZERO TO ARBEITER-ID-FIELD.
           ACCEPT ARBEITER-ID-FIELD.
           MOVE ARBEITER-ID-FIELD TO THE-ARBEITER-ID.

       INQUIRE-ONE-WORKER.
           PERFORM ENTER-AS-OF-DATUM.
           MOVE THE-ARBEITER-ID TO ASOF-ARBEITER-ID.
           MOVE AS-OF-DATUM TO ASOF-DATUM.
           CALL "REBUILD-ARBEITER-AS-OF" USING AS-OF-REQUEST.
           IF ASOF-WORKER-FOUND NOT = "Y"
               DISPLAY "NO WORKER WITH THAT ID ON FILE OR IN THE LOGS"
           ELSE
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   PERFORM SHOW-THE-RECORD.
           PERFORM ENTER-THE-ARBEITER-ID.

      ******************************************************************
      *    Scope is judged on today's ABTEILUNG; a worker no longer
      *    on the master is judged on the one rebuilt for the date.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE THE-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           MOVE ZERO TO SCOPE-ABTEILUNG-ID.
           IF RECORD-FOUND = "Y"
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
           ELSE
           IF ASOF-VALUE(1)(1:4) IS NUMERIC
               MOVE ASOF-VALUE(1)(1:4) TO SCOPE-ABTEILUNG-ID.
           MOVE "O" TO SCOPE-FUNCTION.
           MOVE THE-ARBEITER-ID TO SCOPE-ARBEITER-ID.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       SHOW-THE-RECORD.
           DISPLAY " ".
           DISPLAY "=== WORKER " THE-ARBEITER-ID " AS OF "
               AS-OF-DATUM " ===".
           PERFORM SHOW-ONE-FIELD
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB > 8.
           DISPLAY " ".
           DISPLAY "* = CHANGED SINCE THAT DATE".

       SHOW-ONE-FIELD.
           MOVE SPACE TO CHANGED-MARK.
           IF ASOF-ROLLED-BACK(FIELD-SUB) = "Y"
               MOVE "*" TO CHANGED-MARK.
           DISPLAY ASOF-FIELD-NAME(FIELD-SUB) " "
               CHANGED-MARK " " ASOF-VALUE(FIELD-SUB).
           DISPLAY "      SET BY: " ASOF-SOURCE(FIELD-SUB).

      ******************************************************************
      *    As-of date - a real calendar date, not after today.
      ******************************************************************
       ENTER-AS-OF-DATUM.
           PERFORM ACCEPT-AS-OF-DATUM.
           PERFORM RE-ACCEPT-AS-OF-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-AS-OF-DATUM.
           DISPLAY "ENTER AS-OF DATE IN FORMAT YYYY-MM-DD".
           ACCEPT AS-OF-DATUM.
           MOVE AS-OF-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y" AND AS-OF-DATUM > TODAY-DATUM-TEXT
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST NOT BE AFTER TODAY".

       RE-ACCEPT-AS-OF-DATUM.
           PERFORM ACCEPT-AS-OF-DATUM.

       VALIDATE-DATUM-FORMAT.
           MOVE "Y" TO DATUM-VALID.
           IF DATUM-TO-CHECK(5:1) NOT = "-" OR
               DATUM-TO-CHECK(8:1) NOT = "-"
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
           IF DATUM-TO-CHECK(1:4) IS NOT NUMERIC OR
               DATUM-TO-CHECK(6:2) IS NOT NUMERIC OR
               DATUM-TO-CHECK(9:2) IS NOT NUMERIC
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
               MOVE DATUM-TO-CHECK(1:4) TO DATUM-YEAR
               MOVE DATUM-TO-CHECK(6:2) TO DATUM-MONTH
               MOVE DATUM-TO-CHECK(9:2) TO DATUM-DAY
               PERFORM VALIDATE-DATUM-MONTH-AND-DAY.

       VALIDATE-DATUM-MONTH-AND-DAY.
           IF DATUM-MONTH < 1 OR DATUM-MONTH > 12
               MOVE "N" TO DATUM-VALID
               DISPLAY "MONTH MUST BE 01-12"
           ELSE
               PERFORM FIND-DAYS-IN-DATUM-MONTH
               IF DATUM-DAY < 1 OR DATUM-DAY > DAYS-IN-MONTH
                   MOVE "N" TO DATUM-VALID
                   DISPLAY "DAY IS NOT VALID FOR THAT MONTH".

       FIND-DAYS-IN-DATUM-MONTH.
           MOVE DAYS-PER-MONTH-ENTRY(DATUM-MONTH) TO DAYS-IN-MONTH.
           IF DATUM-MONTH = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.

       DETERMINE-LEAP-YEAR.
           MOVE "N" TO IS-LEAP-YEAR.
           DIVIDE DATUM-YEAR BY 4
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           IF DATUM-DIVIDE-REM = 0
               MOVE "Y" TO IS-LEAP-YEAR
               DIVIDE DATUM-YEAR BY 100
                   GIVING DATUM-DIVIDE-QUOT
                   REMAINDER DATUM-DIVIDE-REM
               IF DATUM-DIVIDE-REM = 0
                   MOVE "N" TO IS-LEAP-YEAR
                   DIVIDE DATUM-YEAR BY 400
                       GIVING DATUM-DIVIDE-QUOT
                       REMAINDER DATUM-DIVIDE-REM
                   IF DATUM-DIVIDE-REM = 0
                       MOVE "Y" TO IS-LEAP-YEAR.

       END PROGRAM INQUIRE-ARBEITER-AS-OF.
