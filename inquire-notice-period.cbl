      ******************************************************************
      *    Notice Period and Severance Inquiry
      *    One ARBEITER-ID and the date notice would be given (today
      *    when left blank) - shows the worker's length of service
      *    from EINSTELL-DATUM, the notice band that applies, the
      *    earliest lawful termination date and a severance estimate
      *    from the current SALARY and the department's PRAEMIE.
      *    The working is done in CALC-NOTICE-PERIOD, the same
      *    routine MAINTENANCE-ARBEITER checks a dismissal against.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRE-NOTICE-PERIOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  RECORD-FOUND          PIC X.
       77  ABTEILUNG-ID-FOUND    PIC X.
       77  THE-ARBEITER-ID       PIC 9(6).
       77  ARBEITER-ID-FIELD     PIC Z(6).
       77  NOTICE-DATUM-ENTRY    PIC X(10).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  SALARY-FIELD          PIC Z,ZZZ,ZZ9.99.
       77  MONTHLY-PAY-FIELD     PIC Z,ZZZ,ZZ9.99.
       77  SEVERANCE-FIELD       PIC ZZ,ZZZ,ZZ9.99.
       77  FACTOR-FIELD          PIC 9.99.

       77  DATUM-TO-CHECK     PIC X(10).
       77  DATUM-VALID        PIC X.
       77  DATUM-YEAR         PIC 9(4).
       77  DATUM-MONTH        PIC 99.
       77  DATUM-DAY          PIC 99.
       77  DAYS-IN-MONTH      PIC 99.
       77  IS-LEAP-YEAR       PIC X.
       77  DATUM-DIVIDE-QUOT  PIC 9(4).
       77  DATUM-DIVIDE-REM   PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

           COPY "scope-request.cbl".
           COPY "notice-request.cbl".

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
           MOVE "INQUIRE-NOTICE" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.

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
               PERFORM ENTER-NOTICE-DATUM
               PERFORM WORK-OUT-THE-NOTICE
               PERFORM SHOW-THE-NOTICE.
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

      ******************************************************************
      *    Notice date - blank means notice is given today.
      ******************************************************************
       ENTER-NOTICE-DATUM.
           PERFORM ACCEPT-NOTICE-DATUM.
           PERFORM RE-ACCEPT-NOTICE-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-NOTICE-DATUM.
           DISPLAY "ENTER DATE NOTICE IS GIVEN IN FORMAT YYYY-MM-DD".
           DISPLAY "(BLANK FOR TODAY)".
           MOVE SPACE TO NOTICE-DATUM-ENTRY.
           ACCEPT NOTICE-DATUM-ENTRY.
           IF NOTICE-DATUM-ENTRY = SPACE
               ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD
               PERFORM BUILD-TODAY-DATUM-TEXT
               MOVE TODAY-DATUM-TEXT TO NOTICE-DATUM-ENTRY.
           MOVE NOTICE-DATUM-ENTRY TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.

       RE-ACCEPT-NOTICE-DATUM.
           PERFORM ACCEPT-NOTICE-DATUM.

       BUILD-TODAY-DATUM-TEXT.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.

      ******************************************************************
      *    The department's PRAEMIE goes into the monthly pay the
      *    severance is estimated on - a department no longer on file
      *    counts as no PRAEMIE, the way PAYROLL-RUN pays it.
      ******************************************************************
       WORK-OUT-THE-NOTICE.
           MOVE ARBEITER-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-ID-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-ID-FOUND.
           MOVE EINSTELL-DATUM TO NR-EINSTELL-DATUM.
           MOVE NOTICE-DATUM-ENTRY TO NR-NOTICE-DATUM.
           MOVE SALARY TO NR-SALARY.
           IF ABTEILUNG-ID-FOUND = "Y"
               MOVE PRAEMIE TO NR-PRAEMIE
           ELSE
               MOVE ZERO TO NR-PRAEMIE
               DISPLAY "ABTEILUNG " ARBEITER-ABTEILUNG-ID
                   " NOT ON FILE - ESTIMATED WITHOUT PRAEMIE".
           CALL "CALC-NOTICE-PERIOD" USING NOTICE-REQUEST.

       SHOW-THE-NOTICE.
           DISPLAY " ".
           DISPLAY "ARBEITER " ARBEITER-ID " "
               ARBEITER-NAME(1:40).
           IF NOT ARBEITER-IS-ACTIVE
               DISPLAY "NOTE - WORKER IS NOT ACTIVE, STATUS "
                   ARBEITER-STATUS.
           DISPLAY "HIRED " EINSTELL-DATUM
               "   NOTICE GIVEN " NR-NOTICE-DATUM.
           IF NR-DATES-VALID NOT = "Y"
               DISPLAY "NOTICE DATE IS BEFORE THE HIRE DATE - "
                   "NOTHING TO WORK OUT"
           ELSE
               PERFORM SHOW-THE-NOTICE-PERIOD
               PERFORM SHOW-THE-SEVERANCE.

       SHOW-THE-NOTICE-PERIOD.
           DISPLAY "SERVICE: " NR-SERVICE-YEARS " YEARS "
               NR-SERVICE-MONTHS " MONTHS".
           IF NR-NOTICE-MONTHS > ZERO
               DISPLAY "NOTICE PERIOD: " NR-NOTICE-MONTHS " MONTHS"
           ELSE
               DISPLAY "NOTICE PERIOD: " NR-NOTICE-WEEKS " WEEKS".
           IF NR-TO-MONTH-END
               DISPLAY "  RUNNING TO THE END OF A MONTH"
           ELSE
               DISPLAY "  RUNNING TO THE 15TH OR THE END OF A MONTH".
           IF NR-STATUTORY-SCALE = "Y"
               DISPLAY "  (STATUTORY SCALE - NO NOTICE TABLE ON FILE)".
           DISPLAY "EARLIEST LAWFUL TERMINATION DATE: "
               NR-LAWFUL-DATUM.

       SHOW-THE-SEVERANCE.
           MOVE NR-SALARY TO SALARY-FIELD.
           MOVE NR-MONTHLY-PAY TO MONTHLY-PAY-FIELD.
           MOVE NR-MONTHS-PER-YEAR TO FACTOR-FIELD.
           MOVE NR-SEVERANCE TO SEVERANCE-FIELD.
           DISPLAY "SALARY " SALARY-FIELD "  PRAEMIE " NR-PRAEMIE
               " PERCENT  MONTHLY PAY " MONTHLY-PAY-FIELD.
           DISPLAY "SEVERANCE ESTIMATE: " FACTOR-FIELD
               " MONTHS X " NR-SEVERANCE-YEARS " YEARS = "
               SEVERANCE-FIELD.

      ******************************************************************
      *    Calendar-date check - the same rules MAINTENANCE-ARBEITER
      *    applies to every date it takes.
      ******************************************************************
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

       END PROGRAM INQUIRE-NOTICE-PERIOD.
