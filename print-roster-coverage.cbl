      ******************************************************************
      *    Print the Roster Coverage Report
      *    Asks for the Monday of the week and, per Abteilung, counts
      *    the workers ROSTER-FILE has on each of the department's
      *    SHIFT-PATTERN shifts for each of the seven days. A day the
      *    shift runs (SP-RUN-DAYS) with fewer workers than
      *    SP-MIN-HEADCOUNT is starred as a shortfall; a day the
      *    shift does not run is marked "-" and never counts short.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-ROSTER-COVERAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-abteil.cbl".
           COPY "select-shift-pattern.cbl".
           COPY "select-roster.cbl".
           SELECT REPORT-FILE ASSIGN TO "ROSTER-COVERAGE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-abteil.cbl".
           COPY "fd-shift-pattern.cbl".
           COPY "fd-roster.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  SHIFT-PATTERN-FILE-STATUS PIC XX.
       77  ROSTER-FILE-STATUS    PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  SHIFT-PATTERN-FILE-MISSING PIC X VALUE "N".
       77  ROSTER-FILE-MISSING   PIC X VALUE "N".
       77  ABTEIL-FILE-AT-END    PIC X.
       77  PATTERN-AT-END        PIC X.
       77  ROSTER-AT-END         PIC X.
       77  WEEK-START-DATUM      PIC X(10).
       77  WEEK-START-VALID      PIC X.
       77  DAY-SUB               PIC 9.
       77  FOUND-DAY-SUB         PIC 9.
       77  PATTERN-SUB           PIC 9(2).
       77  FOUND-PATTERN-SUB     PIC 9(2).
       77  PATTERN-COUNT         PIC 9(2).
       77  PATTERN-TABLE-MAX     PIC 9(2) VALUE 20.
       77  SHIFT-SHORT-DAYS      PIC 9.

       77  DEPARTMENT-SHORT-DAYS PIC 9(5).
       77  COMPANY-SHORT-DAYS    PIC 9(5) VALUE ZERO.
       77  COMPANY-SHIFT-COUNT   PIC 9(5) VALUE ZERO.

      ******************************************************************
      *    The current department's shifts with a head count per day
      *    of the week.
      ******************************************************************
       01  PATTERN-TABLE.
           05 PATTERN-ENTRY OCCURS 20 TIMES.
               10 PT-SHIFT-CODE     PIC X(2).
               10 PT-DESCRIPTION    PIC X(30).
               10 PT-START-TIME     PIC X(5).
               10 PT-END-TIME       PIC X(5).
               10 PT-MIN-HEADCOUNT  PIC 9(3).
               10 PT-RUN-DAYS       PIC X(7).
               10 PT-DAY-COUNT OCCURS 7 TIMES PIC 9(3).

       01  WEEK-TABLE.
           05 WEEK-DAY-ENTRY OCCURS 7 TIMES.
               10 WEEK-DATUM        PIC X(10).

       01  DAY-NAME-VALUES    PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME OCCURS 7 TIMES PIC X(3).

       01  HEADER-LINE-1.
           05 FILLER PIC X(28)  VALUE
               "ROSTER COVERAGE - WEEK FROM ".
           05 HL-WEEK-FROM      PIC X(10).
           05 FILLER PIC X(4)   VALUE " TO ".
           05 HL-WEEK-TO        PIC X(10).
           05 FILLER PIC X(80)  VALUE SPACE.

       01  LEGEND-LINE.
           05 FILLER PIC X(60)  VALUE
               "* BELOW MINIMUM HEADCOUNT     - SHIFT DOES NOT RUN".
           05 FILLER PIC X(72)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(6)   VALUE "DEPT".
           05 FILLER PIC X(4)   VALUE "SH".
           05 FILLER PIC X(25)  VALUE "DESCRIPTION".
           05 FILLER PIC X(13)  VALUE "HOURS".
           05 FILLER PIC X(5)   VALUE "MIN".
           05 CH-DAY-COLUMN OCCURS 7 TIMES.
               10 FILLER        PIC X(3)  VALUE SPACE.
               10 CH-DAY-NAME   PIC X(3).
               10 FILLER        PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(23)  VALUE "  SHORT".

       01  DATE-HEADER-LINE.
           05 FILLER PIC X(53)  VALUE SPACE.
           05 DH-DAY-COLUMN OCCURS 7 TIMES.
               10 FILLER        PIC X(2)  VALUE SPACE.
               10 DH-DAY-DATE   PIC X(5).
               10 FILLER        PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(23)  VALUE SPACE.

       01  DETAIL-LINE.
           05 RL-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-SHIFT-CODE     PIC X(2).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-DESCRIPTION    PIC X(24).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-START-TIME     PIC X(5).
           05 FILLER PIC X(1)   VALUE "-".
           05 RL-END-TIME       PIC X(5).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-MIN-HEADCOUNT  PIC ZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-DAY-COLUMN OCCURS 7 TIMES.
               10 FILLER        PIC X(3)  VALUE SPACE.
               10 RL-DAY-COUNT  PIC ZZ9.
               10 RL-DAY-FLAG   PIC X(1).
               10 FILLER        PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(3)   VALUE SPACE.
           05 RL-SHORT-DAYS     PIC Z9.
           05 FILLER PIC X(18)  VALUE SPACE.

       01  SUBTOTAL-LINE.
           05 SL-LABEL          PIC X(50).
           05 SL-COUNT          PIC ZZZZ9.
           05 FILLER PIC X(77)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

       77  WD-YEAR            PIC 9(4).
       77  WD-MONTH           PIC 99.
       77  WD-DAY             PIC 99.
       77  WD-MAX-DAY         PIC 99.
       77  WD-DATE-TEXT       PIC X(10).
       77  ZC-Q               PIC 99.
       77  ZC-M               PIC 99.
       77  ZC-YEAR            PIC 9(4).
       77  ZC-K               PIC 99.
       77  ZC-J               PIC 99.
       77  ZC-WORK            PIC 9(6).
       77  ZC-QUOT            PIC 9(6).
       77  ZC-TERM-M          PIC 9(3).
       77  ZC-TERM-K          PIC 99.
       77  ZC-TERM-J          PIC 99.
       77  ZC-REM             PIC 99.
       77  ZC-H               PIC 9.

       77  DATUM-TO-CHECK     PIC X(10).
       77  DATUM-VALID        PIC X.
       77  DATUM-YEAR         PIC 9(4).
       77  DATUM-MONTH        PIC 99.
       77  DATUM-DAY          PIC 99.
       77  DAYS-IN-MONTH      PIC 99.
       77  IS-LEAP-YEAR       PIC X.
       77  DATUM-DIVIDE-QUOT  PIC 9(4).
       77  DATUM-DIVIDE-REM   PIC 9(4).
       77  SCOPE-SESSION-OK      PIC X.

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SHIFT-PATTERN-FILE-MISSING = "Y"
               DISPLAY "SHIFT-PATTERNS NOT ON DISK - NO SHIFTS HAVE "
                   "BEEN SET UP YET"
           ELSE
               PERFORM PROCESS-REPORT
               PERFORM WRITE-COMPANY-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT SHIFT-PATTERN-FILE.
           IF SHIFT-PATTERN-FILE-STATUS = "35"
               MOVE "Y" TO SHIFT-PATTERN-FILE-MISSING.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-FILE-STATUS = "35"
               MOVE "Y" TO ROSTER-FILE-MISSING
               DISPLAY "ROSTER-FILE NOT ON DISK - EVERY SHIFT IS "
                   "UNSTAFFED".
           PERFORM ENTER-WEEK-START.
           PERFORM LOAD-THE-WEEK.
           OPEN OUTPUT REPORT-FILE.
           MOVE WEEK-DATUM(1) TO HL-WEEK-FROM.
           MOVE WEEK-DATUM(7) TO HL-WEEK-TO.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LEGEND-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE DATE-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF SHIFT-PATTERN-FILE-MISSING NOT = "Y"
               CLOSE SHIFT-PATTERN-FILE.
           IF ROSTER-FILE-MISSING NOT = "Y"
               CLOSE ROSTER-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "SHIFT-DAYS BELOW MINIMUM: " COMPANY-SHORT-DAYS.

       PROCESS-REPORT.
           PERFORM READ-NEXT-ABTEIL-RECORD.
           PERFORM PROCESS-ABTEILUNG-IF-IN-SCOPE
               UNTIL ABTEIL-FILE-AT-END = "Y".

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only the departments they look after are
      *    printed; a supervisor gets every department.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-ROSTER-COVER" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO DEPARTMENTS WILL BE "
                   "LISTED".

       PROCESS-ABTEILUNG-IF-IN-SCOPE.
           MOVE "N" TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ZERO TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           IF SCOPE-OK = "Y"
               PERFORM PROCESS-ONE-ABTEILUNG
           ELSE
               PERFORM READ-NEXT-ABTEIL-RECORD.

       PROCESS-ONE-ABTEILUNG.
           PERFORM LOAD-DEPARTMENT-PATTERNS.
           IF PATTERN-COUNT > ZERO
               MOVE ZERO TO DEPARTMENT-SHORT-DAYS
               IF ROSTER-FILE-MISSING NOT = "Y"
                   PERFORM COUNT-DEPARTMENT-ROSTER
               END-IF
               PERFORM WRITE-ONE-PATTERN
                   VARYING PATTERN-SUB FROM 1 BY 1
                   UNTIL PATTERN-SUB > PATTERN-COUNT
               PERFORM WRITE-DEPARTMENT-TOTALS
               ADD DEPARTMENT-SHORT-DAYS TO COMPANY-SHORT-DAYS
               ADD PATTERN-COUNT TO COMPANY-SHIFT-COUNT.
           PERFORM READ-NEXT-ABTEIL-RECORD.

      ******************************************************************
      *    The department's shifts into the table - one START on the
      *    pattern file, read while the department holds.
      ******************************************************************
       LOAD-DEPARTMENT-PATTERNS.
           MOVE ZERO TO PATTERN-COUNT.
           MOVE ABTEILUNG-ID TO SP-ABTEILUNG-ID.
           MOVE LOW-VALUES TO SP-SHIFT-CODE.
           MOVE "N" TO PATTERN-AT-END.
           START SHIFT-PATTERN-FILE
               KEY IS NOT LESS THAN SP-PATTERN-KEY
               INVALID KEY
               MOVE "Y" TO PATTERN-AT-END.
           IF PATTERN-AT-END NOT = "Y"
               PERFORM READ-NEXT-PATTERN
               PERFORM LOAD-ONE-PATTERN
                   UNTIL PATTERN-AT-END = "Y".

       LOAD-ONE-PATTERN.
           IF PATTERN-COUNT < PATTERN-TABLE-MAX
               ADD 1 TO PATTERN-COUNT
               MOVE SP-SHIFT-CODE TO PT-SHIFT-CODE(PATTERN-COUNT)
               MOVE SP-DESCRIPTION TO PT-DESCRIPTION(PATTERN-COUNT)
               MOVE SP-START-TIME TO PT-START-TIME(PATTERN-COUNT)
               MOVE SP-END-TIME TO PT-END-TIME(PATTERN-COUNT)
               MOVE SP-MIN-HEADCOUNT
                   TO PT-MIN-HEADCOUNT(PATTERN-COUNT)
               MOVE SP-RUN-DAYS TO PT-RUN-DAYS(PATTERN-COUNT)
               PERFORM CLEAR-ONE-DAY-COUNT
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 7
           ELSE
               DISPLAY "ABTEILUNG " ABTEILUNG-ID " HAS MORE THAN "
                   PATTERN-TABLE-MAX " SHIFTS - SHIFT "
                   SP-SHIFT-CODE " NOT REPORTED".
           PERFORM READ-NEXT-PATTERN.

       CLEAR-ONE-DAY-COUNT.
           MOVE ZERO TO PT-DAY-COUNT(PATTERN-COUNT, DAY-SUB).

       READ-NEXT-PATTERN.
           READ SHIFT-PATTERN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PATTERN-AT-END.
           IF PATTERN-AT-END NOT = "Y" AND
               SP-ABTEILUNG-ID NOT = ABTEILUNG-ID
               MOVE "Y" TO PATTERN-AT-END.

      ******************************************************************
      *    A fresh pass over the roster for every department - each
      *    of the department's shifts in the week counted against its
      *    day and its pattern.
      ******************************************************************
       COUNT-DEPARTMENT-ROSTER.
           MOVE ZERO TO RO-ARBEITER-ID.
           MOVE LOW-VALUES TO RO-DATUM.
           MOVE "N" TO ROSTER-AT-END.
           START ROSTER-FILE
               KEY IS NOT LESS THAN RO-WORKER-DATE-KEY
               INVALID KEY
               MOVE "Y" TO ROSTER-AT-END.
           IF ROSTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-ROSTER-RECORD
               PERFORM COUNT-ONE-ROSTER-IF-MATCH
                   UNTIL ROSTER-AT-END = "Y".

       COUNT-ONE-ROSTER-IF-MATCH.
           IF RO-ABTEILUNG-ID = ABTEILUNG-ID AND
               RO-DATUM NOT < WEEK-DATUM(1) AND
               RO-DATUM NOT > WEEK-DATUM(7)
               PERFORM COUNT-ONE-ROSTER-RECORD.
           PERFORM READ-NEXT-ROSTER-RECORD.

       COUNT-ONE-ROSTER-RECORD.
           MOVE ZERO TO FOUND-DAY-SUB.
           PERFORM FIND-ROSTER-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.
           MOVE ZERO TO FOUND-PATTERN-SUB.
           PERFORM FIND-ROSTER-PATTERN
               VARYING PATTERN-SUB FROM 1 BY 1
               UNTIL PATTERN-SUB > PATTERN-COUNT.
           IF FOUND-DAY-SUB > ZERO AND FOUND-PATTERN-SUB > ZERO
               ADD 1 TO
                   PT-DAY-COUNT(FOUND-PATTERN-SUB, FOUND-DAY-SUB).

       FIND-ROSTER-DAY.
           IF RO-DATUM = WEEK-DATUM(DAY-SUB)
               MOVE DAY-SUB TO FOUND-DAY-SUB.

       FIND-ROSTER-PATTERN.
           IF RO-SHIFT-CODE = PT-SHIFT-CODE(PATTERN-SUB)
               MOVE PATTERN-SUB TO FOUND-PATTERN-SUB.

       READ-NEXT-ROSTER-RECORD.
           READ ROSTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ROSTER-AT-END.

       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
       WRITE-ONE-PATTERN.
           MOVE ZERO TO SHIFT-SHORT-DAYS.
           MOVE ABTEILUNG-ID TO RL-ABTEILUNG-ID.
           MOVE PT-SHIFT-CODE(PATTERN-SUB) TO RL-SHIFT-CODE.
           MOVE PT-DESCRIPTION(PATTERN-SUB) TO RL-DESCRIPTION.
           MOVE PT-START-TIME(PATTERN-SUB) TO RL-START-TIME.
           MOVE PT-END-TIME(PATTERN-SUB) TO RL-END-TIME.
           MOVE PT-MIN-HEADCOUNT(PATTERN-SUB) TO RL-MIN-HEADCOUNT.
           PERFORM FILL-ONE-DAY-COLUMN
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.
           MOVE SHIFT-SHORT-DAYS TO RL-SHORT-DAYS.
           ADD SHIFT-SHORT-DAYS TO DEPARTMENT-SHORT-DAYS.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FILL-ONE-DAY-COLUMN.
           MOVE PT-DAY-COUNT(PATTERN-SUB, DAY-SUB)
               TO RL-DAY-COUNT(DAY-SUB).
           IF PT-RUN-DAYS(PATTERN-SUB)(DAY-SUB:1) NOT = "Y"
               MOVE "-" TO RL-DAY-FLAG(DAY-SUB)
           ELSE
           IF PT-DAY-COUNT(PATTERN-SUB, DAY-SUB) <
               PT-MIN-HEADCOUNT(PATTERN-SUB)
               MOVE "*" TO RL-DAY-FLAG(DAY-SUB)
               ADD 1 TO SHIFT-SHORT-DAYS
           ELSE
               MOVE SPACE TO RL-DAY-FLAG(DAY-SUB).

       WRITE-DEPARTMENT-TOTALS.
           MOVE SPACE TO SL-LABEL.
           STRING "SHIFT-DAYS SHORT - " DELIMITED BY SIZE
                  ABTEILUNG-NAME DELIMITED BY SIZE
               INTO SL-LABEL.
           MOVE DEPARTMENT-SHORT-DAYS TO SL-COUNT.
           MOVE SUBTOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COMPANY-TOTALS.
           MOVE "COMPANY - SHIFTS REPORTED" TO SL-LABEL.
           MOVE COMPANY-SHIFT-COUNT TO SL-COUNT.
           MOVE SUBTOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "COMPANY - SHIFT-DAYS BELOW MINIMUM" TO SL-LABEL.
           MOVE COMPANY-SHORT-DAYS TO SL-COUNT.
           MOVE SUBTOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    The week always starts on a Monday.
      ******************************************************************
       ENTER-WEEK-START.
           PERFORM ACCEPT-WEEK-START.
           PERFORM RE-ACCEPT-WEEK-START
               UNTIL WEEK-START-VALID = "Y".

       ACCEPT-WEEK-START.
           DISPLAY "ENTER THE MONDAY THE WEEK STARTS IN FORMAT "
               "YYYY-MM-DD".
           MOVE SPACE TO WEEK-START-DATUM.
           ACCEPT WEEK-START-DATUM.
           MOVE WEEK-START-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           MOVE DATUM-VALID TO WEEK-START-VALID.
           IF WEEK-START-VALID = "Y"
               MOVE DATUM-YEAR TO WD-YEAR
               MOVE DATUM-MONTH TO WD-MONTH
               MOVE DATUM-DAY TO WD-DAY
               PERFORM FIND-DAY-OF-WEEK
               IF ZC-H NOT = 2
                   MOVE "N" TO WEEK-START-VALID
                   DISPLAY "THAT DATE IS NOT A MONDAY".

       RE-ACCEPT-WEEK-START.
           PERFORM ACCEPT-WEEK-START.

      ******************************************************************
      *    The seven dates of the week from the Monday, with the day
      *    headings filled in as each date is worked out.
      ******************************************************************
       LOAD-THE-WEEK.
           MOVE WEEK-START-DATUM(1:4) TO WD-YEAR.
           MOVE WEEK-START-DATUM(6:2) TO WD-MONTH.
           MOVE WEEK-START-DATUM(9:2) TO WD-DAY.
           PERFORM LOAD-ONE-WEEK-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.

       LOAD-ONE-WEEK-DAY.
           MOVE SPACE TO WD-DATE-TEXT.
           STRING
               WD-YEAR  DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-MONTH DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-DAY   DELIMITED BY SIZE
               INTO WD-DATE-TEXT.
           MOVE WD-DATE-TEXT TO WEEK-DATUM(DAY-SUB).
           MOVE DAY-NAME(DAY-SUB) TO CH-DAY-NAME(DAY-SUB).
           MOVE WD-DATE-TEXT(6:5) TO DH-DAY-DATE(DAY-SUB).
           PERFORM ADVANCE-ONE-DAY.

       FIND-DAY-OF-WEEK.
           MOVE WD-DAY TO ZC-Q.
           MOVE WD-MONTH TO ZC-M.
           MOVE WD-YEAR TO ZC-YEAR.
           IF ZC-M < 3
               ADD 12 TO ZC-M
               SUBTRACT 1 FROM ZC-YEAR.
           DIVIDE ZC-YEAR BY 100
               GIVING ZC-J
               REMAINDER ZC-K.
           COMPUTE ZC-WORK = 13 * (ZC-M + 1).
           DIVIDE ZC-WORK BY 5
               GIVING ZC-TERM-M
               REMAINDER ZC-REM.
           DIVIDE ZC-K BY 4
               GIVING ZC-TERM-K
               REMAINDER ZC-REM.
           DIVIDE ZC-J BY 4
               GIVING ZC-TERM-J
               REMAINDER ZC-REM.
           COMPUTE ZC-WORK =
               ZC-Q + ZC-TERM-M + ZC-K + ZC-TERM-K
               + ZC-TERM-J + 5 * ZC-J.
           DIVIDE ZC-WORK BY 7
               GIVING ZC-QUOT
               REMAINDER ZC-H.

      ******************************************************************
      *    Month length through the program's own DETERMINE-LEAP-
      *    YEAR, so the walk and the date validation agree on
      *    century years.
      ******************************************************************
       ADVANCE-ONE-DAY.
           MOVE DAYS-PER-MONTH-ENTRY(WD-MONTH) TO WD-MAX-DAY.
           IF WD-MONTH = 2
               MOVE WD-YEAR TO DATUM-YEAR
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO WD-MAX-DAY.
           ADD 1 TO WD-DAY.
           IF WD-DAY > WD-MAX-DAY
               MOVE 1 TO WD-DAY
               ADD 1 TO WD-MONTH
               IF WD-MONTH > 12
                   MOVE 1 TO WD-MONTH
                   ADD 1 TO WD-YEAR.

      ******************************************************************
      *    A real calendar-date check - same rules as EINSTELL-DATUM
      *    in MAINTENANCE-ARBEITER, applied to DATUM-TO-CHECK.
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

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten ROSTER-COVERAGE-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-ROSTER-COVERAGE" TO CATALOG-PROGRAM-NAME.
           MOVE "ROSTER-COVERAGE-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "WEEK OF "       DELIMITED BY SIZE
               WEEK-START-DATUM DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-ROSTER-COVERAGE.
