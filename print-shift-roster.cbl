      ******************************************************************
      *    Print the Weekly Shift Roster
      *    Asks for the Monday of the week and prints, per Abteilung,
      *    each active worker's shift code for the seven days off
      *    ROSTER-FILE, "." where the worker has no shift for the
      *    department that day. Public holidays are starred in the
      *    day heading. A department with nobody rostered that week
      *    is left off the report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-SHIFT-ROSTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-abteil.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-roster.cbl".
           COPY "select-holiday.cbl".
           SELECT REPORT-FILE ASSIGN TO "SHIFT-ROSTER-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-abteil.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-roster.cbl".
           COPY "fd-holiday.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ROSTER-FILE-STATUS    PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  HOLIDAY-FILE-STATUS   PIC XX.
       77  HOLIDAY-FILE-MISSING  PIC X VALUE "N".
       77  HOLIDAY-ON-FILE       PIC X.
       77  ROSTER-FILE-MISSING   PIC X VALUE "N".
       77  ABTEIL-FILE-AT-END    PIC X.
       77  ARBEITER-FILE-AT-END  PIC X.
       77  ROSTER-FOUND          PIC X.
       77  DEPARTMENT-HEADING-DONE PIC X.
       77  WEEK-START-DATUM      PIC X(10).
       77  WEEK-START-VALID      PIC X.
       77  DAY-SUB               PIC 9.
       77  WORKER-SHIFT-COUNT    PIC 9.

       77  DEPARTMENT-WORKER-COUNT PIC 9(5).
       77  DEPARTMENT-SHIFT-COUNT PIC 9(5).
       77  COMPANY-WORKER-COUNT  PIC 9(5) VALUE ZERO.
       77  COMPANY-SHIFT-COUNT   PIC 9(6) VALUE ZERO.

       01  WEEK-TABLE.
           05 WEEK-DAY-ENTRY OCCURS 7 TIMES.
               10 WEEK-DATUM        PIC X(10).
               10 WEEK-HOLIDAY      PIC X.

       01  DAY-NAME-VALUES    PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME OCCURS 7 TIMES PIC X(3).

       01  HEADER-LINE-1.
           05 FILLER PIC X(32)  VALUE
               "WEEKLY SHIFT ROSTER - WEEK FROM ".
           05 HL-WEEK-FROM      PIC X(10).
           05 FILLER PIC X(4)   VALUE " TO ".
           05 HL-WEEK-TO        PIC X(10).
           05 FILLER PIC X(76)  VALUE SPACE.

       01  LEGEND-LINE.
           05 FILLER PIC X(50)  VALUE
               "* PUBLIC HOLIDAY     . NOT ROSTERED".
           05 FILLER PIC X(82)  VALUE SPACE.

       01  DEPARTMENT-LINE.
           05 FILLER PIC X(10)  VALUE "ABTEILUNG ".
           05 DL-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(3)   VALUE " - ".
           05 DL-ABTEILUNG-NAME PIC X(60).
           05 FILLER PIC X(55)  VALUE SPACE.

       01  DAY-HEADER-LINE.
           05 FILLER PIC X(8)   VALUE "ARB-ID".
           05 FILLER PIC X(32)  VALUE "NAME".
           05 DH-DAY-COLUMN OCCURS 7 TIMES.
               10 DH-DAY-NAME   PIC X(3).
               10 FILLER        PIC X(1)  VALUE SPACE.
               10 DH-DAY-DATE   PIC X(5).
               10 DH-HOLIDAY-MARK PIC X(1).
               10 FILLER        PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(8)   VALUE SPACE.

       01  DETAIL-LINE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-FAMILIE        PIC X(30).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-DAY-COLUMN OCCURS 7 TIMES.
               10 RL-SHIFT      PIC X(2).
               10 FILLER        PIC X(10) VALUE SPACE.
           05 FILLER PIC X(8)   VALUE SPACE.

       01  COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 CL-COUNT          PIC ZZZZZ9.
           05 FILLER PIC X(96)  VALUE SPACE.

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
           IF ROSTER-FILE-MISSING = "Y"
               DISPLAY "ROSTER-FILE NOT ON DISK - NO SHIFTS HAVE BEEN "
                   "ROSTERED YET"
           ELSE
               PERFORM PROCESS-REPORT
               PERFORM WRITE-COMPANY-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-FILE-STATUS = "35"
               MOVE "Y" TO ROSTER-FILE-MISSING.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = "35"
               MOVE "Y" TO HOLIDAY-FILE-MISSING.
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

       CLOSING-PROCEDURE.
           IF ROSTER-FILE-MISSING NOT = "Y"
               CLOSE ROSTER-FILE.
           IF HOLIDAY-FILE-MISSING NOT = "Y"
               CLOSE HOLIDAY-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "WORKERS ROSTERED: " COMPANY-WORKER-COUNT.

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
           MOVE "PRINT-SHIFT-ROSTER" TO SCOPE-PROGRAM-NAME.
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
           MOVE ZERO TO DEPARTMENT-WORKER-COUNT.
           MOVE ZERO TO DEPARTMENT-SHIFT-COUNT.
           MOVE "N" TO DEPARTMENT-HEADING-DONE.
           PERFORM LIST-WORKERS-FOR-ABTEILUNG.
           IF DEPARTMENT-WORKER-COUNT > ZERO
               PERFORM WRITE-DEPARTMENT-TOTALS
               ADD DEPARTMENT-WORKER-COUNT TO COMPANY-WORKER-COUNT
               ADD DEPARTMENT-SHIFT-COUNT TO COMPANY-SHIFT-COUNT.
           PERFORM READ-NEXT-ABTEIL-RECORD.

      ******************************************************************
      *    Workers for the current Abteilung - a fresh pass over the
      *    master for every department, then the worker's seven days
      *    as keyed reads on the roster.
      ******************************************************************
       LIST-WORKERS-FOR-ABTEILUNG.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM LIST-ONE-WORKER-IF-MATCH
                   UNTIL ARBEITER-FILE-AT-END = "Y".

       LIST-ONE-WORKER-IF-MATCH.
           IF ARBEITER-IS-ACTIVE AND
               ARBEITER-ABTEILUNG-ID = ABTEILUNG-ID
               PERFORM BUILD-WORKER-WEEK
               IF WORKER-SHIFT-COUNT > ZERO
                   PERFORM WRITE-DETAIL-LINE
                   ADD 1 TO DEPARTMENT-WORKER-COUNT
                   ADD WORKER-SHIFT-COUNT TO DEPARTMENT-SHIFT-COUNT.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       BUILD-WORKER-WEEK.
           MOVE ZERO TO WORKER-SHIFT-COUNT.
           MOVE ARBEITER-ID TO RL-ARBEITER-ID.
           MOVE FAMILIE TO RL-FAMILIE.
           PERFORM BUILD-ONE-WORKER-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.

       BUILD-ONE-WORKER-DAY.
           MOVE ARBEITER-ID TO RO-ARBEITER-ID.
           MOVE WEEK-DATUM(DAY-SUB) TO RO-DATUM.
           MOVE "Y" TO ROSTER-FOUND.
           READ ROSTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO ROSTER-FOUND.
           IF ROSTER-FOUND = "Y" AND
               RO-ABTEILUNG-ID = ABTEILUNG-ID
               MOVE RO-SHIFT-CODE TO RL-SHIFT(DAY-SUB)
               ADD 1 TO WORKER-SHIFT-COUNT
           ELSE
               MOVE "." TO RL-SHIFT(DAY-SUB).

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       READ-NEXT-ARBEITER-RECORD.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    Report-line writers - the department heading goes out
      *    with the department's first rostered worker.
      ******************************************************************
       WRITE-DETAIL-LINE.
           IF DEPARTMENT-HEADING-DONE NOT = "Y"
               PERFORM WRITE-DEPARTMENT-HEADING.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DEPARTMENT-HEADING.
           MOVE "Y" TO DEPARTMENT-HEADING-DONE.
           MOVE ABTEILUNG-ID TO DL-ABTEILUNG-ID.
           MOVE ABTEILUNG-NAME TO DL-ABTEILUNG-NAME.
           MOVE DEPARTMENT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE DAY-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DEPARTMENT-TOTALS.
           MOVE "WORKERS ROSTERED" TO CL-LABEL.
           MOVE DEPARTMENT-WORKER-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SHIFTS ROSTERED" TO CL-LABEL.
           MOVE DEPARTMENT-SHIFT-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COMPANY-TOTALS.
           MOVE "COMPANY - WORKERS ROSTERED" TO CL-LABEL.
           MOVE COMPANY-WORKER-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "COMPANY - SHIFTS ROSTERED" TO CL-LABEL.
           MOVE COMPANY-SHIFT-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
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
      *    heading filled in as each date is worked out.
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
           PERFORM CHECK-DAY-IS-HOLIDAY.
           MOVE HOLIDAY-ON-FILE TO WEEK-HOLIDAY(DAY-SUB).
           MOVE DAY-NAME(DAY-SUB) TO DH-DAY-NAME(DAY-SUB).
           MOVE WD-DATE-TEXT(6:5) TO DH-DAY-DATE(DAY-SUB).
           IF HOLIDAY-ON-FILE = "Y"
               MOVE "*" TO DH-HOLIDAY-MARK(DAY-SUB)
           ELSE
               MOVE SPACE TO DH-HOLIDAY-MARK(DAY-SUB).
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

       CHECK-DAY-IS-HOLIDAY.
           IF HOLIDAY-FILE-MISSING = "Y"
               MOVE "N" TO HOLIDAY-ON-FILE
           ELSE
               MOVE WD-DATE-TEXT TO HOL-DATUM
               MOVE "Y" TO HOLIDAY-ON-FILE
               READ HOLIDAY-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO HOLIDAY-ON-FILE
               END-READ.

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
      *    run has overwritten SHIFT-ROSTER-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-SHIFT-ROSTER" TO CATALOG-PROGRAM-NAME.
           MOVE "SHIFT-ROSTER-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "WEEK OF "       DELIMITED BY SIZE
               WEEK-START-DATUM DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-SHIFT-ROSTER.
