      *    prints the close report, and appends one permanent record
      *    of the run's totals to CLOSE-HISTORY so a prior close's
      *    figures are never overwritten by later maintenance activity.
      *    Each department's month is also kept on DEPT-SNAPSHOT-FILE
      *    for PRINT-DEPARTMENT-TREND - headcount and FTE, the
      *    month's starters and leavers, sick days and overtime
      *    hours, and the gross and employer cost PAYROLL-RUN booked
      *    to the department on the PAY-REGISTER for the period.
      *    Every department is closed whoever runs it - the close is
      *    production output, like the payroll itself, and is not
      *    cut down to the operator's department scope.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-PERIOD-CLOSE-REPORT.
           COPY "select-abteil.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-close-history.cbl".
           COPY "select-dept-snapshot.cbl".
           COPY "select-urlaub.cbl".
           COPY "select-overtime.cbl".
           COPY "select-pay-register.cbl".
           SELECT REPORT-FILE ASSIGN TO "PERIOD-CLOSE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           COPY "fd-abteil.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-close-history.cbl".
           COPY "fd-dept-snapshot.cbl".
           COPY "fd-urlaub.cbl".
           COPY "fd-overtime.cbl".
           COPY "fd-pay-register.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).
       77  ARBEITER-FILE-STATUS      PIC XX.
       77  CLOSE-HISTORY-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS        PIC XX.
       77  DEPT-SNAPSHOT-FILE-STATUS PIC XX.
       77  URLAUB-FILE-STATUS        PIC XX.
       77  OVERTIME-FILE-STATUS      PIC XX.
       77  PAY-REGISTER-FILE-STATUS  PIC XX.
       77  URLAUB-FILE-MISSING       PIC X VALUE "N".
       77  OVERTIME-FILE-MISSING     PIC X VALUE "N".
       77  PAY-REGISTER-FILE-MISSING PIC X VALUE "N".
       77  ABTEIL-FILE-AT-END        PIC X.
       77  ARBEITER-FILE-AT-END      PIC X.
       77  URLAUB-LIST-AT-END        PIC X.
       77  PAY-REGISTER-AT-END       PIC X.
       77  SNAPSHOT-FOUND            PIC X.
       77  PERIOD-MONTH              PIC X(7).
       77  DEPARTMENT-STARTERS       PIC 9(5)     VALUE ZERO.
       77  DEPARTMENT-LEAVERS        PIC 9(5)     VALUE ZERO.
       77  DEPARTMENT-SICK-DAYS      PIC 9(6)     VALUE ZERO.
       77  DEPARTMENT-OVERTIME       PIC 9(7)V99  VALUE ZERO.
       77  DEPARTMENT-GROSS          PIC S9(11)V99 VALUE ZERO.
       77  DEPARTMENT-EMPLOYER-COST  PIC S9(11)V99 VALUE ZERO.
       77  BASE-PAY                  PIC 9(9)V99 VALUE ZERO.
       77  BONUS-POOL                PIC 9(9)V99 VALUE ZERO.
       77  DEPARTMENT-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05 RL-DEPT-TOTAL      PIC Z,ZZZ,ZZZ9.99.
           05 FILLER PIC X(173)  VALUE SPACE.

       01  ACTIVITY-LINE.
           05 FILLER PIC X(15)   VALUE "STARTERS:      ".
           05 RL-STARTERS        PIC ZZZZ9.
           05 FILLER PIC X(12)   VALUE "  LEAVERS: ".
           05 RL-LEAVERS         PIC ZZZZ9.
           05 FILLER PIC X(14)   VALUE "  SICK DAYS: ".
           05 RL-SICK-DAYS       PIC ZZZZZ9.
           05 FILLER PIC X(19)   VALUE "  OVERTIME HOURS: ".
           05 RL-OVERTIME        PIC ZZZZZZ9.99.
           05 FILLER PIC X(114)  VALUE SPACE.

       01  REGISTER-LINE.
           05 FILLER PIC X(15)   VALUE "REGISTER GROSS:".
           05 RL-REGISTER-GROSS  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(18)   VALUE "  EMPLOYER COST: ".
           05 RL-EMPLOYER-COST   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(131)  VALUE SPACE.

       01  COMPANY-HEADER-LINE.
           05 FILLER PIC X(34)  VALUE "COMPANY-WIDE TOTAL".
           05 FILLER PIC X(166) VALUE SPACE.

       01  BLANK-LINE PIC X(200) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND CLOSE-HISTORY-FILE.
           PERFORM OPEN-SNAPSHOT-SOURCES.
           PERFORM ENTER-PERIOD-END-DATUM.
           MOVE PERIOD-END-DATUM(1:7) TO PERIOD-MONTH.
           PERFORM WRITE-REPORT-TITLE.

       CLOSING-PROCEDURE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           CLOSE CLOSE-HISTORY-FILE.
           CLOSE DEPT-SNAPSHOT-FILE.
           IF URLAUB-FILE-MISSING NOT = "Y"
               CLOSE URLAUB-FILE.
           IF OVERTIME-FILE-MISSING NOT = "Y"
               CLOSE OVERTIME-FILE.
           IF PAY-REGISTER-FILE-MISSING NOT = "Y"
               CLOSE PAY-REGISTER-FILE.

      ******************************************************************
      *    The snapshot file is created by the first close - status
      *    "35" on the I-O open means it is not on disk yet. A source
      *    file not set up yet simply contributes nothing.
      ******************************************************************
       OPEN-SNAPSHOT-SOURCES.
           OPEN I-O DEPT-SNAPSHOT-FILE.
           IF DEPT-SNAPSHOT-FILE-STATUS = "35"
               OPEN OUTPUT DEPT-SNAPSHOT-FILE
               CLOSE DEPT-SNAPSHOT-FILE
               OPEN I-O DEPT-SNAPSHOT-FILE.
           OPEN INPUT URLAUB-FILE.
           IF URLAUB-FILE-STATUS = "35"
               MOVE "Y" TO URLAUB-FILE-MISSING.
           OPEN INPUT OVERTIME-FILE.
           IF OVERTIME-FILE-STATUS = "35"
               MOVE "Y" TO OVERTIME-FILE-MISSING.
           OPEN INPUT PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO PAY-REGISTER-FILE-MISSING.

      ******************************************************************
      *    Period-end date - same calendar-date validation as
           MOVE ZERO TO BASE-PAY.
           MOVE ZERO TO DEPARTMENT-HEADCOUNT.
           MOVE ZERO TO DEPARTMENT-FTE.
           MOVE ZERO TO DEPARTMENT-STARTERS.
           MOVE ZERO TO DEPARTMENT-LEAVERS.
           MOVE ZERO TO DEPARTMENT-SICK-DAYS.
           MOVE ZERO TO DEPARTMENT-OVERTIME.
           PERFORM SUM-SALARY-FOR-ABTEILUNG.
           PERFORM SUM-REGISTER-FOR-ABTEILUNG.
           COMPUTE BONUS-POOL = BASE-PAY * PRAEMIE / 100.
           COMPUTE DEPARTMENT-TOTAL = BASE-PAY + BONUS-POOL.
           ADD BASE-PAY             TO COMPANY-BASE-PAY.
           ADD DEPARTMENT-HEADCOUNT TO COMPANY-HEADCOUNT.
           ADD DEPARTMENT-FTE       TO COMPANY-FTE.
           PERFORM WRITE-DEPARTMENT-SECTION.
           PERFORM WRITE-DEPT-SNAPSHOT.
           PERFORM READ-NEXT-ABTEIL-RECORD.

      ******************************************************************
      *    Salary total and headcount for the current Abteilung - a
      *    fresh scan of arbeiter.dat from the top, active workers only.
      *    The same scan counts the month's starters and leavers, and
      *    the sick days and overtime hours of the active workers and
      *    the month's leavers.
      ******************************************************************
       SUM-SALARY-FOR-ABTEILUNG.
           MOVE ZERO TO ARBEITER-ID.
               ADD SALARY TO BASE-PAY
               ADD 1 TO DEPARTMENT-HEADCOUNT
               PERFORM ADD-WORKER-TO-FTE.
           IF ARBEITER-ABTEILUNG-ID = ABTEILUNG-ID
               PERFORM COUNT-WORKER-MOVEMENT.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       COUNT-WORKER-MOVEMENT.
           IF EINSTELL-DATUM(1:7) = PERIOD-MONTH AND
               NOT ARBEITER-IS-PENDING
               ADD 1 TO DEPARTMENT-STARTERS.
           IF AUSTRITTS-DATUM(1:7) = PERIOD-MONTH
               ADD 1 TO DEPARTMENT-LEAVERS.
           IF ARBEITER-IS-ACTIVE OR
               AUSTRITTS-DATUM(1:7) = PERIOD-MONTH
               PERFORM ADD-WORKER-SICK-DAYS
               PERFORM ADD-WORKER-OVERTIME.

      ******************************************************************
      *    Sick days - an episode counts in the month its from-date
      *    falls in, the same rule as PRINT-SICKNESS-REPORT.
      ******************************************************************
       ADD-WORKER-SICK-DAYS.
           IF URLAUB-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO UR-ARBEITER-ID
               MOVE SPACE TO UR-VON-DATUM
               MOVE "N" TO URLAUB-LIST-AT-END
               START URLAUB-FILE
                   KEY IS NOT LESS THAN UR-WORKER-DATE-KEY
                   INVALID KEY
                   MOVE "Y" TO URLAUB-LIST-AT-END
               END-START
               IF URLAUB-LIST-AT-END NOT = "Y"
                   PERFORM READ-NEXT-URLAUB-RECORD
                   PERFORM ADD-ONE-SICK-EPISODE-IF-MATCH
                       UNTIL URLAUB-LIST-AT-END = "Y".

       ADD-ONE-SICK-EPISODE-IF-MATCH.
           IF UR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO URLAUB-LIST-AT-END
           ELSE
           IF UR-IS-SICK AND UR-VON-DATUM(1:7) = PERIOD-MONTH
               ADD UR-TAGE TO DEPARTMENT-SICK-DAYS.
           IF URLAUB-LIST-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD.

       ADD-WORKER-OVERTIME.
           IF OVERTIME-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO OT-ARBEITER-ID
               MOVE PERIOD-MONTH TO OT-PERIOD
               READ OVERTIME-FILE RECORD
                   INVALID KEY
                   MOVE ZERO TO OT-HOURS
               END-READ
               ADD OT-HOURS TO DEPARTMENT-OVERTIME.

      ******************************************************************
      *    Gross and employer cost off the PAY-REGISTER - every entry
      *    of the period booked to the department, so reversals,
      *    corrections and special payments all count.
      ******************************************************************
       SUM-REGISTER-FOR-ABTEILUNG.
           MOVE ZERO TO DEPARTMENT-GROSS.
           MOVE ZERO TO DEPARTMENT-EMPLOYER-COST.
           IF PAY-REGISTER-FILE-MISSING NOT = "Y"
               MOVE PERIOD-MONTH TO PR-PERIOD
               MOVE ZERO TO PR-ARBEITER-ID
               MOVE ZERO TO PR-ENTRY-SEQ
               MOVE "N" TO PAY-REGISTER-AT-END
               START PAY-REGISTER-FILE
                   KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
                   INVALID KEY
                   MOVE "Y" TO PAY-REGISTER-AT-END
               END-START
               IF PAY-REGISTER-AT-END NOT = "Y"
                   PERFORM READ-NEXT-PAY-REGISTER
                   PERFORM ADD-ONE-REGISTER-ENTRY
                       UNTIL PAY-REGISTER-AT-END = "Y".

       ADD-ONE-REGISTER-ENTRY.
           IF PR-PERIOD NOT = PERIOD-MONTH
               MOVE "Y" TO PAY-REGISTER-AT-END
           ELSE
           IF PR-ABTEILUNG-ID = ABTEILUNG-ID
               ADD PR-GROSS-PAY TO DEPARTMENT-GROSS
               ADD PR-EMPLOYER-COST TO DEPARTMENT-EMPLOYER-COST.
           IF PAY-REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-PAY-REGISTER.
      ******************************************************************
      *    FTE - the part-time percentage expressed as a fraction of
      *    a full-timer, so ten half-timers show as 5.00 FTE. A
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

       READ-NEXT-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO URLAUB-LIST-AT-END.

       READ-NEXT-PAY-REGISTER.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PAY-REGISTER-AT-END.

      ******************************************************************
      *    One snapshot per department per month - a second close of
      *    the same month replaces the first.
      ******************************************************************
       WRITE-DEPT-SNAPSHOT.
           MOVE PERIOD-MONTH TO DS-PERIOD.
           MOVE ABTEILUNG-ID TO DS-ABTEILUNG-ID.
           MOVE "Y" TO SNAPSHOT-FOUND.
           READ DEPT-SNAPSHOT-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO SNAPSHOT-FOUND.
           MOVE PARENT-ABTEILUNG-ID      TO DS-PARENT-ABTEILUNG-ID.
           MOVE PERIOD-END-DATUM         TO DS-PERIOD-END-DATE.
           PERFORM STAMP-SNAPSHOT-DATE-TIME.
           MOVE DEPARTMENT-HEADCOUNT     TO DS-HEADCOUNT.
           MOVE DEPARTMENT-FTE           TO DS-FTE.
           MOVE DEPARTMENT-STARTERS      TO DS-STARTERS.
           MOVE DEPARTMENT-LEAVERS       TO DS-LEAVERS.
           MOVE DEPARTMENT-SICK-DAYS     TO DS-SICK-DAYS.
           MOVE DEPARTMENT-OVERTIME      TO DS-OVERTIME-HOURS.
           MOVE DEPARTMENT-GROSS         TO DS-GROSS-PAY.
           MOVE DEPARTMENT-EMPLOYER-COST TO DS-EMPLOYER-COST.
           IF SNAPSHOT-FOUND = "Y"
               REWRITE DEPT-SNAPSHOT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING SNAPSHOT " DS-PERIOD
                       " " DS-ABTEILUNG-ID
           ELSE
               WRITE DEPT-SNAPSHOT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING SNAPSHOT " DS-PERIOD
                       " " DS-ABTEILUNG-ID.

       STAMP-SNAPSHOT-DATE-TIME.
           ACCEPT CLOSE-RUN-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT CLOSE-RUN-TIME-PART FROM TIME.
           MOVE SPACE TO DS-RUN-DATE-TIME.
           STRING
               CLOSE-RUN-DATE-PART(1:8)      DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               CLOSE-RUN-TIME-PART(1:6)      DELIMITED BY SIZE
               INTO DS-RUN-DATE-TIME.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
           MOVE DEPT-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE DEPARTMENT-STARTERS TO RL-STARTERS.
           MOVE DEPARTMENT-LEAVERS TO RL-LEAVERS.
           MOVE DEPARTMENT-SICK-DAYS TO RL-SICK-DAYS.
           MOVE DEPARTMENT-OVERTIME TO RL-OVERTIME.
           MOVE ACTIVITY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE DEPARTMENT-GROSS TO RL-REGISTER-GROSS.
           MOVE DEPARTMENT-EMPLOYER-COST TO RL-EMPLOYER-COST.
           MOVE REGISTER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

               CLOSE-RUN-TIME-PART(1:6)      DELIMITED BY SIZE
               INTO CH-RUN-DATE-TIME.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten PERIOD-CLOSE-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-PERIOD-CLOSE-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "PERIOD-CLOSE-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD END "    DELIMITED BY SIZE
               PERIOD-END-DATUM DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-PERIOD-CLOSE-REPORT.
