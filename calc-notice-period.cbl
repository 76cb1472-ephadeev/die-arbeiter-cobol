      ******************************************************************
      *    Notice Period and Severance (called subprogram)
      *    One place that knows how much notice a worker is owed and
      *    what a severance settlement would cost. INQUIRE-NOTICE-
      *    PERIOD shows it for HR; MAINTENANCE-ARBEITER checks a
      *    dismissal's final date against it. The parameter block is
      *    in notice-request.cbl.
      *
      *    Rules:
      *    - service runs from EINSTELL-DATUM to the notice date in
      *      completed years and months
      *    - the band is the NOTICE-PERIOD-FILE row with the highest
      *      NP-MIN-YEARS the service reaches; with no table on disk
      *      the statutory scale below is used (four weeks to the
      *      15th or month end, then one to seven months to the end
      *      of a month from two to twenty years)
      *    - a period in months ends on the same day of the month
      *      that many months after notice (the last day when the
      *      month is shorter); a period in weeks ends that many
      *      weeks after notice; either is then carried forward to
      *      the next date the band's NP-TERM-RULE allows
      *    - severance is SALARY plus PRAEMIE, times the months-per-
      *      year factor from SEVERANCE-FACTOR-FILE (0.50 when not
      *      set), times the years of service - more than six months
      *      over a full year counts as a year
      *
      *    The table and the factor are read once, on the first
      *    request of the run unit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-NOTICE-PERIOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-notice-period.cbl".
           COPY "select-severance-factor.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-notice-period.cbl".
           COPY "fd-severance-factor.cbl".

       WORKING-STORAGE SECTION.
       77  NOTICE-PERIOD-FILE-STATUS PIC XX.
       77  SEVERANCE-FACTOR-FILE-STATUS PIC XX.
       77  NOTICE-PERIOD-AT-END    PIC X.

       77  TABLE-IS-LOADED         PIC X VALUE "N".
       77  USING-STATUTORY-SCALE   PIC X VALUE "N".
       77  SEVERANCE-FACTOR        PIC 9V99 VALUE 0.50.
       77  BAND-COUNT              PIC 9(2) VALUE ZERO.
       77  BAND-MAX                PIC 9(2) VALUE 40.
       77  BAND-FOUND              PIC 9(2).
       01  NOTICE-BAND-TABLE.
           05 NOTICE-BAND-ENTRY OCCURS 40 TIMES
               INDEXED BY NOTICE-BAND-INDEX.
               10 BAND-MIN-YEARS      PIC 9(2).
               10 BAND-NOTICE-MONTHS  PIC 9(2).
               10 BAND-NOTICE-WEEKS   PIC 9(2).
               10 BAND-TERM-RULE      PIC X.

       77  STATUTORY-BAND-COUNT    PIC 9(2) VALUE 8.
       01  STATUTORY-SCALE-VALUES.
           05 FILLER PIC X(7) VALUE "000004M".
           05 FILLER PIC X(7) VALUE "020100E".
           05 FILLER PIC X(7) VALUE "050200E".
           05 FILLER PIC X(7) VALUE "080300E".
           05 FILLER PIC X(7) VALUE "100400E".
           05 FILLER PIC X(7) VALUE "120500E".
           05 FILLER PIC X(7) VALUE "150600E".
           05 FILLER PIC X(7) VALUE "200700E".
       01  STATUTORY-SCALE REDEFINES STATUTORY-SCALE-VALUES.
           05 STATUTORY-BAND OCCURS 8 TIMES PIC X(7).

       77  HIRE-YEAR          PIC 9(4).
       77  HIRE-MONTH         PIC 99.
       77  HIRE-DAY           PIC 99.
       77  NOTICE-YEAR        PIC 9(4).
       77  NOTICE-MONTH       PIC 99.
       77  NOTICE-DAY         PIC 99.
       77  SERVICE-YEARS-WORK PIC S9(4).
       77  SERVICE-MONTHS-WORK PIC S9(4).
       77  ADD-WEEK-DAYS      PIC 9(3).

       77  DATUM-YEAR         PIC 9(4).
       77  DATUM-MONTH        PIC 99.
       77  DATUM-DAY          PIC 99.
       77  DATUM-MONTH-WORK   PIC 9(4).
       77  DAYS-IN-MONTH      PIC 99.
       77  IS-LEAP-YEAR       PIC X.
       77  DATUM-DIVIDE-QUOT  PIC 9(4).
       77  DATUM-DIVIDE-REM   PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       LINKAGE SECTION.
           COPY "notice-request.cbl".

       PROCEDURE DIVISION USING NOTICE-REQUEST.
       PROGRAM-START.
           IF TABLE-IS-LOADED NOT = "Y"
               PERFORM LOAD-NOTICE-BAND-TABLE
               PERFORM LOAD-SEVERANCE-FACTOR.
           PERFORM CLEAR-THE-ANSWER.
           PERFORM COMPUTE-SERVICE-LENGTH.
           IF NR-DATES-VALID = "Y"
               PERFORM FIND-THE-NOTICE-BAND
               PERFORM COMPUTE-LAWFUL-DATUM
               PERFORM COMPUTE-SEVERANCE.

       PROGRAM-DONE.
           GOBACK.

       CLEAR-THE-ANSWER.
           MOVE ZERO TO NR-SERVICE-YEARS.
           MOVE ZERO TO NR-SERVICE-MONTHS.
           MOVE ZERO TO NR-NOTICE-MONTHS.
           MOVE ZERO TO NR-NOTICE-WEEKS.
           MOVE SPACE TO NR-TERM-RULE.
           MOVE SPACE TO NR-LAWFUL-DATUM.
           MOVE SEVERANCE-FACTOR TO NR-MONTHS-PER-YEAR.
           MOVE ZERO TO NR-SEVERANCE-YEARS.
           MOVE ZERO TO NR-MONTHLY-PAY.
           MOVE ZERO TO NR-SEVERANCE.
           MOVE USING-STATUTORY-SCALE TO NR-STATUTORY-SCALE.
           MOVE "Y" TO NR-DATES-VALID.

      ******************************************************************
      *    Completed years and months from hire to notice - a month
      *    only counts once its day of the month has been reached.
      ******************************************************************
       COMPUTE-SERVICE-LENGTH.
           MOVE NR-EINSTELL-DATUM(1:4) TO HIRE-YEAR.
           MOVE NR-EINSTELL-DATUM(6:2) TO HIRE-MONTH.
           MOVE NR-EINSTELL-DATUM(9:2) TO HIRE-DAY.
           MOVE NR-NOTICE-DATUM(1:4) TO NOTICE-YEAR.
           MOVE NR-NOTICE-DATUM(6:2) TO NOTICE-MONTH.
           MOVE NR-NOTICE-DATUM(9:2) TO NOTICE-DAY.
           IF NR-NOTICE-DATUM < NR-EINSTELL-DATUM
               MOVE "N" TO NR-DATES-VALID
           ELSE
               COMPUTE SERVICE-YEARS-WORK = NOTICE-YEAR - HIRE-YEAR
               COMPUTE SERVICE-MONTHS-WORK =
                   NOTICE-MONTH - HIRE-MONTH
               IF NOTICE-DAY < HIRE-DAY
                   SUBTRACT 1 FROM SERVICE-MONTHS-WORK
               END-IF
               IF SERVICE-MONTHS-WORK < ZERO
                   ADD 12 TO SERVICE-MONTHS-WORK
                   SUBTRACT 1 FROM SERVICE-YEARS-WORK
               END-IF
               IF SERVICE-YEARS-WORK > 99
                   MOVE 99 TO SERVICE-YEARS-WORK
               END-IF
               MOVE SERVICE-YEARS-WORK TO NR-SERVICE-YEARS
               MOVE SERVICE-MONTHS-WORK TO NR-SERVICE-MONTHS.

      ******************************************************************
      *    The table is in NP-MIN-YEARS order, so the last band the
      *    service reaches is the one that applies.
      ******************************************************************
       FIND-THE-NOTICE-BAND.
           MOVE ZERO TO BAND-FOUND.
           SET NOTICE-BAND-INDEX TO 1.
           PERFORM CHECK-ONE-NOTICE-BAND
               UNTIL NOTICE-BAND-INDEX > BAND-COUNT.
           IF BAND-FOUND = ZERO
               MOVE 4 TO NR-NOTICE-WEEKS
               MOVE "M" TO NR-TERM-RULE
           ELSE
               MOVE BAND-NOTICE-MONTHS(BAND-FOUND) TO NR-NOTICE-MONTHS
               MOVE BAND-NOTICE-WEEKS(BAND-FOUND) TO NR-NOTICE-WEEKS
               MOVE BAND-TERM-RULE(BAND-FOUND) TO NR-TERM-RULE.

       CHECK-ONE-NOTICE-BAND.
           IF BAND-MIN-YEARS(NOTICE-BAND-INDEX) NOT > NR-SERVICE-YEARS
               SET BAND-FOUND TO NOTICE-BAND-INDEX.
           SET NOTICE-BAND-INDEX UP BY 1.

      ******************************************************************
      *    Earliest lawful date - the period added to the notice date,
      *    then carried to the next month end (or 15th, rule M).
      ******************************************************************
       COMPUTE-LAWFUL-DATUM.
           MOVE NOTICE-YEAR TO DATUM-YEAR.
           MOVE NOTICE-MONTH TO DATUM-MONTH.
           MOVE NOTICE-DAY TO DATUM-DAY.
           IF NR-NOTICE-MONTHS > ZERO
               PERFORM ADD-NOTICE-MONTHS
           ELSE
               COMPUTE ADD-WEEK-DAYS = NR-NOTICE-WEEKS * 7
               PERFORM ADD-ONE-DAY ADD-WEEK-DAYS TIMES.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.
           IF NR-TO-MID-OR-END AND DATUM-DAY NOT > 15
               MOVE 15 TO DATUM-DAY
           ELSE
               MOVE DAYS-IN-MONTH TO DATUM-DAY.
           MOVE SPACE TO NR-LAWFUL-DATUM.
           STRING
               DATUM-YEAR   DELIMITED BY SIZE
               "-"          DELIMITED BY SIZE
               DATUM-MONTH  DELIMITED BY SIZE
               "-"          DELIMITED BY SIZE
               DATUM-DAY    DELIMITED BY SIZE
               INTO NR-LAWFUL-DATUM.

       ADD-NOTICE-MONTHS.
           COMPUTE DATUM-MONTH-WORK =
               DATUM-MONTH + NR-NOTICE-MONTHS - 1.
           DIVIDE DATUM-MONTH-WORK BY 12
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           ADD DATUM-DIVIDE-QUOT TO DATUM-YEAR.
           COMPUTE DATUM-MONTH = DATUM-DIVIDE-REM + 1.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.
           IF DATUM-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO DATUM-DAY.

       ADD-ONE-DAY.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.
           IF DATUM-DAY < DAYS-IN-MONTH
               ADD 1 TO DATUM-DAY
           ELSE
               MOVE 1 TO DATUM-DAY
               IF DATUM-MONTH < 12
                   ADD 1 TO DATUM-MONTH
               ELSE
                   MOVE 1 TO DATUM-MONTH
                   ADD 1 TO DATUM-YEAR.

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
      *    Severance estimate - a month's pay with its PRAEMIE, times
      *    the factor, times the years counted.
      ******************************************************************
       COMPUTE-SEVERANCE.
           MOVE NR-SERVICE-YEARS TO NR-SEVERANCE-YEARS.
           IF NR-SERVICE-MONTHS > 6 AND NR-SEVERANCE-YEARS < 99
               ADD 1 TO NR-SEVERANCE-YEARS.
           COMPUTE NR-MONTHLY-PAY ROUNDED =
               NR-SALARY + NR-SALARY * NR-PRAEMIE / 100.
           COMPUTE NR-SEVERANCE ROUNDED =
               NR-MONTHLY-PAY * NR-MONTHS-PER-YEAR
               * NR-SEVERANCE-YEARS.

      ******************************************************************
      *    The notice bands, read once in key order - the statutory
      *    scale stands in when the table is not on disk or empty.
      ******************************************************************
       LOAD-NOTICE-BAND-TABLE.
           MOVE "Y" TO TABLE-IS-LOADED.
           MOVE ZERO TO BAND-COUNT.
           OPEN INPUT NOTICE-PERIOD-FILE.
           IF NOTICE-PERIOD-FILE-STATUS NOT = "35"
               MOVE ZERO TO NP-MIN-YEARS
               MOVE "N" TO NOTICE-PERIOD-AT-END
               START NOTICE-PERIOD-FILE
                   KEY IS NOT LESS THAN NP-MIN-YEARS
                   INVALID KEY
                   MOVE "Y" TO NOTICE-PERIOD-AT-END
               END-START
               IF NOTICE-PERIOD-AT-END NOT = "Y"
                   PERFORM READ-NEXT-NOTICE-PERIOD
                   PERFORM LOAD-ONE-NOTICE-BAND
                       UNTIL NOTICE-PERIOD-AT-END = "Y"
               END-IF
               CLOSE NOTICE-PERIOD-FILE.
           IF BAND-COUNT = ZERO
               PERFORM LOAD-STATUTORY-SCALE.

       LOAD-ONE-NOTICE-BAND.
           IF BAND-COUNT < BAND-MAX
               ADD 1 TO BAND-COUNT
               MOVE NP-MIN-YEARS TO BAND-MIN-YEARS(BAND-COUNT)
               MOVE NP-NOTICE-MONTHS TO BAND-NOTICE-MONTHS(BAND-COUNT)
               MOVE NP-NOTICE-WEEKS TO BAND-NOTICE-WEEKS(BAND-COUNT)
               MOVE NP-TERM-RULE TO BAND-TERM-RULE(BAND-COUNT)
           ELSE
               DISPLAY "MORE THAN " BAND-MAX
                   " NOTICE BANDS - BAND FROM " NP-MIN-YEARS
                   " YEARS IGNORED".
           PERFORM READ-NEXT-NOTICE-PERIOD.

       READ-NEXT-NOTICE-PERIOD.
           MOVE "N" TO NOTICE-PERIOD-AT-END.
           READ NOTICE-PERIOD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO NOTICE-PERIOD-AT-END.

       LOAD-STATUTORY-SCALE.
           MOVE "Y" TO USING-STATUTORY-SCALE.
           PERFORM LOAD-ONE-STATUTORY-BAND
               STATUTORY-BAND-COUNT TIMES.

       LOAD-ONE-STATUTORY-BAND.
           ADD 1 TO BAND-COUNT.
           MOVE STATUTORY-BAND(BAND-COUNT)
               TO NOTICE-BAND-ENTRY(BAND-COUNT).

      ******************************************************************
      *    The factor - status "35" or a zero record means it has
      *    never been set and the 0.50 default stands.
      ******************************************************************
       LOAD-SEVERANCE-FACTOR.
           OPEN INPUT SEVERANCE-FACTOR-FILE.
           IF SEVERANCE-FACTOR-FILE-STATUS NOT = "35"
               READ SEVERANCE-FACTOR-FILE
                   NOT AT END
                   IF SEVERANCE-MONTHS-PER-YEAR > ZERO
                       MOVE SEVERANCE-MONTHS-PER-YEAR
                           TO SEVERANCE-FACTOR
                   END-IF
               END-READ
               CLOSE SEVERANCE-FACTOR-FILE.

       END PROGRAM CALC-NOTICE-PERIOD.
