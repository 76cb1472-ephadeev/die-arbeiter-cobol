      ******************************************************************
      *    Additional Leave for Severe Disability (called subprogram)
      *    One place that knows how many extra vacation days a year
      *    a worker's disability records give. MAINTENANCE-
      *    DISABILITY, MAINTENANCE-ENTITLEMENT and APPLY-URLAUB-
      *    CARRYOVER call it to keep EN-DISABILITY-DAYS - and so
      *    EN-BASE-DAYS - in step. The parameter block is in
      *    disability-leave-request.cbl.
      *
      *    Rules:
      *    - a month of the year counts when one record covers it
      *      from its first to its last day - DB-VALID-FROM on or
      *      before the 1st, DB-VALID-TO blank or on or after the
      *      last day
      *    - where two records cover the same month, the later
      *      DB-VALID-FROM is the one in force
      *    - the year's days are the covering records' DB-EXTRA-
      *      URLAUB for each counted month, summed and divided by
      *      12; half a day and more is rounded up to a full day
      *
      *    The disability file is opened for each request and closed
      *    again; no file on disk yet means no extra days.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-DISABILITY-LEAVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-disability.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-disability.cbl".

       WORKING-STORAGE SECTION.
       77  DISABILITY-FILE-STATUS  PIC XX.
       77  DISABILITY-AT-END       PIC X.
       77  MONTH-SUB               PIC 99.
       77  MONTH-FIRST-DATUM       PIC X(10).
       77  MONTH-LAST-DATUM        PIC X(10).
       77  MONTH-DAYS-TOTAL        PIC 9(4).
       77  DATUM-YEAR              PIC 9(4).
       77  DAYS-IN-MONTH           PIC 99.
       77  IS-LEAP-YEAR            PIC X.
       77  DATUM-DIVIDE-QUOT       PIC 9(4).
       77  DATUM-DIVIDE-REM        PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

      ******************************************************************
      *    The extra days a year in force for each month of DL-YEAR,
      *    with "Y" where a record covers the month.
      ******************************************************************
       01  MONTH-COVER-TABLE.
           05 MONTH-COVER OCCURS 12 TIMES.
               10 MC-COVERED       PIC X.
               10 MC-EXTRA-URLAUB  PIC 9(2).

       LINKAGE SECTION.
           COPY "disability-leave-request.cbl".

       PROCEDURE DIVISION USING DISABILITY-LEAVE-REQUEST.
       PROGRAM-START.
           MOVE ZERO TO DL-EXTRA-DAYS.
           MOVE ZERO TO DL-MONTHS-COVERED.
           PERFORM CLEAR-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           OPEN INPUT DISABILITY-FILE.
           IF DISABILITY-FILE-STATUS NOT = "35"
               PERFORM SCAN-WORKER-RECORDS
               CLOSE DISABILITY-FILE
               PERFORM ADD-UP-THE-MONTHS.

       PROGRAM-DONE.
           GOBACK.

       CLEAR-ONE-MONTH.
           MOVE "N" TO MC-COVERED(MONTH-SUB).
           MOVE ZERO TO MC-EXTRA-URLAUB(MONTH-SUB).

      ******************************************************************
      *    The worker's records sit together in DB-VALID-FROM order
      *    under the primary key, so a later record simply overlays
      *    the months an earlier one set.
      ******************************************************************
       SCAN-WORKER-RECORDS.
           MOVE DL-ARBEITER-ID TO DB-ARBEITER-ID.
           MOVE SPACE TO DB-VALID-FROM.
           MOVE "N" TO DISABILITY-AT-END.
           START DISABILITY-FILE
               KEY IS NOT LESS THAN DB-DISABILITY-KEY
               INVALID KEY
               MOVE "Y" TO DISABILITY-AT-END.
           IF DISABILITY-AT-END NOT = "Y"
               PERFORM READ-NEXT-DISABILITY-RECORD
               PERFORM TAKE-ONE-IF-MATCH
                   UNTIL DISABILITY-AT-END = "Y".

       TAKE-ONE-IF-MATCH.
           IF DB-ARBEITER-ID NOT = DL-ARBEITER-ID
               MOVE "Y" TO DISABILITY-AT-END
           ELSE
               PERFORM MARK-MONTHS-COVERED
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
               PERFORM READ-NEXT-DISABILITY-RECORD.

       MARK-MONTHS-COVERED.
           PERFORM BUILD-MONTH-DATES.
           IF DB-VALID-FROM NOT > MONTH-FIRST-DATUM AND
               (DB-VALID-TO = SPACE OR
                DB-VALID-TO NOT < MONTH-LAST-DATUM)
               MOVE "Y" TO MC-COVERED(MONTH-SUB)
               MOVE DB-EXTRA-URLAUB TO MC-EXTRA-URLAUB(MONTH-SUB).

       BUILD-MONTH-DATES.
           MOVE DL-YEAR TO DATUM-YEAR.
           MOVE DAYS-PER-MONTH-ENTRY(MONTH-SUB) TO DAYS-IN-MONTH.
           IF MONTH-SUB = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.
           MOVE SPACE TO MONTH-FIRST-DATUM.
           STRING
               DL-YEAR        DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               MONTH-SUB      DELIMITED BY SIZE
               "-01"          DELIMITED BY SIZE
               INTO MONTH-FIRST-DATUM.
           MOVE SPACE TO MONTH-LAST-DATUM.
           STRING
               DL-YEAR        DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               MONTH-SUB      DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               DAYS-IN-MONTH  DELIMITED BY SIZE
               INTO MONTH-LAST-DATUM.

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

       ADD-UP-THE-MONTHS.
           MOVE ZERO TO MONTH-DAYS-TOTAL.
           PERFORM ADD-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           COMPUTE DL-EXTRA-DAYS ROUNDED = MONTH-DAYS-TOTAL / 12.

       ADD-ONE-MONTH.
           IF MC-COVERED(MONTH-SUB) = "Y"
               ADD 1 TO DL-MONTHS-COVERED
               ADD MC-EXTRA-URLAUB(MONTH-SUB) TO MONTH-DAYS-TOTAL.

       READ-NEXT-DISABILITY-RECORD.
           READ DISABILITY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DISABILITY-AT-END.

       END PROGRAM CALC-DISABILITY-LEAVE.
