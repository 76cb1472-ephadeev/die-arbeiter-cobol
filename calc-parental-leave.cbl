      ******************************************************************
      *    Vacation Cut for Parental Leave (called subprogram)
      *    One place that knows how far a year's vacation
      *    entitlement is cut for parental leave: a twelfth of the
      *    base days for each full calendar month of the year the
      *    worker is on parental leave. MAINTENANCE-URLAUB,
      *    PRINT-URLAUB-REPORT, PRINT-MANAGER-DIGEST, APPLY-URLAUB-
      *    CARRYOVER and the leaver payout in PAYROLL-RUN call it,
      *    so the balance is the same wherever it is shown. The
      *    parameter block is in parental-leave-request.cbl.
      *
      *    Rules:
      *    - a month counts when one parental-leave record (type E)
      *      covers it from its first to its last day
      *    - the cut is the base days times the counted months over
      *      12; half a day and more is rounded up to a full day
      *    - maternity protection (type M) never cuts the
      *      entitlement
      *
      *    The absence file is opened for each request and closed
      *    again; no file on disk yet means no cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-PARENTAL-LEAVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-urlaub.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-urlaub.cbl".

       WORKING-STORAGE SECTION.
       77  URLAUB-FILE-STATUS      PIC XX.
       77  URLAUB-AT-END           PIC X.
       77  MONTH-SUB               PIC 99.
       77  MONTH-FIRST-DATUM       PIC X(10).
       77  MONTH-LAST-DATUM        PIC X(10).
       77  DATUM-YEAR              PIC 9(4).
       77  DAYS-IN-MONTH           PIC 99.
       77  IS-LEAP-YEAR            PIC X.
       77  DATUM-DIVIDE-QUOT       PIC 9(4).
       77  DATUM-DIVIDE-REM        PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

      ******************************************************************
      *    "Y" for each month of PL-YEAR a parental-leave record
      *    covers in full.
      ******************************************************************
       01  MONTH-COVER-TABLE.
           05 MC-COVERED OCCURS 12 TIMES PIC X.

       LINKAGE SECTION.
           COPY "parental-leave-request.cbl".

       PROCEDURE DIVISION USING PARENTAL-LEAVE-REQUEST.
       PROGRAM-START.
           MOVE ZERO TO PL-MONTHS.
           MOVE ZERO TO PL-REDUCTION-DAYS.
           MOVE ALL "N" TO MONTH-COVER-TABLE.
           OPEN INPUT URLAUB-FILE.
           IF URLAUB-FILE-STATUS NOT = "35"
               PERFORM SCAN-WORKER-ABSENCES
               CLOSE URLAUB-FILE
               PERFORM ADD-UP-THE-MONTHS.

       PROGRAM-DONE.
           GOBACK.

       SCAN-WORKER-ABSENCES.
           MOVE PL-ARBEITER-ID TO UR-ARBEITER-ID.
           MOVE SPACE TO UR-VON-DATUM.
           MOVE "N" TO URLAUB-AT-END.
           START URLAUB-FILE
               KEY IS NOT LESS THAN UR-WORKER-DATE-KEY
               INVALID KEY
               MOVE "Y" TO URLAUB-AT-END.
           IF URLAUB-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD
               PERFORM TAKE-ONE-IF-MATCH
                   UNTIL URLAUB-AT-END = "Y".

       TAKE-ONE-IF-MATCH.
           IF UR-ARBEITER-ID NOT = PL-ARBEITER-ID
               MOVE "Y" TO URLAUB-AT-END
           ELSE
               IF UR-IS-PARENTAL
                   PERFORM MARK-MONTHS-COVERED
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 12
               END-IF
               PERFORM READ-NEXT-URLAUB-RECORD.

       MARK-MONTHS-COVERED.
           PERFORM BUILD-MONTH-DATES.
           IF UR-VON-DATUM NOT > MONTH-FIRST-DATUM AND
               UR-BIS-DATUM NOT < MONTH-LAST-DATUM
               MOVE "Y" TO MC-COVERED(MONTH-SUB).

       BUILD-MONTH-DATES.
           MOVE PL-YEAR TO DATUM-YEAR.
           MOVE DAYS-PER-MONTH-ENTRY(MONTH-SUB) TO DAYS-IN-MONTH.
           IF MONTH-SUB = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.
           MOVE SPACE TO MONTH-FIRST-DATUM.
           STRING
               PL-YEAR        DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               MONTH-SUB      DELIMITED BY SIZE
               "-01"          DELIMITED BY SIZE
               INTO MONTH-FIRST-DATUM.
           MOVE SPACE TO MONTH-LAST-DATUM.
           STRING
               PL-YEAR        DELIMITED BY SIZE
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
           PERFORM ADD-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           COMPUTE PL-REDUCTION-DAYS ROUNDED =
               PL-BASE-DAYS * PL-MONTHS / 12.

       ADD-ONE-MONTH.
           IF MC-COVERED(MONTH-SUB) = "Y"
               ADD 1 TO PL-MONTHS.

       READ-NEXT-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO URLAUB-AT-END.

       END PROGRAM CALC-PARENTAL-LEAVE.
