      ******************************************************************
      *    Print the Annual Company-Pension Statements
      *    Asks for a year and prints one statement block per
      *    worker on PENSION-CONTRACT-FILE - the contract and plan,
      *    the salary conversion and employer top-up paid in that
      *    year and accumulated since plan entry, and whether the
      *    worker is vested as at the 31st of December of the year.
      *    The year's figures come off the contract while it is
      *    still counting that year; for an earlier year the
      *    conversion is taken from the worker's YTD-FILE entry
      *    under the pension row and the top-up worked out at the
      *    contract's percent.
      *
      *    The salary conversion is the worker's own money and is
      *    vested from the first payment. The employer top-up vests
      *    once the commitment - the later of EINSTELL-DATUM and the
      *    plan entry date - has stood for three years and the
      *    worker has reached the age of 21. The vested entitlement
      *    is the conversion to date plus the top-up to date when
      *    the top-up has vested.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-PENSION-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-pension-contract.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-deduction.cbl".
           COPY "select-ytd.cbl".
           SELECT REPORT-FILE ASSIGN TO "PENSION-STATEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-pension-contract.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-deduction.cbl".
           COPY "fd-ytd.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  PENSION-CONTRACT-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  DEDUCTION-FILE-STATUS PIC XX.
       77  YTD-FILE-STATUS       PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  PENSION-FILE-MISSING  PIC X VALUE "N".
       77  DEDUCTION-FILE-MISSING PIC X VALUE "N".
       77  YTD-FILE-MISSING      PIC X VALUE "N".
       77  PENSION-FILE-AT-END   PIC X.
       77  DEDUCTION-AT-END      PIC X.
       77  WORKER-FOUND          PIC X.
       77  YTD-FOUND             PIC X.
       77  PENSION-DED-CODE      PIC 9(3) VALUE ZERO.
       77  YTD-SUB               PIC 9(2).
       77  REPORT-YEAR           PIC 9(4).
       77  AS-OF-DATE            PIC X(10).

       77  YEAR-CONVERSION       PIC 9(9)V99.
       77  YEAR-TOP-UP           PIC 9(9)V99.
       77  VESTED-ENTITLEMENT    PIC 9(9)V99.
       77  TOP-UP-VESTED         PIC X.

       77  CONTRACTS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       77  VESTED-COUNT          PIC 9(5) VALUE ZERO.
       77  NOT-VESTED-COUNT      PIC 9(5) VALUE ZERO.
       77  NO-MASTER-COUNT       PIC 9(5) VALUE ZERO.
       77  TOTAL-YEAR-CONVERSION PIC 9(11)V99 VALUE ZERO.
       77  TOTAL-YEAR-TOP-UP     PIC 9(11)V99 VALUE ZERO.
       77  TOTAL-ENTITLEMENT     PIC 9(11)V99 VALUE ZERO.

      ******************************************************************
      *    Vesting - the commitment date is the later of the hire
      *    date and the plan entry date; the top-up vests on the
      *    later of that date plus VESTING-SERVICE-YEARS and the
      *    birth date plus VESTING-MINIMUM-AGE.
      ******************************************************************
       77  VESTING-SERVICE-YEARS PIC 9(2) VALUE 3.
       77  VESTING-MINIMUM-AGE   PIC 9(2) VALUE 21.
       77  COMMITMENT-DATE       PIC X(10).
       77  VESTING-DATE          PIC X(10).
       77  AGE-VESTING-DATE      PIC X(10).
       77  VESTING-YEAR          PIC 9(4).
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(34)  VALUE
               "COMPANY PENSION STATEMENTS - YEAR ".
           05 HL-YEAR           PIC 9(4).
           05 FILLER PIC X(94)  VALUE SPACE.

       01  STATEMENT-LINE-1.
           05 FILLER PIC X(9)   VALUE "ARBEITER ".
           05 SL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 SL-FAMILIE        PIC X(30).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 SL-NAME           PIC X(20).
           05 FILLER PIC X(11)  VALUE "  CONTRACT ".
           05 SL-CONTRACT-NUMBER PIC X(15).
           05 FILLER PIC X(7)   VALUE "  PLAN ".
           05 SL-PLAN           PIC X(20).
           05 FILLER PIC X(11)  VALUE SPACE.

       01  STATEMENT-LINE-2.
           05 FILLER PIC X(17)  VALUE "    HIRED       ".
           05 SL-HIRE-DATE      PIC X(10).
           05 FILLER PIC X(16)  VALUE "   PLAN ENTRY  ".
           05 SL-START-DATE     PIC X(10).
           05 FILLER PIC X(11)  VALUE "   STATUS ".
           05 SL-STATUS-TEXT    PIC X(9).
           05 FILLER PIC X(59)  VALUE SPACE.

       01  STATEMENT-AMOUNT-LINE.
           05 FILLER PIC X(4)   VALUE SPACE.
           05 SL-AMOUNT-LABEL   PIC X(13).
           05 FILLER PIC X(13)  VALUE "CONVERSION ".
           05 SL-CONVERSION     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13)  VALUE "   TOP-UP ".
           05 SL-TOP-UP         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(61)  VALUE SPACE.

       01  STATEMENT-VESTING-LINE.
           05 FILLER PIC X(4)   VALUE SPACE.
           05 SL-VESTING-TEXT   PIC X(40).
           05 FILLER PIC X(10)  VALUE "VESTS ON ".
           05 SL-VESTING-DATE   PIC X(10).
           05 FILLER PIC X(26)  VALUE
               "   VESTED ENTITLEMENT ".
           05 SL-ENTITLEMENT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(28)  VALUE SPACE.

       01  TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(84)  VALUE SPACE.

       01  COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 CL-COUNT          PIC ZZZZ9.
           05 FILLER PIC X(97)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF PENSION-FILE-MISSING = "Y"
               DISPLAY "PENSION-CONTRACT-FILE NOT ON DISK - NO "
                   "CONTRACTS HAVE BEEN KEYED YET"
           ELSE
               PERFORM PROCESS-REPORT
               PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT PENSION-CONTRACT-FILE.
           IF PENSION-CONTRACT-FILE-STATUS = "35"
               MOVE "Y" TO PENSION-FILE-MISSING.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT YTD-FILE.
           IF YTD-FILE-STATUS = "35"
               MOVE "Y" TO YTD-FILE-MISSING.
           PERFORM FIND-PENSION-DED-CODE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ENTER-REPORT-YEAR.
           MOVE SPACE TO AS-OF-DATE.
           STRING
               REPORT-YEAR DELIMITED BY SIZE
               "-12-31"    DELIMITED BY SIZE
               INTO AS-OF-DATE.
           MOVE REPORT-YEAR TO HL-YEAR.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF PENSION-FILE-MISSING NOT = "Y"
               CLOSE PENSION-CONTRACT-FILE.
           CLOSE ARBEITER-FILE.
           IF YTD-FILE-MISSING NOT = "Y"
               CLOSE YTD-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "STATEMENTS PRINTED: " CONTRACTS-LISTED-COUNT.
           IF NO-MASTER-COUNT > ZERO
               DISPLAY NO-MASTER-COUNT " CONTRACT(S) WITH NO "
                   "WORKER ON FILE - NOT PRINTED".

      ******************************************************************
      *    The pension row's code - the first DEDUCTION-TABLE row
      *    keyed with basis "V", the same one PAYROLL-RUN uses.
      ******************************************************************
       FIND-PENSION-DED-CODE.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS = "35"
               MOVE "Y" TO DEDUCTION-FILE-MISSING
           ELSE
               MOVE "N" TO DEDUCTION-AT-END
               PERFORM READ-NEXT-DEDUCTION-ROW
               PERFORM CHECK-ONE-DEDUCTION-ROW
                   UNTIL DEDUCTION-AT-END = "Y"
               CLOSE DEDUCTION-FILE.

       CHECK-ONE-DEDUCTION-ROW.
           IF DED-IS-PENSION-CONVERSION
               MOVE DED-CODE TO PENSION-DED-CODE
               MOVE "Y" TO DEDUCTION-AT-END
           ELSE
               PERFORM READ-NEXT-DEDUCTION-ROW.

       READ-NEXT-DEDUCTION-ROW.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DEDUCTION-AT-END.

       ENTER-REPORT-YEAR.
           PERFORM ACCEPT-REPORT-YEAR.
           PERFORM RE-ACCEPT-REPORT-YEAR
               UNTIL REPORT-YEAR > 1900.

       ACCEPT-REPORT-YEAR.
           DISPLAY "ENTER STATEMENT YEAR (YYYY)".
           MOVE ZERO TO REPORT-YEAR.
           ACCEPT REPORT-YEAR.

       RE-ACCEPT-REPORT-YEAR.
           DISPLAY "YEAR MUST BE A FOUR-DIGIT YEAR".
           PERFORM ACCEPT-REPORT-YEAR.

       PROCESS-REPORT.
           PERFORM READ-NEXT-PENSION-CONTRACT.
           PERFORM PRINT-ONE-STATEMENT
               UNTIL PENSION-FILE-AT-END = "Y".

      ******************************************************************
      *    A contract whose plan entry lies after the statement
      *    year has nothing to state yet and is skipped.
      ******************************************************************
       PRINT-ONE-STATEMENT.
           IF PN-START-DATE NOT > AS-OF-DATE
               PERFORM LOOK-UP-WORKER
               IF WORKER-FOUND NOT = "Y"
                   ADD 1 TO NO-MASTER-COUNT
               ELSE
               IF SCOPE-OK = "Y"
                   PERFORM FIND-YEAR-FIGURES
                   PERFORM FIND-VESTING-DATE
                   PERFORM WRITE-STATEMENT-BLOCK.
           PERFORM READ-NEXT-PENSION-CONTRACT.

       LOOK-UP-WORKER.
           MOVE PN-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           PERFORM CHECK-WORKER-IN-SCOPE.

       FIND-YEAR-FIGURES.
           MOVE ZERO TO YEAR-CONVERSION.
           MOVE ZERO TO YEAR-TOP-UP.
           IF PN-YEAR = REPORT-YEAR
               MOVE PN-YEAR-CONVERSION TO YEAR-CONVERSION
               MOVE PN-YEAR-TOP-UP TO YEAR-TOP-UP
           ELSE
               PERFORM FIND-YTD-CONVERSION
               COMPUTE YEAR-TOP-UP ROUNDED =
                   YEAR-CONVERSION * PN-TOP-UP-PERCENT / 100.

       FIND-YTD-CONVERSION.
           IF YTD-FILE-MISSING NOT = "Y" AND
               PENSION-DED-CODE NOT = ZERO
               MOVE PN-ARBEITER-ID TO YT-ARBEITER-ID
               MOVE REPORT-YEAR TO YT-YEAR
               MOVE "Y" TO YTD-FOUND
               READ YTD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO YTD-FOUND
               END-READ
               IF YTD-FOUND = "Y"
                   PERFORM TAKE-ONE-YTD-CODE
                       VARYING YTD-SUB FROM 1 BY 1
                       UNTIL YTD-SUB > YT-DEDUCTION-COUNT.

       TAKE-ONE-YTD-CODE.
           IF YT-DED-CODE(YTD-SUB) = PENSION-DED-CODE
               MOVE YT-DED-AMOUNT(YTD-SUB) TO YEAR-CONVERSION.

      ******************************************************************
      *    Vesting date of the employer top-up - years are added on
      *    the text date, so the day and month stay as they were.
      ******************************************************************
       FIND-VESTING-DATE.
           IF EINSTELL-DATUM > PN-START-DATE
               MOVE EINSTELL-DATUM TO COMMITMENT-DATE
           ELSE
               MOVE PN-START-DATE TO COMMITMENT-DATE.
           MOVE COMMITMENT-DATE TO VESTING-DATE.
           MOVE COMMITMENT-DATE(1:4) TO VESTING-YEAR.
           ADD VESTING-SERVICE-YEARS TO VESTING-YEAR.
           MOVE VESTING-YEAR TO VESTING-DATE(1:4).
           IF GEBURTS-DATUM(1:4) IS NUMERIC
               MOVE GEBURTS-DATUM TO AGE-VESTING-DATE
               MOVE GEBURTS-DATUM(1:4) TO VESTING-YEAR
               ADD VESTING-MINIMUM-AGE TO VESTING-YEAR
               MOVE VESTING-YEAR TO AGE-VESTING-DATE(1:4)
               IF AGE-VESTING-DATE > VESTING-DATE
                   MOVE AGE-VESTING-DATE TO VESTING-DATE.
           IF VESTING-DATE NOT > AS-OF-DATE
               MOVE "Y" TO TOP-UP-VESTED
               COMPUTE VESTED-ENTITLEMENT =
                   PN-CONVERSION-TO-DATE + PN-TOP-UP-TO-DATE
           ELSE
               MOVE "N" TO TOP-UP-VESTED
               MOVE PN-CONVERSION-TO-DATE TO VESTED-ENTITLEMENT.

       READ-NEXT-PENSION-CONTRACT.
           MOVE "N" TO PENSION-FILE-AT-END.
           READ PENSION-CONTRACT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PENSION-FILE-AT-END.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
       WRITE-STATEMENT-BLOCK.
           ADD 1 TO CONTRACTS-LISTED-COUNT.
           MOVE PN-ARBEITER-ID TO SL-ARBEITER-ID.
           MOVE FAMILIE TO SL-FAMILIE.
           MOVE ARBEITER-NAME TO SL-NAME.
           MOVE PN-CONTRACT-NUMBER TO SL-CONTRACT-NUMBER.
           MOVE PN-PLAN TO SL-PLAN.
           MOVE STATEMENT-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE EINSTELL-DATUM TO SL-HIRE-DATE.
           MOVE PN-START-DATE TO SL-START-DATE.
           IF PN-IS-ACTIVE
               MOVE "ACTIVE" TO SL-STATUS-TEXT
           ELSE
           IF PN-IS-SUSPENDED
               MOVE "SUSPENDED" TO SL-STATUS-TEXT
           ELSE
               MOVE "ENDED" TO SL-STATUS-TEXT.
           MOVE STATEMENT-LINE-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "THIS YEAR" TO SL-AMOUNT-LABEL.
           MOVE YEAR-CONVERSION TO SL-CONVERSION.
           MOVE YEAR-TOP-UP TO SL-TOP-UP.
           MOVE STATEMENT-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TO DATE" TO SL-AMOUNT-LABEL.
           MOVE PN-CONVERSION-TO-DATE TO SL-CONVERSION.
           MOVE PN-TOP-UP-TO-DATE TO SL-TOP-UP.
           MOVE STATEMENT-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF TOP-UP-VESTED = "Y"
               MOVE "VESTED - CONVERSION AND EMPLOYER TOP-UP"
                   TO SL-VESTING-TEXT
               ADD 1 TO VESTED-COUNT
           ELSE
               MOVE "CONVERSION VESTED - TOP-UP NOT YET"
                   TO SL-VESTING-TEXT
               ADD 1 TO NOT-VESTED-COUNT.
           MOVE VESTING-DATE TO SL-VESTING-DATE.
           MOVE VESTED-ENTITLEMENT TO SL-ENTITLEMENT.
           MOVE STATEMENT-VESTING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD YEAR-CONVERSION TO TOTAL-YEAR-CONVERSION.
           ADD YEAR-TOP-UP TO TOTAL-YEAR-TOP-UP.
           ADD VESTED-ENTITLEMENT TO TOTAL-ENTITLEMENT.

       WRITE-REPORT-TOTALS.
           MOVE "STATEMENTS PRINTED" TO CL-LABEL.
           MOVE CONTRACTS-LISTED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "FULLY VESTED" TO CL-LABEL.
           MOVE VESTED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOP-UP NOT YET VESTED" TO CL-LABEL.
           MOVE NOT-VESTED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CONVERSION THIS YEAR" TO TL-LABEL.
           MOVE TOTAL-YEAR-CONVERSION TO TL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EMPLOYER TOP-UP THIS YEAR" TO TL-LABEL.
           MOVE TOTAL-YEAR-TOP-UP TO TL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "VESTED ENTITLEMENTS" TO TL-LABEL.
           MOVE TOTAL-ENTITLEMENT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-PENSION-STMT" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y" AND WORKER-FOUND = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten PENSION-STATEMENTS.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-PENSION-STATEMENT" TO CATALOG-PROGRAM-NAME.
           MOVE "PENSION-STATEMENTS" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "YEAR "     DELIMITED BY SIZE
               REPORT-YEAR DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-PENSION-STATEMENT.
