      ******************************************************************
      *    Print the Loan Balance Report
      *    Lists, per Abteilung, every employer loan and salary
      *    advance on the LOAN-FILE that still has a balance
      *    outstanding - amount lent, terms, what has been repaid
      *    and charged in interest so far, and the balance - with a
      *    department total and a company total for the auditors.
      *    Workers are grouped by their current home department on
      *    the master; loans flagged for recovery at offboarding are
      *    marked R in the status column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-LOAN-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-abteil.cbl".
           COPY "select-loan.cbl".
           COPY "select-arbeiter.cbl".
           SELECT REPORT-FILE ASSIGN TO "LOAN-BALANCE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-abteil.cbl".
           COPY "fd-loan.cbl".
           COPY "fd-arbeiter.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  LOAN-FILE-STATUS      PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  ABTEIL-FILE-AT-END    PIC X.
       77  LOAN-AT-END           PIC X.
       77  LOAN-FILE-MISSING     PIC X VALUE "N".
       77  WORKER-FOUND          PIC X.

       77  DEPARTMENT-LOAN-COUNT PIC 9(5).
       77  DEPARTMENT-PRINCIPAL  PIC 9(11)V99.
       77  DEPARTMENT-REPAID     PIC 9(11)V99.
       77  DEPARTMENT-INTEREST   PIC 9(11)V99.
       77  DEPARTMENT-BALANCE    PIC 9(11)V99.
       77  COMPANY-LOAN-COUNT    PIC 9(5) VALUE ZERO.
       77  COMPANY-PRINCIPAL     PIC 9(13)V99 VALUE ZERO.
       77  COMPANY-REPAID        PIC 9(13)V99 VALUE ZERO.
       77  COMPANY-INTEREST      PIC 9(13)V99 VALUE ZERO.
       77  COMPANY-BALANCE       PIC 9(13)V99 VALUE ZERO.
       77  RECOVERY-COUNT        PIC 9(5) VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(45)  VALUE
               "LOAN AND ADVANCE BALANCES BY DEPARTMENT".
           05 FILLER PIC X(87)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(6)   VALUE "DEPT".
           05 FILLER PIC X(8)   VALUE "ARB-ID".
           05 FILLER PIC X(31)  VALUE "NAME".
           05 FILLER PIC X(5)   VALUE "LOAN".
           05 FILLER PIC X(3)   VALUE "K".
           05 FILLER PIC X(12)  VALUE "   PRINCIPAL".
           05 FILLER PIC X(6)   VALUE "  RATE".
           05 FILLER PIC X(10)  VALUE " INSTALMNT".
           05 FILLER PIC X(12)  VALUE "      REPAID".
           05 FILLER PIC X(12)  VALUE "    INTEREST".
           05 FILLER PIC X(12)  VALUE "     BALANCE".
           05 FILLER PIC X(15)  VALUE "  S".

       01  DETAIL-LINE.
           05 RL-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-FAMILIE        PIC X(30).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-LOAN-NUMBER    PIC 9(3).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-KIND           PIC X.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-PRINCIPAL      PIC ZZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-RATE           PIC ZZ.ZZ.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-INSTALMENT     PIC ZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-REPAID         PIC ZZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-INTEREST       PIC ZZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-BALANCE        PIC ZZZZ,ZZ9.99.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-STATUS         PIC X.
           05 FILLER PIC X(13)  VALUE SPACE.

       01  SUBTOTAL-LINE.
           05 SL-LABEL          PIC X(50).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 SL-PRINCIPAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10)  VALUE SPACE.
           05 SL-REPAID         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 SL-INTEREST       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 SL-BALANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.

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
           IF LOAN-FILE-MISSING = "Y"
               DISPLAY "LOAN-FILE NOT ON DISK - NO LOANS HAVE BEEN "
                   "GRANTED YET"
           ELSE
               PERFORM PROCESS-REPORT
               PERFORM WRITE-COMPANY-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS = "35"
               MOVE "Y" TO LOAN-FILE-MISSING.
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF LOAN-FILE-MISSING NOT = "Y"
               CLOSE LOAN-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "LOANS LISTED: " COMPANY-LOAN-COUNT.

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
           MOVE "PRINT-LOAN-REPORT" TO SCOPE-PROGRAM-NAME.
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
           MOVE ZERO TO DEPARTMENT-LOAN-COUNT.
           MOVE ZERO TO DEPARTMENT-PRINCIPAL.
           MOVE ZERO TO DEPARTMENT-REPAID.
           MOVE ZERO TO DEPARTMENT-INTEREST.
           MOVE ZERO TO DEPARTMENT-BALANCE.
           PERFORM LIST-LOANS-FOR-ABTEILUNG.
           IF DEPARTMENT-LOAN-COUNT > ZERO
               PERFORM WRITE-DEPARTMENT-TOTALS
               ADD DEPARTMENT-LOAN-COUNT TO COMPANY-LOAN-COUNT
               ADD DEPARTMENT-PRINCIPAL TO COMPANY-PRINCIPAL
               ADD DEPARTMENT-REPAID TO COMPANY-REPAID
               ADD DEPARTMENT-INTEREST TO COMPANY-INTEREST
               ADD DEPARTMENT-BALANCE TO COMPANY-BALANCE.
           PERFORM READ-NEXT-ABTEIL-RECORD.

      ******************************************************************
      *    Loans for the current Abteilung - a fresh pass over the
      *    loan file from the top for every department, each open
      *    loan placed by its worker's home department.
      ******************************************************************
       LIST-LOANS-FOR-ABTEILUNG.
           MOVE "N" TO LOAN-AT-END.
           MOVE ZERO TO LN-ARBEITER-ID.
           MOVE ZERO TO LN-LOAN-NUMBER.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY
               MOVE "Y" TO LOAN-AT-END.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD
               PERFORM LIST-ONE-LOAN-IF-MATCH
                   UNTIL LOAN-AT-END = "Y".

       LIST-ONE-LOAN-IF-MATCH.
           IF LN-BALANCE > ZERO
               PERFORM LOOK-UP-WORKER
               IF WORKER-FOUND = "Y" AND
                   ARBEITER-ABTEILUNG-ID = ABTEILUNG-ID
                   PERFORM WRITE-DETAIL-LINE
                   PERFORM ADD-LOAN-TO-DEPARTMENT.
           PERFORM READ-NEXT-LOAN-RECORD.

       ADD-LOAN-TO-DEPARTMENT.
           ADD 1 TO DEPARTMENT-LOAN-COUNT.
           ADD LN-PRINCIPAL TO DEPARTMENT-PRINCIPAL.
           ADD LN-REPAID-TO-DATE TO DEPARTMENT-REPAID.
           ADD LN-INTEREST-TO-DATE TO DEPARTMENT-INTEREST.
           ADD LN-BALANCE TO DEPARTMENT-BALANCE.
           IF LN-IS-FOR-RECOVERY
               ADD 1 TO RECOVERY-COUNT.

       LOOK-UP-WORKER.
           MOVE LN-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       READ-NEXT-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOAN-AT-END.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
       WRITE-DETAIL-LINE.
           MOVE ABTEILUNG-ID TO RL-ABTEILUNG-ID.
           MOVE LN-ARBEITER-ID TO RL-ARBEITER-ID.
           MOVE FAMILIE TO RL-FAMILIE.
           MOVE LN-LOAN-NUMBER TO RL-LOAN-NUMBER.
           MOVE LN-KIND TO RL-KIND.
           MOVE LN-PRINCIPAL TO RL-PRINCIPAL.
           MOVE LN-INTEREST-RATE TO RL-RATE.
           MOVE LN-INSTALMENT TO RL-INSTALMENT.
           MOVE LN-REPAID-TO-DATE TO RL-REPAID.
           MOVE LN-INTEREST-TO-DATE TO RL-INTEREST.
           MOVE LN-BALANCE TO RL-BALANCE.
           MOVE LN-STATUS TO RL-STATUS.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DEPARTMENT-TOTALS.
           MOVE SPACE TO SL-LABEL.
           STRING "DEPARTMENT TOTAL - " DELIMITED BY SIZE
                  ABTEILUNG-NAME DELIMITED BY SIZE
               INTO SL-LABEL.
           MOVE DEPARTMENT-PRINCIPAL TO SL-PRINCIPAL.
           MOVE DEPARTMENT-REPAID TO SL-REPAID.
           MOVE DEPARTMENT-INTEREST TO SL-INTEREST.
           MOVE DEPARTMENT-BALANCE TO SL-BALANCE.
           MOVE SUBTOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COMPANY-TOTALS.
           MOVE "COMPANY TOTAL" TO SL-LABEL.
           MOVE COMPANY-PRINCIPAL TO SL-PRINCIPAL.
           MOVE COMPANY-REPAID TO SL-REPAID.
           MOVE COMPANY-INTEREST TO SL-INTEREST.
           MOVE COMPANY-BALANCE TO SL-BALANCE.
           MOVE SUBTOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "LOANS OUTSTANDING" TO CL-LABEL.
           MOVE COMPANY-LOAN-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "OF WHICH FLAGGED FOR RECOVERY" TO CL-LABEL.
           MOVE RECOVERY-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY "TOTAL BALANCE OUTSTANDING: " COMPANY-BALANCE.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten LOAN-BALANCE-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-LOAN-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "LOAN-BALANCE-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-LOAN-REPORT.
