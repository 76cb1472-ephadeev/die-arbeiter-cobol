      ******************************************************************
      *    How many years a filed report run is kept before
      *    PURGE-REPORT-CATALOG removes it. Payroll, cost and audit
      *    reports are kept ten years, as for the books of account;
      *    rosters, org charts and working lists one year; any
      *    report not named here RETENTION-DEFAULT-YEARS.
      ******************************************************************
       77  RETENTION-DEFAULT-YEARS    PIC 99 VALUE 6.
       77  RETENTION-ENTRY-COUNT      PIC 99 VALUE 39.
       01  RETENTION-TABLE-VALUES.
           05 FILLER PIC X(30) VALUE "PRINT-PAYSLIPS".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-PROOF-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-RECONCILIATION-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-PERIOD-CLOSE-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-EMPLOYER-COST-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-ARREARS-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-CHEQUES".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-LOAN-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-PRAEMIE-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-OVERTIME-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-SALARY-HISTORY-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-PENSION-STATEMENT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-PENSION-DEFERRED".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-DISABILITY-QUOTA".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-TRAVEL-COST-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-TRAINING-COST-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-REWARD-STATEMENT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-AUDIT-REPORT".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-ARBEITER-AS-OF".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "PRINT-ABTEIL-REPORT".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-SHIFT-ROSTER".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-ROSTER-COVERAGE".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-MAILING-LIST-REPORT".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-ORG-CHART".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-HIERARCHY-REPORT".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-MANAGER-DIGEST".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-ONBOARDING-OVERDUE".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-VACANCY-REPORT".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-APPLICANT-PIPELINE".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-REQUISITION-REPORT".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-MASTER-DATA-EXCEPTIONS".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "SPECIAL-PAYMENT-RUN".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "JUBILEE-AWARD-RUN".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "VACATION-ACCRUAL-RUN".
           05 FILLER PIC 99    VALUE 10.
           05 FILLER PIC X(30) VALUE "GROSS-NET-CALCULATOR".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-CONTRACT-EXPIRY".
           05 FILLER PIC 99    VALUE 1.
           05 FILLER PIC X(30) VALUE "PRINT-WORKS-COUNCIL-LISTS".
           05 FILLER PIC 99    VALUE 5.
           05 FILLER PIC X(30) VALUE "PRINT-DEPARTMENT-TREND".
           05 FILLER PIC 99    VALUE 2.
           05 FILLER PIC X(30) VALUE "OFF-CYCLE-PAYMENT-RUN".
           05 FILLER PIC 99    VALUE 10.
       01  RETENTION-TABLE REDEFINES RETENTION-TABLE-VALUES.
           05 RETENTION-ENTRY OCCURS 39 TIMES.
               10 RETENTION-PROGRAM-NAME PIC X(30).
               10 RETENTION-YEARS        PIC 99.
