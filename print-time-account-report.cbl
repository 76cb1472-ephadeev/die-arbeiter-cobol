      ******************************************************************
      *    Print the Working-Time Account Balances
      *    One page per CHIEF-ID listing every working-time account
      *    of the chief's active and pending workers - whether the
      *    worker banks or is paid overtime, the annual cap, the
      *    hours banked this calendar year and the hours standing
      *    in the account - with the chief's total balance, so each
      *    chief can plan the time off that is owed. An overdrawn
      *    account is flagged. Sorted by chief and worker with the
      *    SORT verb.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-TIME-ACCOUNT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-time-account.cbl".
           COPY "select-arbeiter.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "TIME-ACCOUNT-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "TIME-ACCOUNT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-time-account.cbl".
           COPY "fd-arbeiter.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-CHIEF-ID        PIC 9(6).
           05 SW-ARBEITER-ID     PIC 9(6).
           05 SW-FAMILIE         PIC X(40).
           05 SW-OVERTIME-CHOICE PIC X.
           05 SW-ANNUAL-CAP      PIC 9(3)V99.
           05 SW-BANKED-IN-YEAR  PIC 9(4)V99.
           05 SW-TAKEN-TO-DATE   PIC 9(5)V99.
           05 SW-BALANCE         PIC S9(4)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  TIME-ACCOUNT-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  TIME-ACCOUNT-FILE-MISSING PIC X VALUE "N".
       77  TIME-ACCOUNT-AT-END   PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  WORKER-FOUND          PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  FIRST-RECORD          PIC X.
       77  THE-CHIEF-ID          PIC 9(6).
       77  CHIEF-BALANCE-TOTAL   PIC S9(6)V99.
       77  ACCOUNTS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       77  OVERDRAWN-COUNT       PIC 9(5) VALUE ZERO.
       77  PAGES-PRINTED-COUNT   PIC 9(5) VALUE ZERO.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  THIS-YEAR             PIC 9(4).

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  CHIEF-TITLE-LINE.
           05 FILLER PIC X(30)   VALUE
               "TIME ACCOUNT BALANCES - CHIEF ".
           05 CL-CHIEF-ID        PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 CL-CHIEF-FAMILIE   PIC X(40).
           05 FILLER PIC X(10)   VALUE "  AS OF ".
           05 CL-RUN-DATE        PIC X(10).
           05 FILLER PIC X(34)   VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)    VALUE "ARB-ID".
           05 FILLER PIC X(32)   VALUE "NAME".
           05 FILLER PIC X(10)   VALUE "OVERTIME".
           05 FILLER PIC X(12)   VALUE "ANNUAL CAP".
           05 FILLER PIC X(14)   VALUE "BANKED IN YR".
           05 FILLER PIC X(14)   VALUE "TAKEN TO DATE".
           05 FILLER PIC X(42)   VALUE "BALANCE HOURS".

       01  ACCOUNT-LINE.
           05 AL-ARBEITER-ID     PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 AL-FAMILIE         PIC X(30).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 AL-OVERTIME-TEXT   PIC X(4).
           05 FILLER PIC X(6)    VALUE SPACE.
           05 AL-ANNUAL-CAP      PIC ZZ9.99.
           05 FILLER PIC X(6)    VALUE SPACE.
           05 AL-BANKED-IN-YEAR  PIC Z,ZZ9.99.
           05 FILLER PIC X(6)    VALUE SPACE.
           05 AL-TAKEN-TO-DATE   PIC ZZ,ZZ9.99.
           05 FILLER PIC X(5)    VALUE SPACE.
           05 AL-BALANCE         PIC -Z,ZZ9.99.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 AL-OVERDRAWN       PIC X(9).
           05 FILLER PIC X(22)   VALUE SPACE.

       01  CHIEF-TOTAL-LINE.
           05 FILLER PIC X(88)   VALUE
               "  TOTAL HOURS OWED FOR THIS CHIEF".
           05 CT-BALANCE-TOTAL   PIC -ZZZ,ZZ9.99.
           05 FILLER PIC X(33)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(50)   VALUE
               "NO WORKING-TIME ACCOUNTS ON FILE".
           05 FILLER PIC X(82)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF TIME-ACCOUNT-FILE-MISSING NOT = "Y"
               PERFORM SORT-AND-PRINT.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE TODAY-DATUM-PART(1:4) TO THIS-YEAR.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           OPEN INPUT TIME-ACCOUNT-FILE.
           IF TIME-ACCOUNT-FILE-STATUS = "35"
               MOVE "Y" TO TIME-ACCOUNT-FILE-MISSING
               DISPLAY "TIME-ACCOUNT-FILE NOT SET UP - NOTHING TO "
                   "REPORT".
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT REPORT-FILE.

       CLOSING-PROCEDURE.
           IF ACCOUNTS-LISTED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM WRITE-CHIEF-TOTAL.
           IF TIME-ACCOUNT-FILE-MISSING NOT = "Y"
               CLOSE TIME-ACCOUNT-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "ACCOUNTS LISTED:     " ACCOUNTS-LISTED-COUNT.
           DISPLAY "OVERDRAWN ACCOUNTS:  " OVERDRAWN-COUNT.
           DISPLAY "CHIEF PAGES PRINTED: " PAGES-PRINTED-COUNT.

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CHIEF-ID SW-ARBEITER-ID
               INPUT PROCEDURE IS SELECT-TIME-ACCOUNTS
               OUTPUT PROCEDURE IS WRITE-SORTED-REPORT.

      ******************************************************************
      *    Input procedure - every account is released with the
      *    worker's chief, for workers still on the books and in
      *    the operator's scope. Hours banked in an earlier year
      *    than this one no longer count against this year's cap.
      ******************************************************************
       SELECT-TIME-ACCOUNTS.
           MOVE ZERO TO TA-ARBEITER-ID.
           MOVE "N" TO TIME-ACCOUNT-AT-END.
           START TIME-ACCOUNT-FILE
               KEY IS NOT LESS THAN TA-ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO TIME-ACCOUNT-AT-END.
           IF TIME-ACCOUNT-AT-END NOT = "Y"
               PERFORM READ-NEXT-TIME-ACCOUNT
               PERFORM RELEASE-ONE-IF-LISTED
                   UNTIL TIME-ACCOUNT-AT-END = "Y".

       RELEASE-ONE-IF-LISTED.
           PERFORM READ-THE-WORKER.
           IF WORKER-FOUND = "Y"
               PERFORM CHECK-WORKER-IN-SCOPE
               IF (ARBEITER-IS-ACTIVE OR ARBEITER-IS-PENDING) AND
                   SCOPE-OK = "Y"
                   PERFORM RELEASE-THE-ACCOUNT.
           PERFORM READ-NEXT-TIME-ACCOUNT.

       RELEASE-THE-ACCOUNT.
           MOVE CHIEF-ID TO SW-CHIEF-ID.
           MOVE TA-ARBEITER-ID TO SW-ARBEITER-ID.
           MOVE FAMILIE TO SW-FAMILIE.
           MOVE TA-OVERTIME-CHOICE TO SW-OVERTIME-CHOICE.
           MOVE TA-ANNUAL-CAP TO SW-ANNUAL-CAP.
           IF TA-CAP-YEAR = THIS-YEAR
               MOVE TA-BANKED-IN-YEAR TO SW-BANKED-IN-YEAR
           ELSE
               MOVE ZERO TO SW-BANKED-IN-YEAR.
           MOVE TA-TAKEN-TO-DATE TO SW-TAKEN-TO-DATE.
           MOVE TA-BALANCE TO SW-BALANCE.
           RELEASE SORT-WORK-RECORD.

       READ-THE-WORKER.
           MOVE TA-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.

       READ-NEXT-TIME-ACCOUNT.
           READ TIME-ACCOUNT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TIME-ACCOUNT-AT-END.

      ******************************************************************
      *    Output procedure - a new page whenever the chief changes,
      *    closed by the chief's total.
      ******************************************************************
       WRITE-SORTED-REPORT.
           MOVE "Y" TO FIRST-RECORD.
           MOVE "N" TO SORT-RETURN-AT-END.
           PERFORM RETURN-ONE-SORTED-RECORD
               UNTIL SORT-RETURN-AT-END = "Y".

       RETURN-ONE-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
               MOVE "Y" TO SORT-RETURN-AT-END
               NOT AT END
               PERFORM WRITE-ONE-ACCOUNT-LINE.

       WRITE-ONE-ACCOUNT-LINE.
           IF FIRST-RECORD = "Y" OR SW-CHIEF-ID NOT = THE-CHIEF-ID
               PERFORM START-A-NEW-CHIEF.
           MOVE SW-ARBEITER-ID TO AL-ARBEITER-ID.
           MOVE SW-FAMILIE TO AL-FAMILIE.
           IF SW-OVERTIME-CHOICE = "B"
               MOVE "BANK" TO AL-OVERTIME-TEXT
           ELSE
               MOVE "PAY" TO AL-OVERTIME-TEXT.
           MOVE SW-ANNUAL-CAP TO AL-ANNUAL-CAP.
           MOVE SW-BANKED-IN-YEAR TO AL-BANKED-IN-YEAR.
           MOVE SW-TAKEN-TO-DATE TO AL-TAKEN-TO-DATE.
           MOVE SW-BALANCE TO AL-BALANCE.
           MOVE SPACE TO AL-OVERDRAWN.
           IF SW-BALANCE < ZERO
               MOVE "OVERDRAWN" TO AL-OVERDRAWN
               ADD 1 TO OVERDRAWN-COUNT.
           MOVE ACCOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD SW-BALANCE TO CHIEF-BALANCE-TOTAL.
           ADD 1 TO ACCOUNTS-LISTED-COUNT.

       START-A-NEW-CHIEF.
           IF FIRST-RECORD NOT = "Y"
               PERFORM WRITE-CHIEF-TOTAL.
           MOVE "N" TO FIRST-RECORD.
           MOVE SW-CHIEF-ID TO THE-CHIEF-ID.
           MOVE ZERO TO CHIEF-BALANCE-TOTAL.
           PERFORM WRITE-CHIEF-HEADER.

       WRITE-CHIEF-TOTAL.
           MOVE CHIEF-BALANCE-TOTAL TO CT-BALANCE-TOTAL.
           MOVE CHIEF-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    A worker with no chief on file still gets listed, on a
      *    page of their own with chief zero.
      ******************************************************************
       WRITE-CHIEF-HEADER.
           MOVE THE-CHIEF-ID TO CL-CHIEF-ID.
           MOVE SPACE TO CL-CHIEF-FAMILIE.
           IF THE-CHIEF-ID = ZERO
               MOVE "(NO CHIEF ON FILE)" TO CL-CHIEF-FAMILIE
           ELSE
               MOVE THE-CHIEF-ID TO ARBEITER-ID
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE "(NOT ON FILE)" TO CL-CHIEF-FAMILIE
                   NOT INVALID KEY
                   MOVE FAMILIE TO CL-CHIEF-FAMILIE.
           MOVE TODAY-DATUM-TEXT TO CL-RUN-DATE.
           IF PAGES-PRINTED-COUNT > ZERO
               MOVE BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CHIEF-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO PAGES-PRINTED-COUNT.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-TIME-ACCOUNT" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten TIME-ACCOUNT-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-TIME-ACCOUNT-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "TIME-ACCOUNT-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-TIME-ACCOUNT-REPORT.
