      ******************************************************************
      *    Print the Fixed-Term Contract Expiry Report
      *    Run monthly. One page per CHIEF-ID listing every fixed-
      *    term contract of the chief's workers that ends within the
      *    next EXPIRY-HORIZON-DAYS days, so the chief can decide in
      *    time whether to renew, convert or let it run out. Each
      *    line says whether the term may still be renewed without
      *    an objective reason - renewals left and the date the
      *    last term must end before - or rests on a reason.
      *    A contract whose end date has already passed with the
      *    worker still active is listed first on the chief's page
      *    and flagged: carrying on past the end date is what turns
      *    a fixed term into a permanent contract.
      *    Sorted by chief, flag, end date and worker with the SORT
      *    verb.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-CONTRACT-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-contract.cbl".
           COPY "select-arbeiter.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "CONTRACT-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "CONTRACT-EXPIRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-contract.cbl".
           COPY "fd-arbeiter.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-CHIEF-ID        PIC 9(6).
           05 SW-KIND            PIC X.
           05 SW-END-DATUM       PIC X(10).
           05 SW-ARBEITER-ID     PIC 9(6).
           05 SW-FAMILIE         PIC X(40).
           05 SW-START-DATUM     PIC X(10).
           05 SW-RENEWAL-COUNT   PIC 9(2).
           05 SW-REMARK          PIC X(50).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  CONTRACT-FILE-STATUS  PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  CONTRACT-FILE-MISSING PIC X VALUE "N".
       77  CONTRACT-AT-END       PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  WORKER-FOUND          PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  FIRST-RECORD          PIC X.
       77  THE-CHIEF-ID          PIC 9(6).
       77  LAPSED-COUNT          PIC 9(5) VALUE ZERO.
       77  ENDING-COUNT          PIC 9(5) VALUE ZERO.
       77  PAGES-PRINTED-COUNT   PIC 9(5) VALUE ZERO.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  CUTOFF-DATUM-TEXT     PIC X(10).
       77  LIMIT-DATUM           PIC X(10).
       77  RENEWALS-LEFT         PIC 9(2).

      ******************************************************************
      *    How far ahead the report looks, and the statutory limits
      *    on a fixed term without an objective reason (the same as
      *    MAINTENANCE-CONTRACT enforces).
      ******************************************************************
       77  EXPIRY-HORIZON-DAYS   PIC 9(3) VALUE 90.
       77  MAX-TERM-YEARS        PIC 9 VALUE 2.
       77  MAX-RENEWALS          PIC 9(2) VALUE 3.

       77  DATUM-YEAR            PIC 9(4).
       77  DATUM-MONTH           PIC 99.
       77  DATUM-DAY             PIC 9(4).
       77  DAYS-IN-MONTH         PIC 99.
       77  IS-LEAP-YEAR          PIC X.
       77  DATUM-DIVIDE-QUOT     PIC 9(4).
       77  DATUM-DIVIDE-REM      PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  CHIEF-TITLE-LINE.
           05 FILLER PIC X(30)   VALUE
               "CONTRACTS ENDING - CHIEF ".
           05 CL-CHIEF-ID        PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 CL-CHIEF-FAMILIE   PIC X(40).
           05 FILLER PIC X(10)   VALUE "  AS OF ".
           05 CL-RUN-DATE        PIC X(10).
           05 FILLER PIC X(10)   VALUE "  UNTIL ".
           05 CL-CUTOFF-DATE     PIC X(10).
           05 FILLER PIC X(14)   VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)    VALUE "ARB-ID".
           05 FILLER PIC X(32)   VALUE "NAME".
           05 FILLER PIC X(12)   VALUE "TERM START".
           05 FILLER PIC X(12)   VALUE "TERM END".
           05 FILLER PIC X(8)    VALUE "RENEWED".
           05 FILLER PIC X(60)   VALUE "REMARK".

       01  CONTRACT-LINE.
           05 TL-ARBEITER-ID     PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TL-FAMILIE         PIC X(30).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TL-START-DATUM     PIC X(10).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TL-END-DATUM       PIC X(10).
           05 FILLER PIC X(4)    VALUE SPACE.
           05 TL-RENEWAL-COUNT   PIC Z9.
           05 FILLER PIC X(4)    VALUE SPACE.
           05 TL-REMARK          PIC X(50).
           05 FILLER PIC X(10)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(50)   VALUE
               "NO FIXED-TERM CONTRACTS END WITHIN THE HORIZON".
           05 FILLER PIC X(82)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF CONTRACT-FILE-MISSING NOT = "Y"
               PERFORM SORT-AND-PRINT.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           PERFORM BUILD-CUTOFF-DATUM.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-FILE-STATUS = "35"
               MOVE "Y" TO CONTRACT-FILE-MISSING
               DISPLAY "CONTRACT-FILE NOT SET UP - NOTHING TO "
                   "REPORT".
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT REPORT-FILE.

       CLOSING-PROCEDURE.
           IF LAPSED-COUNT = ZERO AND ENDING-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           IF CONTRACT-FILE-MISSING NOT = "Y"
               CLOSE CONTRACT-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "CONTRACTS ENDING BY " CUTOFF-DATUM-TEXT ": "
               ENDING-COUNT.
           DISPLAY "END PASSED, WORKER STILL ACTIVE: " LAPSED-COUNT.
           DISPLAY "CHIEF PAGES PRINTED:        " PAGES-PRINTED-COUNT.

      ******************************************************************
      *    Cutoff = today plus the horizon, walked forward a month
      *    at a time with the real month lengths (leap years
      *    included) so the text compare always names a real date.
      ******************************************************************
       BUILD-CUTOFF-DATUM.
           MOVE TODAY-DATUM-PART(1:4) TO DATUM-YEAR.
           MOVE TODAY-DATUM-PART(5:2) TO DATUM-MONTH.
           MOVE TODAY-DATUM-PART(7:2) TO DATUM-DAY.
           ADD EXPIRY-HORIZON-DAYS TO DATUM-DAY.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.
           PERFORM ROLL-ONE-MONTH
               UNTIL DATUM-DAY <= DAYS-IN-MONTH.
           MOVE SPACE TO CUTOFF-DATUM-TEXT.
           STRING
               DATUM-YEAR        DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               DATUM-MONTH       DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               DATUM-DAY(3:2)    DELIMITED BY SIZE
               INTO CUTOFF-DATUM-TEXT.

       ROLL-ONE-MONTH.
           SUBTRACT DAYS-IN-MONTH FROM DATUM-DAY.
           ADD 1 TO DATUM-MONTH.
           IF DATUM-MONTH > 12
               MOVE 1 TO DATUM-MONTH
               ADD 1 TO DATUM-YEAR.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.

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

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CHIEF-ID SW-KIND
                                SW-END-DATUM SW-ARBEITER-ID
               INPUT PROCEDURE IS SELECT-ENDING-CONTRACTS
               OUTPUT PROCEDURE IS WRITE-SORTED-REPORT.

      ******************************************************************
      *    Input procedure - every fixed-term contract ending by the
      *    cutoff is released with the worker's chief, for workers
      *    still on the books and in the operator's scope. SW-KIND
      *    "L" (end passed, worker active) sorts ahead of "N".
      ******************************************************************
       SELECT-ENDING-CONTRACTS.
           MOVE ZERO TO CT-ARBEITER-ID.
           MOVE "N" TO CONTRACT-AT-END.
           START CONTRACT-FILE
               KEY IS NOT LESS THAN CT-ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO CONTRACT-AT-END.
           IF CONTRACT-AT-END NOT = "Y"
               PERFORM READ-NEXT-CONTRACT
               PERFORM RELEASE-ONE-IF-ENDING
                   UNTIL CONTRACT-AT-END = "Y".

       RELEASE-ONE-IF-ENDING.
           IF CT-IS-FIXED-TERM AND CT-END-DATUM NOT > CUTOFF-DATUM-TEXT
               PERFORM RELEASE-IF-WORKER-LISTED.
           PERFORM READ-NEXT-CONTRACT.

       RELEASE-IF-WORKER-LISTED.
           PERFORM READ-THE-WORKER.
           IF WORKER-FOUND = "Y"
               PERFORM CHECK-WORKER-IN-SCOPE
               IF (ARBEITER-IS-ACTIVE OR ARBEITER-IS-PENDING) AND
                   SCOPE-OK = "Y"
                   PERFORM BUILD-SORT-RECORD
                   RELEASE SORT-WORK-RECORD.

       READ-THE-WORKER.
           MOVE CT-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.

       BUILD-SORT-RECORD.
           MOVE CHIEF-ID TO SW-CHIEF-ID.
           MOVE "N" TO SW-KIND.
           IF ARBEITER-IS-ACTIVE AND CT-END-DATUM < TODAY-DATUM-TEXT
               MOVE "L" TO SW-KIND.
           MOVE CT-END-DATUM TO SW-END-DATUM.
           MOVE CT-ARBEITER-ID TO SW-ARBEITER-ID.
           MOVE FAMILIE TO SW-FAMILIE.
           MOVE CT-START-DATUM TO SW-START-DATUM.
           MOVE CT-RENEWAL-COUNT TO SW-RENEWAL-COUNT.
           PERFORM BUILD-REMARK.

      ******************************************************************
      *    The remark - the end-passed flag first, then a leaving
      *    date already on file, then what the chief may still do.
      ******************************************************************
       BUILD-REMARK.
           MOVE SPACE TO SW-REMARK.
           IF SW-KIND = "L"
               MOVE "END PASSED - STILL ACTIVE, MAY BE PERMANENT"
                   TO SW-REMARK
           ELSE
           IF AUSTRITTS-DATUM NOT = SPACE
               STRING
                   "LEAVING "       DELIMITED BY SIZE
                   AUSTRITTS-DATUM  DELIMITED BY SIZE
                   INTO SW-REMARK
           ELSE
           IF CT-HAS-OBJECTIVE-REASON
               STRING
                   "REASON: "       DELIMITED BY SIZE
                   CT-REASON-TEXT   DELIMITED BY SIZE
                   INTO SW-REMARK
           ELSE
               PERFORM BUILD-RENEWAL-REMARK.

       BUILD-RENEWAL-REMARK.
           MOVE CT-FIRST-START-DATUM TO LIMIT-DATUM.
           MOVE CT-FIRST-START-DATUM(1:4) TO DATUM-YEAR.
           ADD MAX-TERM-YEARS TO DATUM-YEAR.
           MOVE DATUM-YEAR TO LIMIT-DATUM(1:4).
           MOVE ZERO TO RENEWALS-LEFT.
           IF CT-RENEWAL-COUNT < MAX-RENEWALS
               COMPUTE RENEWALS-LEFT =
                   MAX-RENEWALS - CT-RENEWAL-COUNT.
           IF RENEWALS-LEFT = ZERO
               MOVE "NO RENEWAL LEFT WITHOUT AN OBJECTIVE REASON"
                   TO SW-REMARK
           ELSE
               STRING
                   "RENEWALS LEFT " DELIMITED BY SIZE
                   RENEWALS-LEFT    DELIMITED BY SIZE
                   ", END BEFORE "  DELIMITED BY SIZE
                   LIMIT-DATUM      DELIMITED BY SIZE
                   INTO SW-REMARK.

       READ-NEXT-CONTRACT.
           READ CONTRACT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CONTRACT-AT-END.

      ******************************************************************
      *    Output procedure - a new page whenever the chief changes.
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
               PERFORM WRITE-ONE-CONTRACT-LINE.

       WRITE-ONE-CONTRACT-LINE.
           IF FIRST-RECORD = "Y" OR SW-CHIEF-ID NOT = THE-CHIEF-ID
               MOVE "N" TO FIRST-RECORD
               MOVE SW-CHIEF-ID TO THE-CHIEF-ID
               PERFORM WRITE-CHIEF-HEADER.
           MOVE SW-ARBEITER-ID TO TL-ARBEITER-ID.
           MOVE SW-FAMILIE TO TL-FAMILIE.
           MOVE SW-START-DATUM TO TL-START-DATUM.
           MOVE SW-END-DATUM TO TL-END-DATUM.
           MOVE SW-RENEWAL-COUNT TO TL-RENEWAL-COUNT.
           MOVE SW-REMARK TO TL-REMARK.
           MOVE CONTRACT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF SW-KIND = "L"
               ADD 1 TO LAPSED-COUNT
           ELSE
               ADD 1 TO ENDING-COUNT.

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
           MOVE CUTOFF-DATUM-TEXT TO CL-CUTOFF-DATE.
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
           MOVE "PRINT-CONTRACTS" TO SCOPE-PROGRAM-NAME.
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
      *    run has overwritten CONTRACT-EXPIRY.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-CONTRACT-EXPIRY" TO CATALOG-PROGRAM-NAME.
           MOVE "CONTRACT-EXPIRY" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-CONTRACT-EXPIRY.
