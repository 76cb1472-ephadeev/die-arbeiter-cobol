      ******************************************************************
      *    Print the Master-Data Exception Report
      *    Run before PAYROLL-RUN. Lists every active worker whose
      *    master data has a gap payroll would trip over, one line
      *    per gap:
      *        - no BANK-DETAILS-FILE record, or an IBAN still
      *          awaiting its check
      *        - no ADRESSE-FILE record
      *        - no GEBURTS-DATUM
      *        - ARBEITER-STELLE-ID zero
      *        - no ENTITLEMENT-FILE record for the current year
      *        - no TAX-CARD-FILE record
      *        - a probation still open past its end date
      *        - ALLOCATION-FILE rows that do not total 100 percent
      *          (no rows at all is the worker's own ABTEILUNG at
      *          100, as EXPORT-GL-INTERFACE books it)
      *    A master file not set up yet counts as a gap for every
      *    worker, except PROBATION-FILE and ALLOCATION-FILE, which
      *    only matter where a worker has a record.
      *    One page per ABTEILUNG, grouped by CHIEF-ID within it,
      *    sorted with the SORT verb. Every worker is checked - no
      *    operator scope - since a gap anywhere holds up the run.
      *
      *    When gaps are found the step is reported as failed to
      *    BATCH-RUN-DATE, so MONTH-END-DRIVER can hold PAYROLL-RUN
      *    back until the data is put right. Run from the menu the
      *    report is simply printed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-MASTER-DATA-EXCEPTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".
           COPY "select-bank-details.cbl".
           COPY "select-adresse.cbl".
           COPY "select-entitlement.cbl".
           COPY "select-tax-card.cbl".
           COPY "select-probation.cbl".
           COPY "select-allocation.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "EXCEPTION-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "MASTER-DATA-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-bank-details.cbl".
           COPY "fd-adresse.cbl".
           COPY "fd-entitlement.cbl".
           COPY "fd-tax-card.cbl".
           COPY "fd-probation.cbl".
           COPY "fd-allocation.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-ABTEILUNG-ID    PIC 9(4).
           05 SW-CHIEF-ID        PIC 9(6).
           05 SW-ARBEITER-ID     PIC 9(6).
           05 SW-GAP-CODE        PIC 9.
           05 SW-FAMILIE         PIC X(30).
           05 SW-ARBEITER-NAME   PIC X(20).
           05 SW-GAP-TEXT        PIC X(50).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  BANK-DETAILS-FILE-STATUS PIC XX.
       77  ADRESSE-FILE-STATUS   PIC XX.
       77  ENTITLEMENT-FILE-STATUS PIC XX.
       77  TAX-CARD-FILE-STATUS  PIC XX.
       77  PROBATION-FILE-STATUS PIC XX.
       77  ALLOCATION-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  BANK-DETAILS-FILE-MISSING PIC X VALUE "N".
       77  ADRESSE-FILE-MISSING  PIC X VALUE "N".
       77  ENTITLEMENT-FILE-MISSING PIC X VALUE "N".
       77  TAX-CARD-FILE-MISSING PIC X VALUE "N".
       77  PROBATION-FILE-MISSING PIC X VALUE "N".
       77  ALLOCATION-FILE-MISSING PIC X VALUE "N".
       77  ARBEITER-AT-END       PIC X.
       77  ALLOCATION-AT-END     PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  RECORD-FOUND          PIC X.
       77  FIRST-RECORD          PIC X.
       77  WORKER-HAS-GAP        PIC X.
       77  THE-ABTEILUNG-ID      PIC 9(4).
       77  THE-CHIEF-ID          PIC 9(6).
       77  ALLOCATION-SUM        PIC 9(5).
       77  ALLOCATION-ROWS       PIC 9(3).
       77  SUM-EDITED            PIC ZZZZ9.
       77  WORKERS-CHECKED-COUNT PIC 9(5) VALUE ZERO.
       77  WORKERS-WITH-GAPS-COUNT PIC 9(5) VALUE ZERO.
       77  GAPS-LISTED-COUNT     PIC 9(5) VALUE ZERO.
       77  PAGES-PRINTED-COUNT   PIC 9(5) VALUE ZERO.
       77  GAPS-EDITED           PIC ZZZZ9.
       77  CURRENT-YEAR          PIC 9(4).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  ABTEILUNG-TITLE-LINE.
           05 FILLER PIC X(36)   VALUE
               "MASTER-DATA EXCEPTIONS - ABTEILUNG ".
           05 AT-ABTEILUNG-ID    PIC Z(3)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 AT-ABTEILUNG-NAME  PIC X(40).
           05 FILLER PIC X(10)   VALUE "  AS OF ".
           05 AT-RUN-DATE        PIC X(10).
           05 FILLER PIC X(30)   VALUE SPACE.

       01  CHIEF-TITLE-LINE.
           05 FILLER PIC X(8)    VALUE "  CHIEF ".
           05 CT-CHIEF-ID        PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 CT-CHIEF-FAMILIE   PIC X(40).
           05 FILLER PIC X(76)   VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(4)    VALUE SPACE.
           05 FILLER PIC X(8)    VALUE "ARB-ID".
           05 FILLER PIC X(32)   VALUE "NAME".
           05 FILLER PIC X(22)   VALUE "VORNAME".
           05 FILLER PIC X(66)   VALUE "GAP".

       01  GAP-LINE.
           05 FILLER PIC X(4)    VALUE SPACE.
           05 GL-ARBEITER-ID     PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 GL-FAMILIE         PIC X(30).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 GL-ARBEITER-NAME   PIC X(20).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 GL-GAP-TEXT        PIC X(50).
           05 FILLER PIC X(16)   VALUE SPACE.

       01  SUMMARY-LINE.
           05 FILLER PIC X(18)   VALUE "WORKERS CHECKED: ".
           05 SL-CHECKED         PIC ZZZZ9.
           05 FILLER PIC X(22)   VALUE "   WORKERS WITH GAPS: ".
           05 SL-WITH-GAPS       PIC ZZZZ9.
           05 FILLER PIC X(17)   VALUE "   GAPS LISTED: ".
           05 SL-GAPS            PIC ZZZZ9.
           05 FILLER PIC X(60)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(50)   VALUE
               "NO MASTER-DATA GAPS - READY FOR PAYROLL".
           05 FILLER PIC X(82)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "catalog-request.cbl".

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           PERFORM SORT-AND-PRINT.
           PERFORM CLOSING-PROCEDURE.
           IF GAPS-LISTED-COUNT > ZERO
               PERFORM REPORT-STEP-FAILURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           MOVE TODAY-DATUM-PART(1:4) TO CURRENT-YEAR.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           PERFORM OPEN-MASTER-FILES.
           OPEN OUTPUT REPORT-FILE.

       OPEN-MASTER-FILES.
           OPEN INPUT BANK-DETAILS-FILE.
           IF BANK-DETAILS-FILE-STATUS = "35"
               MOVE "Y" TO BANK-DETAILS-FILE-MISSING.
           OPEN INPUT ADRESSE-FILE.
           IF ADRESSE-FILE-STATUS = "35"
               MOVE "Y" TO ADRESSE-FILE-MISSING.
           OPEN INPUT ENTITLEMENT-FILE.
           IF ENTITLEMENT-FILE-STATUS = "35"
               MOVE "Y" TO ENTITLEMENT-FILE-MISSING.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               MOVE "Y" TO TAX-CARD-FILE-MISSING.
           OPEN INPUT PROBATION-FILE.
           IF PROBATION-FILE-STATUS = "35"
               MOVE "Y" TO PROBATION-FILE-MISSING.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-STATUS = "35"
               MOVE "Y" TO ALLOCATION-FILE-MISSING.

       CLOSING-PROCEDURE.
           IF GAPS-LISTED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WORKERS-CHECKED-COUNT TO SL-CHECKED.
           MOVE WORKERS-WITH-GAPS-COUNT TO SL-WITH-GAPS.
           MOVE GAPS-LISTED-COUNT TO SL-GAPS.
           MOVE SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           IF BANK-DETAILS-FILE-MISSING NOT = "Y"
               CLOSE BANK-DETAILS-FILE.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               CLOSE ADRESSE-FILE.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
               CLOSE ENTITLEMENT-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               CLOSE TAX-CARD-FILE.
           IF PROBATION-FILE-MISSING NOT = "Y"
               CLOSE PROBATION-FILE.
           IF ALLOCATION-FILE-MISSING NOT = "Y"
               CLOSE ALLOCATION-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "WORKERS CHECKED:    " WORKERS-CHECKED-COUNT.
           DISPLAY "WORKERS WITH GAPS:  " WORKERS-WITH-GAPS-COUNT.
           DISPLAY "GAPS LISTED:        " GAPS-LISTED-COUNT.

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ABTEILUNG-ID SW-CHIEF-ID
                                SW-ARBEITER-ID SW-GAP-CODE
               INPUT PROCEDURE IS SELECT-WORKER-GAPS
               OUTPUT PROCEDURE IS WRITE-SORTED-REPORT.

      ******************************************************************
      *    Input procedure - every active worker is put through the
      *    checks; each gap found is released as its own record.
      ******************************************************************
       SELECT-WORKER-GAPS.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-AT-END.
           START ARBEITER-FILE
               KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-AT-END.
           IF ARBEITER-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER
               PERFORM CHECK-ONE-WORKER
                   UNTIL ARBEITER-AT-END = "Y".

       CHECK-ONE-WORKER.
           IF ARBEITER-IS-ACTIVE
               ADD 1 TO WORKERS-CHECKED-COUNT
               MOVE "N" TO WORKER-HAS-GAP
               PERFORM CHECK-BANK-DETAILS
               PERFORM CHECK-ADRESSE
               PERFORM CHECK-PERSONAL-DATA
               PERFORM CHECK-ENTITLEMENT
               PERFORM CHECK-TAX-CARD
               PERFORM CHECK-PROBATION
               PERFORM CHECK-ALLOCATION
               IF WORKER-HAS-GAP = "Y"
                   ADD 1 TO WORKERS-WITH-GAPS-COUNT.
           PERFORM READ-NEXT-ARBEITER.

       CHECK-BANK-DETAILS.
           MOVE "N" TO RECORD-FOUND.
           IF BANK-DETAILS-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO BD-ARBEITER-ID
               MOVE "Y" TO RECORD-FOUND
               READ BANK-DETAILS-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               MOVE 1 TO SW-GAP-CODE
               MOVE "NO BANK DETAILS ON FILE" TO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP
           ELSE
           IF BD-IBAN-AWAITS-CHECK
               MOVE 2 TO SW-GAP-CODE
               MOVE "IBAN NOT VERIFIED" TO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP.

       CHECK-ADRESSE.
           MOVE "N" TO RECORD-FOUND.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO AD-ARBEITER-ID
               MOVE "Y" TO RECORD-FOUND
               READ ADRESSE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               MOVE 3 TO SW-GAP-CODE
               MOVE "NO ADDRESS ON FILE" TO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP.

       CHECK-PERSONAL-DATA.
           IF GEBURTS-DATUM = SPACE
               MOVE 4 TO SW-GAP-CODE
               MOVE "NO GEBURTS-DATUM" TO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP.
           IF ARBEITER-STELLE-ID = ZERO
               MOVE 5 TO SW-GAP-CODE
               MOVE "NO STELLE ASSIGNED" TO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP.

       CHECK-ENTITLEMENT.
           MOVE "N" TO RECORD-FOUND.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO EN-ARBEITER-ID
               MOVE CURRENT-YEAR TO EN-YEAR
               MOVE "Y" TO RECORD-FOUND
               READ ENTITLEMENT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               MOVE 6 TO SW-GAP-CODE
               MOVE SPACE TO SW-GAP-TEXT
               STRING
                   "NO VACATION ENTITLEMENT FOR " DELIMITED BY SIZE
                   CURRENT-YEAR                   DELIMITED BY SIZE
                   INTO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP.

       CHECK-TAX-CARD.
           MOVE "N" TO RECORD-FOUND.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO TC-ARBEITER-ID
               MOVE "Y" TO RECORD-FOUND
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               MOVE 7 TO SW-GAP-CODE
               MOVE "NO TAX CARD ON FILE" TO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP.

       CHECK-PROBATION.
           MOVE "N" TO RECORD-FOUND.
           IF PROBATION-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO PRB-ARBEITER-ID
               MOVE "Y" TO RECORD-FOUND
               READ PROBATION-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND PRB-IS-OPEN AND
               PRB-END-DATUM < TODAY-DATUM-TEXT
               MOVE 8 TO SW-GAP-CODE
               MOVE SPACE TO SW-GAP-TEXT
               STRING
                   "PROBATION OPEN PAST END DATE " DELIMITED BY SIZE
                   PRB-END-DATUM                   DELIMITED BY SIZE
                   INTO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP.

      ******************************************************************
      *    The worker's allocation rows are summed the same way
      *    MAINTENANCE-ALLOCATION sums them after a change.
      ******************************************************************
       CHECK-ALLOCATION.
           MOVE ZERO TO ALLOCATION-SUM.
           MOVE ZERO TO ALLOCATION-ROWS.
           IF ALLOCATION-FILE-MISSING NOT = "Y"
               PERFORM SUM-WORKER-ALLOCATION.
           IF ALLOCATION-ROWS > ZERO AND ALLOCATION-SUM NOT = 100
               MOVE 9 TO SW-GAP-CODE
               MOVE ALLOCATION-SUM TO SUM-EDITED
               MOVE SPACE TO SW-GAP-TEXT
               STRING
                   "ALLOCATION TOTALS " DELIMITED BY SIZE
                   SUM-EDITED           DELIMITED BY SIZE
                   " PERCENT, NOT 100"  DELIMITED BY SIZE
                   INTO SW-GAP-TEXT
               PERFORM RELEASE-ONE-GAP.

       SUM-WORKER-ALLOCATION.
           MOVE ARBEITER-ID TO AL-ARBEITER-ID.
           MOVE ZERO TO AL-ABTEILUNG-ID.
           MOVE "N" TO ALLOCATION-AT-END.
           START ALLOCATION-FILE
               KEY IS NOT LESS THAN AL-WORKER-DEPT-KEY
               INVALID KEY
               MOVE "Y" TO ALLOCATION-AT-END.
           IF ALLOCATION-AT-END NOT = "Y"
               PERFORM READ-NEXT-ALLOCATION
               PERFORM SUM-ONE-ROW-IF-MATCH
                   UNTIL ALLOCATION-AT-END = "Y".

       SUM-ONE-ROW-IF-MATCH.
           IF AL-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO ALLOCATION-AT-END
           ELSE
               ADD AL-PROZENT TO ALLOCATION-SUM
               ADD 1 TO ALLOCATION-ROWS
               PERFORM READ-NEXT-ALLOCATION.

       READ-NEXT-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ALLOCATION-AT-END.

       RELEASE-ONE-GAP.
           MOVE ARBEITER-ABTEILUNG-ID TO SW-ABTEILUNG-ID.
           MOVE CHIEF-ID TO SW-CHIEF-ID.
           MOVE ARBEITER-ID TO SW-ARBEITER-ID.
           MOVE FAMILIE TO SW-FAMILIE.
           MOVE ARBEITER-NAME TO SW-ARBEITER-NAME.
           RELEASE SORT-WORK-RECORD.
           MOVE "Y" TO WORKER-HAS-GAP.

       READ-NEXT-ARBEITER.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-AT-END.

      ******************************************************************
      *    Output procedure - a new page whenever the ABTEILUNG
      *    changes, a chief heading whenever the chief changes.
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
               PERFORM WRITE-ONE-GAP-LINE.

       WRITE-ONE-GAP-LINE.
           IF FIRST-RECORD = "Y" OR
               SW-ABTEILUNG-ID NOT = THE-ABTEILUNG-ID
               MOVE "N" TO FIRST-RECORD
               MOVE SW-ABTEILUNG-ID TO THE-ABTEILUNG-ID
               MOVE SW-CHIEF-ID TO THE-CHIEF-ID
               PERFORM WRITE-ABTEILUNG-HEADER
               PERFORM WRITE-CHIEF-HEADER
           ELSE
           IF SW-CHIEF-ID NOT = THE-CHIEF-ID
               MOVE SW-CHIEF-ID TO THE-CHIEF-ID
               PERFORM WRITE-CHIEF-HEADER.
           MOVE SW-ARBEITER-ID TO GL-ARBEITER-ID.
           MOVE SW-FAMILIE TO GL-FAMILIE.
           MOVE SW-ARBEITER-NAME TO GL-ARBEITER-NAME.
           MOVE SW-GAP-TEXT TO GL-GAP-TEXT.
           MOVE GAP-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO GAPS-LISTED-COUNT.

       WRITE-ABTEILUNG-HEADER.
           MOVE THE-ABTEILUNG-ID TO AT-ABTEILUNG-ID.
           MOVE THE-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "(NOT ON FILE)" TO AT-ABTEILUNG-NAME
               NOT INVALID KEY
               MOVE ABTEILUNG-NAME TO AT-ABTEILUNG-NAME.
           MOVE TODAY-DATUM-TEXT TO AT-RUN-DATE.
           IF PAGES-PRINTED-COUNT > ZERO
               MOVE BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ABTEILUNG-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO PAGES-PRINTED-COUNT.

      ******************************************************************
      *    A worker with no chief on file is still listed, under
      *    chief zero.
      ******************************************************************
       WRITE-CHIEF-HEADER.
           MOVE THE-CHIEF-ID TO CT-CHIEF-ID.
           MOVE SPACE TO CT-CHIEF-FAMILIE.
           IF THE-CHIEF-ID = ZERO
               MOVE "(NO CHIEF ON FILE)" TO CT-CHIEF-FAMILIE
           ELSE
               MOVE THE-CHIEF-ID TO ARBEITER-ID
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE "(NOT ON FILE)" TO CT-CHIEF-FAMILIE
                   NOT INVALID KEY
                   MOVE FAMILIE TO CT-CHIEF-FAMILIE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CHIEF-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Tell BATCH-RUN-DATE the step found gaps, so a chain
      *    driver holds back what follows.
      ******************************************************************
       REPORT-STEP-FAILURE.
           MOVE GAPS-LISTED-COUNT TO GAPS-EDITED.
           MOVE SPACE TO RD-FAILURE-TEXT.
           STRING
               GAPS-EDITED                DELIMITED BY SIZE
               " MASTER-DATA GAPS ON FILE" DELIMITED BY SIZE
               INTO RD-FAILURE-TEXT.
           MOVE "F" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten MASTER-DATA-EXCEPTIONS.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-MASTER-DATA-EXCEPTIONS" TO CATALOG-PROGRAM-NAME.
           MOVE "MASTER-DATA-EXCEPTIONS" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-MASTER-DATA-EXCEPTIONS.
