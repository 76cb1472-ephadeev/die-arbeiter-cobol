      ******************************************************************
      *    Print the Overdue Onboarding Report
      *    One page per CHIEF-ID listing every onboarding task still
      *    open past its due date for the chief's new hires - who
      *    is responsible and since when it was due - so each chief
      *    can chase IT, facilities, payroll and HR, or book the
      *    course themselves. Before anything is listed, every open
      *    task that can be checked against a file is ticked off
      *    when its record has turned up (the same rules as
      *    MAINTENANCE-ONBOARDING), so the report never chases
      *    bank details or an address that is already on file.
      *    Sorted by chief, worker and due date with the SORT verb.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-ONBOARDING-OVERDUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-onboarding.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-bank-details.cbl".
           COPY "select-adresse.cbl".
           COPY "select-tax-card.cbl".
           COPY "select-qualifikation.cbl".
           COPY "select-booking.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "ONBOARDING-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "ONBOARDING-OVERDUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-onboarding.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-bank-details.cbl".
           COPY "fd-adresse.cbl".
           COPY "fd-tax-card.cbl".
           COPY "fd-qualifikation.cbl".
           COPY "fd-booking.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-CHIEF-ID        PIC 9(6).
           05 SW-ARBEITER-ID     PIC 9(6).
           05 SW-DUE-DATUM       PIC X(10).
           05 SW-FAMILIE         PIC X(40).
           05 SW-EINSTELL-DATUM  PIC X(10).
           05 SW-BESCHREIBUNG    PIC X(40).
           05 SW-RESPONSIBLE     PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ONBOARDING-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  BANK-DETAILS-FILE-STATUS PIC XX.
       77  ADRESSE-FILE-STATUS   PIC XX.
       77  TAX-CARD-FILE-STATUS  PIC XX.
       77  QUALIFIKATION-FILE-STATUS PIC XX.
       77  BOOKING-FILE-STATUS   PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  ONBOARDING-FILE-MISSING PIC X VALUE "N".
       77  BANK-DETAILS-FILE-MISSING PIC X VALUE "N".
       77  ADRESSE-FILE-MISSING  PIC X VALUE "N".
       77  TAX-CARD-FILE-MISSING PIC X VALUE "N".
       77  QUALIFIKATION-FILE-MISSING PIC X VALUE "N".
       77  BOOKING-FILE-MISSING  PIC X VALUE "N".
       77  ONBOARDING-AT-END     PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  EVIDENCE-FOUND        PIC X.
       77  WORKER-FOUND          PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  FIRST-RECORD          PIC X.
       77  THE-CHIEF-ID          PIC 9(6).
       77  THE-ARBEITER-ID       PIC 9(6).
       77  AUTO-TICKED-COUNT     PIC 9(5) VALUE ZERO.
       77  OVERDUE-COUNT         PIC 9(5) VALUE ZERO.
       77  PAGES-PRINTED-COUNT   PIC 9(5) VALUE ZERO.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  CHIEF-TITLE-LINE.
           05 FILLER PIC X(30)   VALUE
               "OVERDUE ONBOARDING - CHIEF ".
           05 CL-CHIEF-ID        PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 CL-CHIEF-FAMILIE   PIC X(40).
           05 FILLER PIC X(10)   VALUE "  AS OF ".
           05 CL-RUN-DATE        PIC X(10).
           05 FILLER PIC X(34)   VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)    VALUE "ARB-ID".
           05 FILLER PIC X(32)   VALUE "NAME".
           05 FILLER PIC X(12)   VALUE "HIRED".
           05 FILLER PIC X(42)   VALUE "TASK".
           05 FILLER PIC X(12)   VALUE "WHO".
           05 FILLER PIC X(26)   VALUE "DUE".

       01  TASK-LINE.
           05 TL-ARBEITER-ID     PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TL-FAMILIE         PIC X(30).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TL-EINSTELL-DATUM  PIC X(10).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TL-BESCHREIBUNG    PIC X(40).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TL-RESPONSIBLE     PIC X(10).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TL-DUE-DATUM       PIC X(10).
           05 FILLER PIC X(16)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(50)   VALUE
               "NO ONBOARDING TASKS ARE OVERDUE".
           05 FILLER PIC X(82)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF ONBOARDING-FILE-MISSING NOT = "Y"
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
           OPEN I-O ONBOARDING-FILE.
           IF ONBOARDING-FILE-STATUS = "35"
               MOVE "Y" TO ONBOARDING-FILE-MISSING
               DISPLAY "ONBOARDING-FILE NOT SET UP - NOTHING TO "
                   "REPORT".
           OPEN INPUT ARBEITER-FILE.
           PERFORM OPEN-EVIDENCE-FILES.
           OPEN OUTPUT REPORT-FILE.

      ******************************************************************
      *    The files a task can be checked against - a file not set
      *    up yet simply ticks nothing off.
      ******************************************************************
       OPEN-EVIDENCE-FILES.
           OPEN INPUT BANK-DETAILS-FILE.
           IF BANK-DETAILS-FILE-STATUS = "35"
               MOVE "Y" TO BANK-DETAILS-FILE-MISSING.
           OPEN INPUT ADRESSE-FILE.
           IF ADRESSE-FILE-STATUS = "35"
               MOVE "Y" TO ADRESSE-FILE-MISSING.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               MOVE "Y" TO TAX-CARD-FILE-MISSING.
           OPEN INPUT QUALIFIKATION-FILE.
           IF QUALIFIKATION-FILE-STATUS = "35"
               MOVE "Y" TO QUALIFIKATION-FILE-MISSING.
           OPEN INPUT BOOKING-FILE.
           IF BOOKING-FILE-STATUS = "35"
               MOVE "Y" TO BOOKING-FILE-MISSING.

       CLOSING-PROCEDURE.
           IF OVERDUE-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           IF ONBOARDING-FILE-MISSING NOT = "Y"
               CLOSE ONBOARDING-FILE.
           CLOSE ARBEITER-FILE.
           IF BANK-DETAILS-FILE-MISSING NOT = "Y"
               CLOSE BANK-DETAILS-FILE.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               CLOSE ADRESSE-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               CLOSE TAX-CARD-FILE.
           IF QUALIFIKATION-FILE-MISSING NOT = "Y"
               CLOSE QUALIFIKATION-FILE.
           IF BOOKING-FILE-MISSING NOT = "Y"
               CLOSE BOOKING-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "TASKS TICKED OFF FROM FILE: " AUTO-TICKED-COUNT.
           DISPLAY "OVERDUE TASKS LISTED:       " OVERDUE-COUNT.
           DISPLAY "CHIEF PAGES PRINTED:        " PAGES-PRINTED-COUNT.

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CHIEF-ID SW-ARBEITER-ID
                                SW-DUE-DATUM
               INPUT PROCEDURE IS SELECT-OVERDUE-TASKS
               OUTPUT PROCEDURE IS WRITE-SORTED-REPORT.

      ******************************************************************
      *    Input procedure - every open task is first checked
      *    against its file; what is still open and past due is
      *    released with the worker's chief, for workers still on
      *    the books and in the operator's scope.
      ******************************************************************
       SELECT-OVERDUE-TASKS.
           MOVE SPACE TO OB-WORKER-TASK-KEY.
           MOVE ZERO TO OB-ARBEITER-ID.
           MOVE "N" TO ONBOARDING-AT-END.
           START ONBOARDING-FILE
               KEY IS NOT LESS THAN OB-WORKER-TASK-KEY
               INVALID KEY
               MOVE "Y" TO ONBOARDING-AT-END.
           IF ONBOARDING-AT-END NOT = "Y"
               PERFORM READ-NEXT-ONBOARDING
               PERFORM RELEASE-ONE-IF-OVERDUE
                   UNTIL ONBOARDING-AT-END = "Y".

       RELEASE-ONE-IF-OVERDUE.
           IF OB-IS-OPEN
               PERFORM CHECK-TASK-EVIDENCE
               IF EVIDENCE-FOUND = "Y"
                   PERFORM TICK-OFF-FROM-FILE
               ELSE
               IF OB-DUE-DATUM < TODAY-DATUM-TEXT
                   PERFORM RELEASE-IF-WORKER-LISTED.
           PERFORM READ-NEXT-ONBOARDING.

       TICK-OFF-FROM-FILE.
           MOVE "D" TO OB-STATUS.
           MOVE TODAY-DATUM-TEXT TO OB-DONE-DATUM.
           MOVE ZERO TO OB-DONE-BY.
           REWRITE ONBOARDING-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ONBOARDING RECORD "
                   OB-ARBEITER-ID
               NOT INVALID KEY
               ADD 1 TO AUTO-TICKED-COUNT.

       RELEASE-IF-WORKER-LISTED.
           PERFORM READ-THE-WORKER.
           IF WORKER-FOUND = "Y"
               PERFORM CHECK-WORKER-IN-SCOPE
               IF (ARBEITER-IS-ACTIVE OR ARBEITER-IS-PENDING) AND
                   SCOPE-OK = "Y"
                   MOVE CHIEF-ID TO SW-CHIEF-ID
                   MOVE OB-ARBEITER-ID TO SW-ARBEITER-ID
                   MOVE OB-DUE-DATUM TO SW-DUE-DATUM
                   MOVE FAMILIE TO SW-FAMILIE
                   MOVE EINSTELL-DATUM TO SW-EINSTELL-DATUM
                   MOVE OB-BESCHREIBUNG TO SW-BESCHREIBUNG
                   MOVE OB-RESPONSIBLE TO SW-RESPONSIBLE
                   RELEASE SORT-WORK-RECORD.

       READ-THE-WORKER.
           MOVE OB-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.

      ******************************************************************
      *    Which file settles which task - the same rules as
      *    MAINTENANCE-ONBOARDING:
      *      BANK   - BANK-DETAILS-FILE record for the worker
      *      ADRESS - ADRESSE-FILE record for the worker
      *      TAXCRD - TAX-CARD-FILE record for the worker
      *      Q      - the worker holds the QU-CODE
      *      K      - the worker's booking on the course is complete
      ******************************************************************
       CHECK-TASK-EVIDENCE.
           MOVE "N" TO EVIDENCE-FOUND.
           IF OB-IS-STANDARD-TASK AND OB-TASK-CODE = "BANK"
               PERFORM CHECK-BANK-DETAILS-ON-FILE
           ELSE
           IF OB-IS-STANDARD-TASK AND OB-TASK-CODE = "ADRESS"
               PERFORM CHECK-ADRESSE-ON-FILE
           ELSE
           IF OB-IS-STANDARD-TASK AND OB-TASK-CODE = "TAXCRD"
               PERFORM CHECK-TAX-CARD-ON-FILE
           ELSE
           IF OB-IS-QUALIFICATION
               PERFORM CHECK-QUALIFICATION-ON-FILE
           ELSE
           IF OB-IS-COURSE
               PERFORM CHECK-COURSE-COMPLETED.

       CHECK-BANK-DETAILS-ON-FILE.
           IF BANK-DETAILS-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO BD-ARBEITER-ID
               MOVE "Y" TO EVIDENCE-FOUND
               READ BANK-DETAILS-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND.

       CHECK-ADRESSE-ON-FILE.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO AD-ARBEITER-ID
               MOVE "Y" TO EVIDENCE-FOUND
               READ ADRESSE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND.

       CHECK-TAX-CARD-ON-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO TC-ARBEITER-ID
               MOVE "Y" TO EVIDENCE-FOUND
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND.

       CHECK-QUALIFICATION-ON-FILE.
           IF QUALIFIKATION-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO QU-ARBEITER-ID
               MOVE OB-TASK-CODE TO QU-CODE
               MOVE "Y" TO EVIDENCE-FOUND
               READ QUALIFIKATION-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND.

       CHECK-COURSE-COMPLETED.
           IF BOOKING-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO BK-ARBEITER-ID
               MOVE OB-TASK-CODE TO BK-KURS-CODE
               MOVE "Y" TO EVIDENCE-FOUND
               READ BOOKING-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND
               END-READ
               IF EVIDENCE-FOUND = "Y" AND NOT BK-IS-COMPLETED
                   MOVE "N" TO EVIDENCE-FOUND.

       READ-NEXT-ONBOARDING.
           READ ONBOARDING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ONBOARDING-AT-END.

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
               PERFORM WRITE-ONE-TASK-LINE.

       WRITE-ONE-TASK-LINE.
           IF FIRST-RECORD = "Y" OR SW-CHIEF-ID NOT = THE-CHIEF-ID
               MOVE "N" TO FIRST-RECORD
               MOVE SW-CHIEF-ID TO THE-CHIEF-ID
               PERFORM WRITE-CHIEF-HEADER.
           MOVE SW-ARBEITER-ID TO TL-ARBEITER-ID.
           MOVE SW-FAMILIE TO TL-FAMILIE.
           MOVE SW-EINSTELL-DATUM TO TL-EINSTELL-DATUM.
           MOVE SW-BESCHREIBUNG TO TL-BESCHREIBUNG.
           MOVE SW-RESPONSIBLE TO TL-RESPONSIBLE.
           MOVE SW-DUE-DATUM TO TL-DUE-DATUM.
           MOVE TASK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO OVERDUE-COUNT.

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
           MOVE "PRINT-ONBOARDING" TO SCOPE-PROGRAM-NAME.
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
      *    run has overwritten ONBOARDING-OVERDUE.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-ONBOARDING-OVERDUE" TO CATALOG-PROGRAM-NAME.
           MOVE "ONBOARDING-OVERDUE" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-ONBOARDING-OVERDUE.
