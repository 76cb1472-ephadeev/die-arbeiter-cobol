      ******************************************************************
      *    Print the Repeated Warnings Report
      *    Every worker holding two or more live disciplinary
      *    warnings in the same category - the point at which HR
      *    looks at the next step. Live means status "L" and the
      *    expiry date not yet passed, whether or not EXPIRE-WARNINGS
      *    has run today. One block per worker and category, the
      *    warnings in the order they were given. Sorted by worker,
      *    category and date with the SORT verb; a block is only
      *    printed once its second warning is returned.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-WARNING-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-warning.cbl".
           COPY "select-arbeiter.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "WARNING-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "WARNING-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-warning.cbl".
           COPY "fd-arbeiter.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-ARBEITER-ID     PIC 9(6).
           05 SW-CATEGORY        PIC X.
           05 SW-WARNING-DATUM   PIC X(10).
           05 SW-WARNING-NUMBER  PIC 9(3).
           05 SW-FAMILIE         PIC X(40).
           05 SW-EXPIRY-DATUM    PIC X(10).
           05 SW-ISSUED-BY       PIC 9(6).
           05 SW-BESCHREIBUNG    PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  WARNING-FILE-STATUS   PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  WARNING-FILE-MISSING  PIC X VALUE "N".
       77  WARNING-AT-END        PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  WORKER-FOUND          PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  FIRST-RECORD          PIC X.
       77  THE-ARBEITER-ID       PIC 9(6).
       77  THE-CATEGORY          PIC X.
       77  GROUP-WARNING-COUNT   PIC 9(3).
       77  HELD-SORT-RECORD      PIC X(136).
       77  CURRENT-SORT-RECORD   PIC X(136).
       77  GROUPS-LISTED-COUNT   PIC 9(5) VALUE ZERO.
       77  WARNINGS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       77  LIVE-WARNING-COUNT    PIC 9(5) VALUE ZERO.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  TITLE-LINE.
           05 FILLER PIC X(50)   VALUE
               "REPEATED LIVE WARNINGS IN THE SAME CATEGORY".
           05 FILLER PIC X(8)    VALUE "AS OF ".
           05 TT-RUN-DATE        PIC X(10).
           05 FILLER PIC X(64)   VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)    VALUE "ARB-ID".
           05 FILLER PIC X(32)   VALUE "NAME".
           05 FILLER PIC X(13)   VALUE "CATEGORY".
           05 FILLER PIC X(5)    VALUE "NO.".
           05 FILLER PIC X(12)   VALUE "GIVEN".
           05 FILLER PIC X(12)   VALUE "EXPIRES".
           05 FILLER PIC X(8)    VALUE "BY".
           05 FILLER PIC X(42)   VALUE "DESCRIPTION".

       01  WARNING-LINE.
           05 WL-ARBEITER-ID     PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-FAMILIE         PIC X(30).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-CATEGORY-TEXT   PIC X(11).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-WARNING-NUMBER  PIC ZZ9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-WARNING-DATUM   PIC X(10).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-EXPIRY-DATUM    PIC X(10).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-ISSUED-BY       PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-BESCHREIBUNG    PIC X(40).
           05 FILLER PIC X(2)    VALUE SPACE.

       01  GROUP-TOTAL-LINE.
           05 FILLER PIC X(8)    VALUE SPACE.
           05 GT-COUNT           PIC ZZ9.
           05 FILLER PIC X(31)   VALUE
               " LIVE WARNINGS IN THIS CATEGORY".
           05 FILLER PIC X(90)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(60)   VALUE
               "NO WORKER HOLDS REPEATED LIVE WARNINGS".
           05 FILLER PIC X(72)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF WARNING-FILE-MISSING NOT = "Y"
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
           OPEN INPUT WARNING-FILE.
           IF WARNING-FILE-STATUS = "35"
               MOVE "Y" TO WARNING-FILE-MISSING
               DISPLAY "WARNING-FILE NOT SET UP - NOTHING TO REPORT".
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE TODAY-DATUM-TEXT TO TT-RUN-DATE.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF GROUPS-LISTED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           IF WARNING-FILE-MISSING NOT = "Y"
               CLOSE WARNING-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "LIVE WARNINGS READ:         " LIVE-WARNING-COUNT.
           DISPLAY "WORKER/CATEGORY BLOCKS:     " GROUPS-LISTED-COUNT.
           DISPLAY "WARNINGS LISTED:            "
               WARNINGS-LISTED-COUNT.

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ARBEITER-ID SW-CATEGORY
                                SW-WARNING-DATUM SW-WARNING-NUMBER
               INPUT PROCEDURE IS SELECT-LIVE-WARNINGS
               OUTPUT PROCEDURE IS WRITE-SORTED-REPORT.

      ******************************************************************
      *    Input procedure - every live warning is released with the
      *    worker's name, for workers in the operator's scope.
      ******************************************************************
       SELECT-LIVE-WARNINGS.
           MOVE ZERO TO WN-ARBEITER-ID.
           MOVE ZERO TO WN-WARNING-NUMBER.
           MOVE "N" TO WARNING-AT-END.
           START WARNING-FILE
               KEY IS NOT LESS THAN WN-WARNING-KEY
               INVALID KEY
               MOVE "Y" TO WARNING-AT-END.
           IF WARNING-AT-END NOT = "Y"
               PERFORM READ-NEXT-WARNING
               PERFORM RELEASE-ONE-IF-LIVE
                   UNTIL WARNING-AT-END = "Y".

       RELEASE-ONE-IF-LIVE.
           IF WN-IS-LIVE AND WN-EXPIRY-DATUM NOT < TODAY-DATUM-TEXT
               ADD 1 TO LIVE-WARNING-COUNT
               PERFORM RELEASE-IF-WORKER-LISTED.
           PERFORM READ-NEXT-WARNING.

       RELEASE-IF-WORKER-LISTED.
           PERFORM READ-THE-WORKER.
           IF WORKER-FOUND = "Y"
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   MOVE WN-ARBEITER-ID TO SW-ARBEITER-ID
                   MOVE WN-CATEGORY TO SW-CATEGORY
                   MOVE WN-WARNING-DATUM TO SW-WARNING-DATUM
                   MOVE WN-WARNING-NUMBER TO SW-WARNING-NUMBER
                   MOVE FAMILIE TO SW-FAMILIE
                   MOVE WN-EXPIRY-DATUM TO SW-EXPIRY-DATUM
                   MOVE WN-ISSUED-BY TO SW-ISSUED-BY
                   MOVE WN-BESCHREIBUNG TO SW-BESCHREIBUNG
                   RELEASE SORT-WORK-RECORD.

       READ-THE-WORKER.
           MOVE WN-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.

       READ-NEXT-WARNING.
           READ WARNING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WARNING-AT-END.

      ******************************************************************
      *    Output procedure - the first warning of each worker and
      *    category is held; the second prints the held one and
      *    itself, and any further ones print as they come. The
      *    block total follows when the worker or category changes.
      ******************************************************************
       WRITE-SORTED-REPORT.
           MOVE "Y" TO FIRST-RECORD.
           MOVE ZERO TO GROUP-WARNING-COUNT.
           MOVE "N" TO SORT-RETURN-AT-END.
           PERFORM RETURN-ONE-SORTED-RECORD
               UNTIL SORT-RETURN-AT-END = "Y".
           PERFORM END-THE-GROUP.

       RETURN-ONE-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
               MOVE "Y" TO SORT-RETURN-AT-END
               NOT AT END
               PERFORM TAKE-ONE-WARNING.

       TAKE-ONE-WARNING.
           IF FIRST-RECORD = "Y" OR
               SW-ARBEITER-ID NOT = THE-ARBEITER-ID OR
               SW-CATEGORY NOT = THE-CATEGORY
               PERFORM END-THE-GROUP
               MOVE "N" TO FIRST-RECORD
               MOVE SW-ARBEITER-ID TO THE-ARBEITER-ID
               MOVE SW-CATEGORY TO THE-CATEGORY.
           ADD 1 TO GROUP-WARNING-COUNT.
           IF GROUP-WARNING-COUNT = 1
               MOVE SORT-WORK-RECORD TO HELD-SORT-RECORD
           ELSE
               IF GROUP-WARNING-COUNT = 2
                   PERFORM WRITE-HELD-WARNING
               END-IF
               PERFORM WRITE-ONE-WARNING-LINE.

       WRITE-HELD-WARNING.
           MOVE SORT-WORK-RECORD TO CURRENT-SORT-RECORD.
           MOVE HELD-SORT-RECORD TO SORT-WORK-RECORD.
           PERFORM WRITE-ONE-WARNING-LINE.
           MOVE CURRENT-SORT-RECORD TO SORT-WORK-RECORD.
           ADD 1 TO GROUPS-LISTED-COUNT.

       WRITE-ONE-WARNING-LINE.
           MOVE SW-ARBEITER-ID TO WL-ARBEITER-ID.
           MOVE SW-FAMILIE TO WL-FAMILIE.
           PERFORM SET-CATEGORY-TEXT.
           MOVE SW-WARNING-NUMBER TO WL-WARNING-NUMBER.
           MOVE SW-WARNING-DATUM TO WL-WARNING-DATUM.
           MOVE SW-EXPIRY-DATUM TO WL-EXPIRY-DATUM.
           MOVE SW-ISSUED-BY TO WL-ISSUED-BY.
           MOVE SW-BESCHREIBUNG TO WL-BESCHREIBUNG.
           MOVE WARNING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WARNINGS-LISTED-COUNT.

       END-THE-GROUP.
           IF GROUP-WARNING-COUNT > 1
               MOVE GROUP-WARNING-COUNT TO GT-COUNT
               MOVE GROUP-TOTAL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           MOVE ZERO TO GROUP-WARNING-COUNT.

       SET-CATEGORY-TEXT.
           IF SW-CATEGORY = "A"
               MOVE "ATTENDANCE" TO WL-CATEGORY-TEXT
           ELSE
           IF SW-CATEGORY = "C"
               MOVE "CONDUCT" TO WL-CATEGORY-TEXT
           ELSE
           IF SW-CATEGORY = "P"
               MOVE "PERFORMANCE" TO WL-CATEGORY-TEXT
           ELSE
           IF SW-CATEGORY = "S"
               MOVE "SAFETY" TO WL-CATEGORY-TEXT
           ELSE
               MOVE "OTHER" TO WL-CATEGORY-TEXT.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-WARNINGS" TO SCOPE-PROGRAM-NAME.
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
      *    run has overwritten WARNING-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-WARNING-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "WARNING-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-WARNING-REPORT.
