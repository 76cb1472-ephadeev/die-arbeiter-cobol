      ******************************************************************
      *    Print the Pay-Equity Report
      *    For every department and position (ARBEITER-STELLE-ID),
      *    the active workers' pay by GESCHLECHT - head count, mean
      *    and median SALARY and mean and median total compensation
      *    (SALARY plus the department's PRAEMIE percentage). Pay is
      *    normalised to full time first, SALARY * 100 divided by
      *    TEILZEIT-PROZENT, so part-timers compare like for like.
      *    A gender group smaller than EQUITY-MINIMUM-GROUP is not
      *    shown - too few to report without pointing at a person.
      *    Workers with no GESCHLECHT, or "X" (not stated), are
      *    counted but left out of the groups.
      *    Sorted by department, position, gender and pay with the
      *    SORT verb; within one department every worker has the
      *    same PRAEMIE, so the pay order is also the order of total
      *    compensation and one sort gives both medians.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-PAY-EQUITY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".
           COPY "select-stelle.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "EQUITY-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "PAY-EQUITY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-stelle.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-ABTEILUNG-ID    PIC 9(4).
           05 SW-STELLE-ID       PIC 9(4).
           05 SW-GESCHLECHT      PIC X.
           05 SW-FTE-SALARY      PIC 9(8)V99.
           05 SW-FTE-TOTAL       PIC 9(8)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  STELLE-FILE-STATUS    PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  STELLE-FILE-MISSING   PIC X VALUE "N".
       77  ARBEITER-FILE-AT-END  PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  ABTEILUNG-ID-FOUND    PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  FIRST-RECORD          PIC X.
       77  EQUITY-MINIMUM-GROUP  PIC 9(3) VALUE 6.
       77  THE-ABTEILUNG-ID      PIC 9(4).
       77  THE-STELLE-ID         PIC 9(4).
       77  THE-GESCHLECHT        PIC X.
       77  FTE-TEILZEIT          PIC 9(3).
       77  GROUP-COUNT           PIC 9(5).
       77  GROUP-SALARY-SUM      PIC 9(11)V99.
       77  GROUP-TOTAL-SUM       PIC 9(11)V99.
       77  MEDIAN-POSITION       PIC 9(5).
       77  MEDIAN-REMAINDER      PIC 9.
       77  MEDIAN-SALARY         PIC 9(8)V99.
       77  MEDIAN-TOTAL          PIC 9(8)V99.
       77  MEAN-SALARY           PIC 9(8)V99.
       77  MEAN-TOTAL            PIC 9(8)V99.
       77  WORKERS-GROUPED-COUNT PIC 9(6) VALUE ZERO.
       77  NOT-STATED-COUNT      PIC 9(6) VALUE ZERO.
       77  GROUPS-SHOWN-COUNT    PIC 9(5) VALUE ZERO.
       77  GROUPS-HIDDEN-COUNT   PIC 9(5) VALUE ZERO.
       77  BLOCKS-PRINTED-COUNT  PIC 9(5) VALUE ZERO.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

      ******************************************************************
      *    The pay of one gender group, held in pay order for the
      *    median. A group larger than the table is still counted
      *    and averaged in full; its median is taken over the first
      *    EQUITY-TABLE-SIZE entries.
      ******************************************************************
       77  EQUITY-TABLE-SIZE     PIC 9(5) VALUE 2000.
       77  EQUITY-TABLE-COUNT    PIC 9(5).
       01  EQUITY-TABLE.
           05 EQUITY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EQUITY-INDEX.
               10 ET-FTE-SALARY  PIC 9(8)V99.
               10 ET-FTE-TOTAL   PIC 9(8)V99.

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  TITLE-LINE.
           05 FILLER PIC X(32)   VALUE
               "PAY-EQUITY REPORT BY POSITION".
           05 FILLER PIC X(6)    VALUE "AS OF ".
           05 TT-RUN-DATE        PIC X(10).
           05 FILLER PIC X(44)   VALUE
               "   FULL-TIME EQUIVALENT PAY - GROUPS UNDER ".
           05 TT-MINIMUM-GROUP   PIC ZZ9.
           05 FILLER PIC X(10)   VALUE " NOT SHOWN".
           05 FILLER PIC X(27)   VALUE SPACE.

       01  BLOCK-TITLE-LINE.
           05 FILLER PIC X(11)   VALUE "ABTEILUNG ".
           05 BT-ABTEILUNG-ID    PIC Z(3)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 BT-ABTEILUNG-NAME  PIC X(40).
           05 FILLER PIC X(9)    VALUE "  STELLE ".
           05 BT-STELLE-ID       PIC Z(3)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 BT-STELLE-TITEL    PIC X(40).
           05 FILLER PIC X(20)   VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(16)   VALUE "   GESCHLECHT".
           05 FILLER PIC X(8)    VALUE "COUNT".
           05 FILLER PIC X(16)   VALUE "  MEAN SALARY".
           05 FILLER PIC X(16)   VALUE "MEDIAN SALARY".
           05 FILLER PIC X(16)   VALUE "   MEAN TOTAL".
           05 FILLER PIC X(16)   VALUE " MEDIAN TOTAL".
           05 FILLER PIC X(44)   VALUE SPACE.

       01  GROUP-LINE.
           05 FILLER PIC X(3)    VALUE SPACE.
           05 GL-GESCHLECHT-TEXT PIC X(10).
           05 FILLER PIC X(3)    VALUE SPACE.
           05 GL-COUNT           PIC ZZZZ9.
           05 FILLER PIC X(3)    VALUE SPACE.
           05 GL-MEAN-SALARY     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3)    VALUE SPACE.
           05 GL-MEDIAN-SALARY   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3)    VALUE SPACE.
           05 GL-MEAN-TOTAL      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3)    VALUE SPACE.
           05 GL-MEDIAN-TOTAL    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(47)   VALUE SPACE.

       01  HIDDEN-GROUP-LINE.
           05 FILLER PIC X(3)    VALUE SPACE.
           05 HL-GESCHLECHT-TEXT PIC X(10).
           05 FILLER PIC X(11)   VALUE SPACE.
           05 FILLER PIC X(32)   VALUE
               "GROUP TOO SMALL - NOT SHOWN".
           05 FILLER PIC X(76)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(60)   VALUE
               "NO ACTIVE WORKERS WITH A RECORDED GESCHLECHT".
           05 FILLER PIC X(72)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
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
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT STELLE-FILE.
           IF STELLE-FILE-STATUS = "35"
               MOVE "Y" TO STELLE-FILE-MISSING.
           OPEN OUTPUT REPORT-FILE.
           MOVE TODAY-DATUM-TEXT TO TT-RUN-DATE.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE EQUITY-MINIMUM-GROUP TO TT-MINIMUM-GROUP.
           MOVE TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF BLOCKS-PRINTED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           IF STELLE-FILE-MISSING NOT = "Y"
               CLOSE STELLE-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "WORKERS IN GENDER GROUPS:   " WORKERS-GROUPED-COUNT.
           DISPLAY "GESCHLECHT NOT RECORDED:    " NOT-STATED-COUNT.
           DISPLAY "GROUPS SHOWN:               " GROUPS-SHOWN-COUNT.
           DISPLAY "GROUPS TOO SMALL TO SHOW:   " GROUPS-HIDDEN-COUNT.

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ABTEILUNG-ID SW-STELLE-ID
                                SW-GESCHLECHT SW-FTE-SALARY
               INPUT PROCEDURE IS SELECT-ACTIVE-WORKERS
               OUTPUT PROCEDURE IS WRITE-SORTED-REPORT.

      ******************************************************************
      *    Input procedure - every active worker in the operator's
      *    scope with a stated gender is released with full-time
      *    pay and total compensation.
      ******************************************************************
       SELECT-ACTIVE-WORKERS.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM RELEASE-ONE-IF-ACTIVE
                   UNTIL ARBEITER-FILE-AT-END = "Y".

       RELEASE-ONE-IF-ACTIVE.
           IF ARBEITER-IS-ACTIVE
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   IF GESCHLECHT-MAENNLICH OR GESCHLECHT-WEIBLICH OR
                       GESCHLECHT-DIVERS
                       PERFORM RELEASE-THIS-WORKER
                   ELSE
                       ADD 1 TO NOT-STATED-COUNT.
           PERFORM READ-NEXT-ARBEITER-RECORD.

      ******************************************************************
      *    Full-time pay - a missing or zero TEILZEIT-PROZENT is taken
      *    as full time.
      ******************************************************************
       RELEASE-THIS-WORKER.
           MOVE 100 TO FTE-TEILZEIT.
           IF TEILZEIT-PROZENT IS NUMERIC AND TEILZEIT-PROZENT > ZERO
               MOVE TEILZEIT-PROZENT TO FTE-TEILZEIT.
           MOVE ARBEITER-ABTEILUNG-ID TO SW-ABTEILUNG-ID.
           MOVE ARBEITER-STELLE-ID TO SW-STELLE-ID.
           MOVE GESCHLECHT TO SW-GESCHLECHT.
           COMPUTE SW-FTE-SALARY ROUNDED =
               SALARY * 100 / FTE-TEILZEIT.
           PERFORM LOOK-UP-ABTEILUNG.
           IF ABTEILUNG-ID-FOUND NOT = "Y"
               MOVE ZERO TO PRAEMIE.
           COMPUTE SW-FTE-TOTAL ROUNDED =
               SW-FTE-SALARY + SW-FTE-SALARY * PRAEMIE / 100.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WORKERS-GROUPED-COUNT.

       LOOK-UP-ABTEILUNG.
           MOVE ARBEITER-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-ID-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-ID-FOUND.

       READ-NEXT-ARBEITER-RECORD.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    Output procedure - a block per department and position, a
      *    line per gender group once the group is complete.
      ******************************************************************
       WRITE-SORTED-REPORT.
           MOVE "Y" TO FIRST-RECORD.
           MOVE ZERO TO GROUP-COUNT.
           MOVE "N" TO SORT-RETURN-AT-END.
           PERFORM RETURN-ONE-SORTED-RECORD
               UNTIL SORT-RETURN-AT-END = "Y".
           PERFORM END-THE-GROUP.

       RETURN-ONE-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
               MOVE "Y" TO SORT-RETURN-AT-END
               NOT AT END
               PERFORM TAKE-ONE-WORKER.

       TAKE-ONE-WORKER.
           IF FIRST-RECORD = "Y" OR
               SW-ABTEILUNG-ID NOT = THE-ABTEILUNG-ID OR
               SW-STELLE-ID NOT = THE-STELLE-ID OR
               SW-GESCHLECHT NOT = THE-GESCHLECHT
               PERFORM END-THE-GROUP
               PERFORM START-THE-GROUP.
           ADD 1 TO GROUP-COUNT.
           ADD SW-FTE-SALARY TO GROUP-SALARY-SUM.
           ADD SW-FTE-TOTAL TO GROUP-TOTAL-SUM.
           IF EQUITY-TABLE-COUNT < EQUITY-TABLE-SIZE
               ADD 1 TO EQUITY-TABLE-COUNT
               SET EQUITY-INDEX TO EQUITY-TABLE-COUNT
               MOVE SW-FTE-SALARY TO ET-FTE-SALARY(EQUITY-INDEX)
               MOVE SW-FTE-TOTAL TO ET-FTE-TOTAL(EQUITY-INDEX).

       START-THE-GROUP.
           IF FIRST-RECORD = "Y" OR
               SW-ABTEILUNG-ID NOT = THE-ABTEILUNG-ID OR
               SW-STELLE-ID NOT = THE-STELLE-ID
               MOVE SW-ABTEILUNG-ID TO THE-ABTEILUNG-ID
               MOVE SW-STELLE-ID TO THE-STELLE-ID
               PERFORM WRITE-BLOCK-HEADER.
           MOVE "N" TO FIRST-RECORD.
           MOVE SW-GESCHLECHT TO THE-GESCHLECHT.
           MOVE ZERO TO GROUP-COUNT.
           MOVE ZERO TO GROUP-SALARY-SUM.
           MOVE ZERO TO GROUP-TOTAL-SUM.
           MOVE ZERO TO EQUITY-TABLE-COUNT.

      ******************************************************************
      *    A finished gender group - shown with its mean and median,
      *    or only named when it is below EQUITY-MINIMUM-GROUP.
      ******************************************************************
       END-THE-GROUP.
           IF GROUP-COUNT > ZERO
               IF GROUP-COUNT < EQUITY-MINIMUM-GROUP
                   PERFORM WRITE-HIDDEN-GROUP-LINE
               ELSE
                   PERFORM WORK-OUT-GROUP-FIGURES
                   PERFORM WRITE-GROUP-LINE.
           MOVE ZERO TO GROUP-COUNT.

      ******************************************************************
      *    Median - the middle entry of an odd count, the mean of
      *    the two middle entries of an even one.
      ******************************************************************
       WORK-OUT-GROUP-FIGURES.
           COMPUTE MEAN-SALARY ROUNDED =
               GROUP-SALARY-SUM / GROUP-COUNT.
           COMPUTE MEAN-TOTAL ROUNDED =
               GROUP-TOTAL-SUM / GROUP-COUNT.
           DIVIDE EQUITY-TABLE-COUNT BY 2
               GIVING MEDIAN-POSITION
               REMAINDER MEDIAN-REMAINDER.
           IF MEDIAN-REMAINDER = 1
               ADD 1 TO MEDIAN-POSITION
               SET EQUITY-INDEX TO MEDIAN-POSITION
               MOVE ET-FTE-SALARY(EQUITY-INDEX) TO MEDIAN-SALARY
               MOVE ET-FTE-TOTAL(EQUITY-INDEX) TO MEDIAN-TOTAL
           ELSE
               SET EQUITY-INDEX TO MEDIAN-POSITION
               MOVE ET-FTE-SALARY(EQUITY-INDEX) TO MEDIAN-SALARY
               MOVE ET-FTE-TOTAL(EQUITY-INDEX) TO MEDIAN-TOTAL
               SET EQUITY-INDEX UP BY 1
               COMPUTE MEDIAN-SALARY ROUNDED =
                   (MEDIAN-SALARY + ET-FTE-SALARY(EQUITY-INDEX)) / 2
               COMPUTE MEDIAN-TOTAL ROUNDED =
                   (MEDIAN-TOTAL + ET-FTE-TOTAL(EQUITY-INDEX)) / 2.

       WRITE-GROUP-LINE.
           PERFORM SET-GESCHLECHT-TEXT.
           MOVE GROUP-COUNT TO GL-COUNT.
           MOVE MEAN-SALARY TO GL-MEAN-SALARY.
           MOVE MEDIAN-SALARY TO GL-MEDIAN-SALARY.
           MOVE MEAN-TOTAL TO GL-MEAN-TOTAL.
           MOVE MEDIAN-TOTAL TO GL-MEDIAN-TOTAL.
           MOVE GROUP-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO GROUPS-SHOWN-COUNT.

       WRITE-HIDDEN-GROUP-LINE.
           PERFORM SET-GESCHLECHT-TEXT.
           MOVE GL-GESCHLECHT-TEXT TO HL-GESCHLECHT-TEXT.
           MOVE HIDDEN-GROUP-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO GROUPS-HIDDEN-COUNT.

       SET-GESCHLECHT-TEXT.
           IF THE-GESCHLECHT = "M"
               MOVE "MALE" TO GL-GESCHLECHT-TEXT
           ELSE
           IF THE-GESCHLECHT = "W"
               MOVE "FEMALE" TO GL-GESCHLECHT-TEXT
           ELSE
               MOVE "DIVERSE" TO GL-GESCHLECHT-TEXT.

       WRITE-BLOCK-HEADER.
           MOVE THE-ABTEILUNG-ID TO BT-ABTEILUNG-ID.
           MOVE THE-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "(NOT ON FILE)" TO BT-ABTEILUNG-NAME
               NOT INVALID KEY
               MOVE ABTEILUNG-NAME TO BT-ABTEILUNG-NAME.
           MOVE THE-STELLE-ID TO BT-STELLE-ID.
           MOVE SPACE TO BT-STELLE-TITEL.
           IF THE-STELLE-ID = ZERO
               MOVE "(NO POSITION ON FILE)" TO BT-STELLE-TITEL
           ELSE
           IF STELLE-FILE-MISSING NOT = "Y"
               MOVE THE-STELLE-ID TO STELLE-ID
               READ STELLE-FILE RECORD
                   INVALID KEY
                   MOVE "(NOT ON FILE)" TO BT-STELLE-TITEL
                   NOT INVALID KEY
                   MOVE STELLE-TITEL TO BT-STELLE-TITEL.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLOCK-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO BLOCKS-PRINTED-COUNT.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are counted; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-PAY-EQUITY" TO SCOPE-PROGRAM-NAME.
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
      *    run has overwritten PAY-EQUITY-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-PAY-EQUITY-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "PAY-EQUITY-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-PAY-EQUITY-REPORT.
