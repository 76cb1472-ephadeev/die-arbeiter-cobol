      ******************************************************************
      *    Print the Works Council Election Lists
      *    For the election date keyed and one company (or all
      *    companies when 0 is keyed): the voter list and the
      *    candidate eligibility list, each by department and in
      *    FAMILIE / ARBEITER-NAME order, then the number of council
      *    seats on the legal scale and the seats the gender in the
      *    minority must at least hold.
      *
      *    Who is counted - the employees on the election date:
      *    - active workers only; pending hires and leavers are not
      *      listed, nor is anyone hired after the election date or
      *      with an AUSTRITTS-DATUM before it
      *    - holders of a senior-management position (STELLE-
      *      LEITEND "Y") are neither counted nor listed
      *    Who is listed:
      *    - voter: VOTER-MINIMUM-AGE or older on the election date
      *    - candidate: a voter CANDIDATE-MINIMUM-AGE or older with
      *      CANDIDATE-SERVICE-MONTHS of service on the election date
      *    - an employee with no birth or hire date on file cannot
      *      be judged and is listed separately, to be put right
      *      before the lists are laid out
      *
      *    Council seats - 1 for 5 to 20 voters, 3 for 21 to 50
      *    voters, above that by the employees counted, from
      *    SEAT-SCALE-TABLE, and 2 more for each further 3,000 or
      *    part above 9,000. The gender in the minority among the
      *    employees counted (men and women - diverse and not stated
      *    fall in neither) must hold at least its share of the
      *    seats by the highest-quotient method, for a council of 3
      *    or more; a tie for the last seat is drawn by lot.
      *    Supervisor-only: the lists take in every department.
      *    Sorted by list, department and name with the SORT verb.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-WORKS-COUNCIL-LISTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-stelle.cbl".
           COPY "select-abteil.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "ELECTION-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "WORKS-COUNCIL-LISTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-stelle.cbl".
           COPY "fd-abteil.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-LIST            PIC X.
               88 SW-IS-VOTER         VALUE "1".
               88 SW-IS-CANDIDATE     VALUE "2".
               88 SW-IS-TO-CHECK      VALUE "3".
           05 SW-ABTEILUNG-ID    PIC 9(4).
           05 SW-FAMILIE         PIC X(40).
           05 SW-ARBEITER-NAME   PIC X(40).
           05 SW-ARBEITER-ID     PIC 9(6).
           05 SW-GEBURTS-DATUM   PIC X(10).
           05 SW-EINSTELL-DATUM  PIC X(10).
           05 SW-REMARK          PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  STELLE-FILE-STATUS    PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  STELLE-FILE-MISSING   PIC X VALUE "N".
       77  ARBEITER-FILE-AT-END  PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  FIRST-RECORD          PIC X.
       77  WORKER-IS-EMPLOYED    PIC X.
       77  WORKER-IS-LEITEND     PIC X.
       77  THE-LIST              PIC X.
       77  THE-ABTEILUNG-ID      PIC 9(4).

      ******************************************************************
      *    Eligibility on the election date - review when the
      *    election rules change.
      ******************************************************************
       77  VOTER-MINIMUM-AGE     PIC 9(2) VALUE 16.
       77  CANDIDATE-MINIMUM-AGE PIC 9(2) VALUE 18.
       77  CANDIDATE-SERVICE-MONTHS PIC 9(2) VALUE 6.
       77  MINIMUM-VOTERS        PIC 9(2) VALUE 5.
       77  MINORITY-RULE-SEATS   PIC 9(2) VALUE 3.

       77  ELECTION-DATUM        PIC X(10).
       77  VOTER-BORN-BY         PIC X(10).
       77  CANDIDATE-BORN-BY     PIC X(10).
       77  CANDIDATE-HIRED-BY    PIC X(10).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       77  DATUM-TO-CHECK        PIC X(10).
       77  DATUM-VALID           PIC X.
       77  DATUM-YEAR            PIC 9(4).
       77  DATUM-MONTH           PIC 99.
       77  DATUM-DAY             PIC 99.
       77  DAYS-IN-MONTH         PIC 99.
       77  IS-LEAP-YEAR          PIC X.
       77  DATUM-DIVIDE-QUOT     PIC 9(4).
       77  DATUM-DIVIDE-REM      PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       77  EMPLOYEE-COUNT        PIC 9(6) VALUE ZERO.
       77  LEITEND-COUNT         PIC 9(6) VALUE ZERO.
       77  VOTER-COUNT           PIC 9(6) VALUE ZERO.
       77  CANDIDATE-COUNT       PIC 9(6) VALUE ZERO.
       77  TO-CHECK-COUNT        PIC 9(6) VALUE ZERO.
       77  WOMEN-COUNT           PIC 9(6) VALUE ZERO.
       77  MEN-COUNT             PIC 9(6) VALUE ZERO.
       77  OTHER-GENDER-COUNT    PIC 9(6) VALUE ZERO.
       77  LIST-LINE-NUMBER      PIC 9(5).
       77  DEPARTMENT-LINE-COUNT PIC 9(5).
       77  PAGES-PRINTED-COUNT   PIC 9(5) VALUE ZERO.

       77  COUNCIL-SEATS         PIC 9(3) VALUE ZERO.
       77  EXTRA-STEPS           PIC 9(3).
       77  SCALE-SUB             PIC 99.
       77  SEAT-SUB              PIC 9(3).
       77  WOMEN-SEATS           PIC 9(3).
       77  MEN-SEATS             PIC 9(3).
       77  WOMEN-CROSS           PIC 9(9).
       77  MEN-CROSS             PIC 9(9).
       77  LAST-SEAT-BY-LOT      PIC X.
       77  MINORITY-SEATS        PIC 9(3).
       77  MINORITY-GENDER-TEXT  PIC X(20).

      ******************************************************************
      *    Council seats by the employees counted, from 51 voters up
      *    - highest employee count of the band, seats.
      ******************************************************************
       77  SCALE-ENTRY-COUNT     PIC 99 VALUE 16.
       77  SCALE-TOP-EMPLOYEES   PIC 9(5) VALUE 9000.
       77  SCALE-TOP-SEATS       PIC 9(3) VALUE 35.
       01  SEAT-SCALE-VALUES.
           05 FILLER PIC 9(5)    VALUE 100.
           05 FILLER PIC 99      VALUE 5.
           05 FILLER PIC 9(5)    VALUE 200.
           05 FILLER PIC 99      VALUE 7.
           05 FILLER PIC 9(5)    VALUE 400.
           05 FILLER PIC 99      VALUE 9.
           05 FILLER PIC 9(5)    VALUE 700.
           05 FILLER PIC 99      VALUE 11.
           05 FILLER PIC 9(5)    VALUE 1000.
           05 FILLER PIC 99      VALUE 13.
           05 FILLER PIC 9(5)    VALUE 1500.
           05 FILLER PIC 99      VALUE 15.
           05 FILLER PIC 9(5)    VALUE 2000.
           05 FILLER PIC 99      VALUE 17.
           05 FILLER PIC 9(5)    VALUE 2500.
           05 FILLER PIC 99      VALUE 19.
           05 FILLER PIC 9(5)    VALUE 3000.
           05 FILLER PIC 99      VALUE 21.
           05 FILLER PIC 9(5)    VALUE 3500.
           05 FILLER PIC 99      VALUE 23.
           05 FILLER PIC 9(5)    VALUE 4000.
           05 FILLER PIC 99      VALUE 25.
           05 FILLER PIC 9(5)    VALUE 4500.
           05 FILLER PIC 99      VALUE 27.
           05 FILLER PIC 9(5)    VALUE 5000.
           05 FILLER PIC 99      VALUE 29.
           05 FILLER PIC 9(5)    VALUE 6000.
           05 FILLER PIC 99      VALUE 31.
           05 FILLER PIC 9(5)    VALUE 7000.
           05 FILLER PIC 99      VALUE 33.
           05 FILLER PIC 9(5)    VALUE 9000.
           05 FILLER PIC 99      VALUE 35.
       01  SEAT-SCALE-TABLE REDEFINES SEAT-SCALE-VALUES.
           05 SEAT-SCALE-ENTRY OCCURS 16 TIMES.
               10 SCALE-EMPLOYEES    PIC 9(5).
               10 SCALE-SEATS        PIC 99.

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  LIST-TITLE-LINE.
           05 FILLER PIC X(28)   VALUE
               "WORKS COUNCIL ELECTION OF ".
           05 LT-ELECTION-DATUM  PIC X(10).
           05 FILLER PIC X(3)    VALUE " - ".
           05 LT-LIST-NAME       PIC X(40).
           05 FILLER PIC X(10)   VALUE "  COMPANY ".
           05 LT-FIRMA-ID        PIC Z9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 LT-FIRMA-NAME      PIC X(37).

       01  DEPARTMENT-TITLE-LINE.
           05 FILLER PIC X(12)   VALUE "DEPARTMENT ".
           05 DT-ABTEILUNG-ID    PIC Z(3)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 DT-ABTEILUNG-NAME  PIC X(60).
           05 FILLER PIC X(10)   VALUE "  AS OF ".
           05 DT-RUN-DATE        PIC X(10).
           05 FILLER PIC X(34)   VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(7)    VALUE "NO.".
           05 FILLER PIC X(8)    VALUE "ARB-ID".
           05 FILLER PIC X(62)   VALUE "NAME".
           05 FILLER PIC X(12)   VALUE "BORN".
           05 FILLER PIC X(12)   VALUE "HIRED".
           05 FILLER PIC X(31)   VALUE "REMARK".

       01  LIST-LINE.
           05 LL-LIST-NUMBER     PIC Z(4)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 LL-ARBEITER-ID     PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 LL-NAME            PIC X(60).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 LL-GEBURTS-DATUM   PIC X(10).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 LL-EINSTELL-DATUM  PIC X(10).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 LL-REMARK          PIC X(30).
           05 FILLER PIC X(1)    VALUE SPACE.

       01  DEPARTMENT-TOTAL-LINE.
           05 FILLER PIC X(20)   VALUE "DEPARTMENT TOTAL: ".
           05 DL-COUNT           PIC ZZ,ZZ9.
           05 FILLER PIC X(106)  VALUE SPACE.

       01  SEAT-TITLE-LINE.
           05 FILLER PIC X(28)   VALUE
               "WORKS COUNCIL ELECTION OF ".
           05 ST-ELECTION-DATUM  PIC X(10).
           05 FILLER PIC X(3)    VALUE " - ".
           05 FILLER PIC X(40)   VALUE
               "COUNCIL SEATS AND GENDER MINORITY".
           05 FILLER PIC X(10)   VALUE "  COMPANY ".
           05 ST-FIRMA-ID        PIC Z9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 ST-FIRMA-NAME      PIC X(37).

       01  SUMMARY-LINE.
           05 SL-LABEL           PIC X(44).
           05 SL-VALUE           PIC X(60).
           05 FILLER PIC X(28)   VALUE SPACE.

       77  EDITED-COUNT          PIC ZZZ,ZZ9.

       01  NONE-LINE.
           05 FILLER PIC X(50)   VALUE
               "NO EMPLOYEE IS ELIGIBLE ON THE ELECTION DATE".
           05 FILLER PIC X(82)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".
           COPY "firma-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM GET-SCOPE-SESSION.
           IF SCOPE-SESSION-OK = "Y"
               PERFORM OPENING-PROCEDURE
               PERFORM SORT-AND-PRINT
               PERFORM PRINT-SEAT-CALCULATION
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    The operator comes from the menu session, or signs on here
      *    when the report is run on its own - a supervisor only.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-WORKS-COUNCIL" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
           IF SCOPE-SUPERVISOR-FLAG NOT = "Y"
               MOVE "N" TO SCOPE-SESSION-OK
               DISPLAY "ONLY A SUPERVISOR MAY PRINT THE ELECTION "
                   "LISTS".

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
           PERFORM ENTER-ELECTION-DATUM.
           PERFORM BUILD-ELIGIBILITY-DATES.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           IF FR-RUN-IS-ALL-FIRMEN
               MOVE "ALL COMPANIES" TO FR-RUN-NAME.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT STELLE-FILE.
           IF STELLE-FILE-STATUS = "35"
               MOVE "Y" TO STELLE-FILE-MISSING.
           OPEN OUTPUT REPORT-FILE.

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           IF STELLE-FILE-MISSING NOT = "Y"
               CLOSE STELLE-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "ELECTION DATE:          " ELECTION-DATUM.
           DISPLAY "COMPANY:                " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "EMPLOYEES COUNTED:      " EMPLOYEE-COUNT.
           DISPLAY "VOTERS LISTED:          " VOTER-COUNT.
           DISPLAY "CANDIDATES LISTED:      " CANDIDATE-COUNT.
           DISPLAY "MASTER DATA TO CHECK:   " TO-CHECK-COUNT.
           DISPLAY "COUNCIL SEATS:          " COUNCIL-SEATS.

      ******************************************************************
      *    The election date - any real calendar date.
      ******************************************************************
       ENTER-ELECTION-DATUM.
           PERFORM ACCEPT-ELECTION-DATUM.
           PERFORM RE-ACCEPT-ELECTION-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-ELECTION-DATUM.
           DISPLAY "ENTER THE ELECTION DATE IN FORMAT YYYY-MM-DD".
           ACCEPT ELECTION-DATUM.
           MOVE ELECTION-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.

       RE-ACCEPT-ELECTION-DATUM.
           PERFORM ACCEPT-ELECTION-DATUM.

      ******************************************************************
      *    The latest birth and hire dates that still qualify - the
      *    election date moved back by the minimum ages and by the
      *    minimum service, the day held to the month's length.
      ******************************************************************
       BUILD-ELIGIBILITY-DATES.
           MOVE ELECTION-DATUM TO VOTER-BORN-BY.
           MOVE ELECTION-DATUM(1:4) TO DATUM-YEAR.
           SUBTRACT VOTER-MINIMUM-AGE FROM DATUM-YEAR.
           MOVE DATUM-YEAR TO VOTER-BORN-BY(1:4).
           MOVE ELECTION-DATUM TO CANDIDATE-BORN-BY.
           MOVE ELECTION-DATUM(1:4) TO DATUM-YEAR.
           SUBTRACT CANDIDATE-MINIMUM-AGE FROM DATUM-YEAR.
           MOVE DATUM-YEAR TO CANDIDATE-BORN-BY(1:4).
           MOVE ELECTION-DATUM(1:4) TO DATUM-YEAR.
           MOVE ELECTION-DATUM(6:2) TO DATUM-MONTH.
           MOVE ELECTION-DATUM(9:2) TO DATUM-DAY.
           IF DATUM-MONTH > CANDIDATE-SERVICE-MONTHS
               SUBTRACT CANDIDATE-SERVICE-MONTHS FROM DATUM-MONTH
           ELSE
               ADD 12 TO DATUM-MONTH
               SUBTRACT CANDIDATE-SERVICE-MONTHS FROM DATUM-MONTH
               SUBTRACT 1 FROM DATUM-YEAR.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.
           IF DATUM-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO DATUM-DAY.
           MOVE SPACE TO CANDIDATE-HIRED-BY.
           STRING
               DATUM-YEAR  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               DATUM-MONTH DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               DATUM-DAY   DELIMITED BY SIZE
               INTO CANDIDATE-HIRED-BY.

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-LIST SW-ABTEILUNG-ID
                                SW-FAMILIE SW-ARBEITER-NAME
                                SW-ARBEITER-ID
               INPUT PROCEDURE IS SELECT-ELIGIBLE-WORKERS
               OUTPUT PROCEDURE IS WRITE-SORTED-LISTS.

      ******************************************************************
      *    Input procedure - one pass of arbeiter.dat. Every
      *    employee of the run's company on the election date is
      *    counted, and released onto the lists they qualify for.
      ******************************************************************
       SELECT-ELIGIBLE-WORKERS.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM SELECT-ONE-IF-IN-RUN
                   UNTIL ARBEITER-FILE-AT-END = "Y".

       SELECT-ONE-IF-IN-RUN.
           IF ARBEITER-IS-ACTIVE
               MOVE "A" TO FR-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO FR-ABTEILUNG-ID
               CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST
               IF FR-IN-RUN = "Y"
                   PERFORM SELECT-ONE-WORKER.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       SELECT-ONE-WORKER.
           MOVE "Y" TO WORKER-IS-EMPLOYED.
           IF EINSTELL-DATUM > ELECTION-DATUM
               MOVE "N" TO WORKER-IS-EMPLOYED.
           IF AUSTRITTS-DATUM NOT = SPACE AND
               AUSTRITTS-DATUM < ELECTION-DATUM
               MOVE "N" TO WORKER-IS-EMPLOYED.
           IF WORKER-IS-EMPLOYED = "Y"
               PERFORM CHECK-SENIOR-MANAGEMENT
               IF WORKER-IS-LEITEND = "Y"
                   ADD 1 TO LEITEND-COUNT
               ELSE
                   PERFORM COUNT-ONE-EMPLOYEE
                   PERFORM RELEASE-ONTO-LISTS.

       CHECK-SENIOR-MANAGEMENT.
           MOVE "N" TO WORKER-IS-LEITEND.
           IF STELLE-FILE-MISSING NOT = "Y" AND
               ARBEITER-STELLE-ID NOT = ZERO
               MOVE ARBEITER-STELLE-ID TO STELLE-ID
               READ STELLE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO STELLE-LEITEND
               END-READ
               IF STELLE-IS-LEITEND
                   MOVE "Y" TO WORKER-IS-LEITEND.

       COUNT-ONE-EMPLOYEE.
           ADD 1 TO EMPLOYEE-COUNT.
           IF GESCHLECHT-WEIBLICH
               ADD 1 TO WOMEN-COUNT
           ELSE
           IF GESCHLECHT-MAENNLICH
               ADD 1 TO MEN-COUNT
           ELSE
               ADD 1 TO OTHER-GENDER-COUNT.

      ******************************************************************
      *    Dates are compared as text - YYYY-MM-DD sorts in date
      *    order.
      ******************************************************************
       RELEASE-ONTO-LISTS.
           MOVE ARBEITER-ABTEILUNG-ID TO SW-ABTEILUNG-ID.
           MOVE FAMILIE TO SW-FAMILIE.
           MOVE ARBEITER-NAME TO SW-ARBEITER-NAME.
           MOVE ARBEITER-ID TO SW-ARBEITER-ID.
           MOVE GEBURTS-DATUM TO SW-GEBURTS-DATUM.
           MOVE EINSTELL-DATUM TO SW-EINSTELL-DATUM.
           MOVE SPACE TO SW-REMARK.
           IF GEBURTS-DATUM(1:4) IS NOT NUMERIC
               MOVE "NO BIRTH DATE ON FILE" TO SW-REMARK
               PERFORM RELEASE-TO-CHECK
           ELSE
           IF EINSTELL-DATUM(1:4) IS NOT NUMERIC
               MOVE "NO HIRE DATE ON FILE" TO SW-REMARK
               PERFORM RELEASE-TO-CHECK
           ELSE
           IF GEBURTS-DATUM NOT > VOTER-BORN-BY
               PERFORM RELEASE-VOTER.

       RELEASE-TO-CHECK.
           MOVE "3" TO SW-LIST.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO TO-CHECK-COUNT.

       RELEASE-VOTER.
           MOVE "1" TO SW-LIST.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO VOTER-COUNT.
           IF GEBURTS-DATUM NOT > CANDIDATE-BORN-BY AND
               EINSTELL-DATUM NOT > CANDIDATE-HIRED-BY
               MOVE "2" TO SW-LIST
               RELEASE SORT-WORK-RECORD
               ADD 1 TO CANDIDATE-COUNT.

       READ-NEXT-ARBEITER-RECORD.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    Output procedure - a new page whenever the list or the
      *    department changes, numbered through each list.
      ******************************************************************
       WRITE-SORTED-LISTS.
           MOVE "Y" TO FIRST-RECORD.
           MOVE "N" TO SORT-RETURN-AT-END.
           PERFORM RETURN-ONE-SORTED-RECORD
               UNTIL SORT-RETURN-AT-END = "Y".
           IF FIRST-RECORD = "Y"
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM WRITE-DEPARTMENT-TOTAL.

       RETURN-ONE-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
               MOVE "Y" TO SORT-RETURN-AT-END
               NOT AT END
               PERFORM WRITE-ONE-LIST-LINE.

       WRITE-ONE-LIST-LINE.
           IF FIRST-RECORD = "Y" OR SW-LIST NOT = THE-LIST
               MOVE ZERO TO LIST-LINE-NUMBER.
           IF FIRST-RECORD = "Y" OR SW-LIST NOT = THE-LIST OR
               SW-ABTEILUNG-ID NOT = THE-ABTEILUNG-ID
               PERFORM START-DEPARTMENT-PAGE.
           ADD 1 TO LIST-LINE-NUMBER.
           ADD 1 TO DEPARTMENT-LINE-COUNT.
           MOVE LIST-LINE-NUMBER TO LL-LIST-NUMBER.
           MOVE SW-ARBEITER-ID TO LL-ARBEITER-ID.
           MOVE SPACE TO LL-NAME.
           STRING
               SW-FAMILIE       DELIMITED BY "  "
               ", "             DELIMITED BY SIZE
               SW-ARBEITER-NAME DELIMITED BY "  "
               INTO LL-NAME.
           MOVE SW-GEBURTS-DATUM TO LL-GEBURTS-DATUM.
           MOVE SW-EINSTELL-DATUM TO LL-EINSTELL-DATUM.
           MOVE SW-REMARK TO LL-REMARK.
           MOVE LIST-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       START-DEPARTMENT-PAGE.
           IF FIRST-RECORD NOT = "Y"
               PERFORM WRITE-DEPARTMENT-TOTAL.
           MOVE "N" TO FIRST-RECORD.
           MOVE SW-LIST TO THE-LIST.
           MOVE SW-ABTEILUNG-ID TO THE-ABTEILUNG-ID.
           MOVE ZERO TO DEPARTMENT-LINE-COUNT.
           PERFORM WRITE-DEPARTMENT-HEADER.

       WRITE-DEPARTMENT-TOTAL.
           MOVE DEPARTMENT-LINE-COUNT TO DL-COUNT.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE DEPARTMENT-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DEPARTMENT-HEADER.
           MOVE ELECTION-DATUM TO LT-ELECTION-DATUM.
           IF SW-IS-VOTER
               MOVE "VOTER LIST" TO LT-LIST-NAME
           ELSE
           IF SW-IS-CANDIDATE
               MOVE "CANDIDATE ELIGIBILITY LIST" TO LT-LIST-NAME
           ELSE
               MOVE "NOT LISTED - MASTER DATA TO CHECK"
                   TO LT-LIST-NAME.
           MOVE FR-RUN-FIRMA-ID TO LT-FIRMA-ID.
           MOVE FR-RUN-NAME TO LT-FIRMA-NAME.
           MOVE THE-ABTEILUNG-ID TO DT-ABTEILUNG-ID.
           MOVE THE-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "(NOT ON FILE)" TO DT-ABTEILUNG-NAME
               NOT INVALID KEY
               MOVE ABTEILUNG-NAME TO DT-ABTEILUNG-NAME.
           MOVE TODAY-DATUM-TEXT TO DT-RUN-DATE.
           IF PAGES-PRINTED-COUNT > ZERO
               MOVE BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LIST-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE DEPARTMENT-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO PAGES-PRINTED-COUNT.

      ******************************************************************
      *    The council's size and the gender-minority seats, on a
      *    page of their own after the lists.
      ******************************************************************
       PRINT-SEAT-CALCULATION.
           PERFORM FIND-COUNCIL-SEATS.
           PERFORM SHARE-OUT-THE-SEATS.
           MOVE ELECTION-DATUM TO ST-ELECTION-DATUM.
           MOVE FR-RUN-FIRMA-ID TO ST-FIRMA-ID.
           MOVE FR-RUN-NAME TO ST-FIRMA-NAME.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SEAT-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EMPLOYEES COUNTED" TO SL-LABEL.
           MOVE EMPLOYEE-COUNT TO EDITED-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SENIOR MANAGEMENT - NOT COUNTED" TO SL-LABEL.
           MOVE LEITEND-COUNT TO EDITED-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "VOTERS" TO SL-LABEL.
           MOVE VOTER-COUNT TO EDITED-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ELIGIBLE CANDIDATES" TO SL-LABEL.
           MOVE CANDIDATE-COUNT TO EDITED-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MASTER DATA TO CHECK" TO SL-LABEL.
           MOVE TO-CHECK-COUNT TO EDITED-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "COUNCIL SEATS" TO SL-LABEL.
           IF COUNCIL-SEATS = ZERO
               MOVE "NONE - FEWER THAN 5 VOTERS" TO SL-VALUE
               PERFORM WRITE-SUMMARY-LINE
           ELSE
               MOVE COUNCIL-SEATS TO EDITED-COUNT
               PERFORM WRITE-COUNT-LINE.
           MOVE "WOMEN AMONG THE EMPLOYEES" TO SL-LABEL.
           MOVE WOMEN-COUNT TO EDITED-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MEN AMONG THE EMPLOYEES" TO SL-LABEL.
           MOVE MEN-COUNT TO EDITED-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DIVERSE OR NOT STATED" TO SL-LABEL.
           MOVE OTHER-GENDER-COUNT TO EDITED-COUNT.
           PERFORM WRITE-COUNT-LINE.
           PERFORM WRITE-MINORITY-LINES.

       WRITE-MINORITY-LINES.
           MOVE "GENDER IN THE MINORITY" TO SL-LABEL.
           MOVE MINORITY-GENDER-TEXT TO SL-VALUE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "MINIMUM SEATS FOR THE MINORITY GENDER" TO SL-LABEL.
           IF COUNCIL-SEATS < MINORITY-RULE-SEATS
               MOVE "NOT APPLICABLE - COUNCIL OF FEWER THAN 3"
                   TO SL-VALUE
               PERFORM WRITE-SUMMARY-LINE
           ELSE
           IF MINORITY-GENDER-TEXT = "NONE"
               MOVE "NOT APPLICABLE - NO GENDER IN THE MINORITY"
                   TO SL-VALUE
               PERFORM WRITE-SUMMARY-LINE
           ELSE
               MOVE MINORITY-SEATS TO EDITED-COUNT
               PERFORM WRITE-COUNT-LINE.
           IF LAST-SEAT-BY-LOT = "Y" AND
               COUNCIL-SEATS NOT < MINORITY-RULE-SEATS
               MOVE SPACE TO SL-LABEL
               MOVE "TIE FOR THE LAST SEAT - TO BE DRAWN BY LOT"
                   TO SL-VALUE
               PERFORM WRITE-SUMMARY-LINE.

       WRITE-COUNT-LINE.
           MOVE EDITED-COUNT TO SL-VALUE.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACE TO SL-VALUE.

      ******************************************************************
      *    The legal scale - by voters up to 50, then by employees.
      ******************************************************************
       FIND-COUNCIL-SEATS.
           MOVE ZERO TO COUNCIL-SEATS.
           IF VOTER-COUNT < MINIMUM-VOTERS
               MOVE ZERO TO COUNCIL-SEATS
           ELSE
           IF VOTER-COUNT NOT > 20
               MOVE 1 TO COUNCIL-SEATS
           ELSE
           IF VOTER-COUNT NOT > 50
               MOVE 3 TO COUNCIL-SEATS
           ELSE
           IF EMPLOYEE-COUNT > SCALE-TOP-EMPLOYEES
               COMPUTE EXTRA-STEPS =
                   (EMPLOYEE-COUNT - SCALE-TOP-EMPLOYEES + 2999)
                   / 3000
               COMPUTE COUNCIL-SEATS =
                   SCALE-TOP-SEATS + (2 * EXTRA-STEPS)
           ELSE
               PERFORM CHECK-ONE-SCALE-ENTRY
                   VARYING SCALE-SUB FROM 1 BY 1
                   UNTIL SCALE-SUB > SCALE-ENTRY-COUNT
                      OR COUNCIL-SEATS > ZERO.

       CHECK-ONE-SCALE-ENTRY.
           IF EMPLOYEE-COUNT NOT > SCALE-EMPLOYEES(SCALE-SUB)
               MOVE SCALE-SEATS(SCALE-SUB) TO COUNCIL-SEATS.

      ******************************************************************
      *    Highest-quotient share-out between women and men - each
      *    seat goes to the larger of count / (seats so far + 1),
      *    compared cross-multiplied so no fractions are needed. A
      *    tie goes to the majority, and when it is the last seat
      *    the lot decides.
      ******************************************************************
       SHARE-OUT-THE-SEATS.
           MOVE ZERO TO WOMEN-SEATS.
           MOVE ZERO TO MEN-SEATS.
           MOVE ZERO TO MINORITY-SEATS.
           MOVE "N" TO LAST-SEAT-BY-LOT.
           IF WOMEN-COUNT > ZERO OR MEN-COUNT > ZERO
               PERFORM AWARD-ONE-SEAT
                   VARYING SEAT-SUB FROM 1 BY 1
                   UNTIL SEAT-SUB > COUNCIL-SEATS.
           IF WOMEN-COUNT < MEN-COUNT
               MOVE "WOMEN" TO MINORITY-GENDER-TEXT
               MOVE WOMEN-SEATS TO MINORITY-SEATS
           ELSE
           IF MEN-COUNT < WOMEN-COUNT
               MOVE "MEN" TO MINORITY-GENDER-TEXT
               MOVE MEN-SEATS TO MINORITY-SEATS
           ELSE
               MOVE "NONE" TO MINORITY-GENDER-TEXT.

       AWARD-ONE-SEAT.
           COMPUTE WOMEN-CROSS = WOMEN-COUNT * (MEN-SEATS + 1).
           COMPUTE MEN-CROSS = MEN-COUNT * (WOMEN-SEATS + 1).
           IF WOMEN-CROSS > MEN-CROSS
               ADD 1 TO WOMEN-SEATS
           ELSE
           IF MEN-CROSS > WOMEN-CROSS
               ADD 1 TO MEN-SEATS
           ELSE
               PERFORM AWARD-TIED-SEAT.

       AWARD-TIED-SEAT.
           IF SEAT-SUB = COUNCIL-SEATS
               MOVE "Y" TO LAST-SEAT-BY-LOT.
           IF WOMEN-COUNT > MEN-COUNT
               ADD 1 TO WOMEN-SEATS
           ELSE
               ADD 1 TO MEN-SEATS.

      ******************************************************************
      *    A real calendar-date check - same rules as EINSTELL-DATUM
      *    in MAINTENANCE-ARBEITER, applied to DATUM-TO-CHECK.
      ******************************************************************
       VALIDATE-DATUM-FORMAT.
           MOVE "Y" TO DATUM-VALID.
           IF DATUM-TO-CHECK(5:1) NOT = "-" OR
               DATUM-TO-CHECK(8:1) NOT = "-"
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
           IF DATUM-TO-CHECK(1:4) IS NOT NUMERIC OR
               DATUM-TO-CHECK(6:2) IS NOT NUMERIC OR
               DATUM-TO-CHECK(9:2) IS NOT NUMERIC
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
               MOVE DATUM-TO-CHECK(1:4) TO DATUM-YEAR
               MOVE DATUM-TO-CHECK(6:2) TO DATUM-MONTH
               MOVE DATUM-TO-CHECK(9:2) TO DATUM-DAY
               PERFORM VALIDATE-DATUM-MONTH-AND-DAY.

       VALIDATE-DATUM-MONTH-AND-DAY.
           IF DATUM-MONTH < 1 OR DATUM-MONTH > 12
               MOVE "N" TO DATUM-VALID
               DISPLAY "MONTH MUST BE 01-12"
           ELSE
               PERFORM FIND-DAYS-IN-DATUM-MONTH
               IF DATUM-DAY < 1 OR DATUM-DAY > DAYS-IN-MONTH
                   MOVE "N" TO DATUM-VALID
                   DISPLAY "DAY IS NOT VALID FOR THAT MONTH".

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

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten WORKS-COUNCIL-LISTS.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-WORKS-COUNCIL-LISTS" TO CATALOG-PROGRAM-NAME.
           MOVE "WORKS-COUNCIL-LISTS" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "ELECTION "    DELIMITED BY SIZE
               ELECTION-DATUM DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               FR-RUN-NAME    DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-WORKS-COUNCIL-LISTS.
