      ******************************************************************
      *    Print the Severely Disabled Employment Quota and Levy
      *    The annual return behind the compensation levy. For the
      *    year keyed and one company (or all companies when 0 is
      *    keyed) it counts, month by month from arbeiter.dat, the
      *    workplaces to be counted and the severely disabled
      *    workers employed on them, sets the compulsory places
      *    against the QUOTA-PERCENT quota, and works out the levy
      *    for the places left unfilled at the band the year's
      *    average employment rate falls in.
      *
      *    Counting rules:
      *    - a worker counts in a month when hired by its last day
      *      and not left before its first (pending hires never)
      *    - apprentices in training are not workplaces; neither is
      *      a part-time post under MINIMUM-TEILZEIT percent (18 of
      *      40 hours)
      *    - a worker on a counted place, or an apprentice, is
      *      credited in a month when a DISABILITY-FILE record in
      *      force during the month gives a degree of 50 or more,
      *      or 30 or more with equal status; an apprentice is
      *      credited twice
      *    - compulsory places are QUOTA-PERCENT of the month's
      *      workplaces - fractions rounded up from one half when
      *      the year's average is 60 workplaces or more, and
      *      dropped below that; with an average under 40 the
      *      employer owes one place a month, under 60 two, and
      *      under 20 none at all
      *    - the levy is each unfilled place-month times the band
      *      rate in LEVY-RATE-TABLE
      *
      *    For the current year only the months up to this one are
      *    counted. Supervisor-only: the count must take in every
      *    department and the worker list is health data.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-DISABILITY-QUOTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-disability.cbl".
           COPY "select-apprentice.cbl".
           SELECT REPORT-FILE ASSIGN TO "DISABILITY-QUOTA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-disability.cbl".
           COPY "fd-apprentice.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  DISABILITY-FILE-STATUS PIC XX.
       77  APPRENTICE-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  DISABILITY-FILE-MISSING PIC X VALUE "N".
       77  APPRENTICE-FILE-MISSING PIC X VALUE "N".
       77  ARBEITER-FILE-AT-END  PIC X.
       77  DISABILITY-AT-END     PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  WORKER-IS-APPRENTICE  PIC X.
       77  WORKER-ON-A-PLACE     PIC X.
       77  WORKER-IS-EMPLOYED    PIC X.
       77  WORKER-IS-DISABLED    PIC X.

       77  QUOTA-PERCENT         PIC 9(2) VALUE 5.
       77  MINIMUM-TEILZEIT      PIC 9(3) VALUE 45.
       77  REPORT-YEAR           PIC 9(4).
       77  REPORT-YEAR-FIELD     PIC Z(4).
       77  LAST-MONTH            PIC 99.
       77  MONTH-SUB             PIC 99.
       77  DW-SUB                PIC 99.
       77  DW-COUNT              PIC 99.
       77  DW-MAX                PIC 99 VALUE 20.
       77  WORKER-CREDIT         PIC 9.
       77  WORKER-MONTHS         PIC 99.
       77  WORKER-HIGHEST-GRAD   PIC 9(3).
       77  WORKER-EQUAL-STATUS   PIC X.
       77  MONTH-FIRST-DATUM     PIC X(10).
       77  MONTH-LAST-DATUM      PIC X(10).
       77  DATUM-YEAR            PIC 9(4).
       77  DAYS-IN-MONTH         PIC 99.
       77  IS-LEAP-YEAR          PIC X.
       77  DATUM-DIVIDE-QUOT     PIC 9(4).
       77  DATUM-DIVIDE-REM      PIC 9(4).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       77  WORKPLACES-TOTAL      PIC 9(7) VALUE ZERO.
       77  REQUIRED-TOTAL        PIC 9(7) VALUE ZERO.
       77  CREDITED-TOTAL        PIC 9(7) VALUE ZERO.
       77  UNFILLED-TOTAL        PIC 9(7) VALUE ZERO.
       77  AVERAGE-WORKPLACES    PIC 9(6)V99.
       77  AVERAGE-CREDITED      PIC 9(6)V99.
       77  EMPLOYMENT-RATE       PIC 9(3)V99.
       77  LEVY-RATE             PIC 9(4)V99.
       77  LEVY-AMOUNT           PIC 9(9)V99.
       77  LEVY-BAND-TEXT        PIC X(40).
       77  WORKERS-LISTED-COUNT  PIC 9(5) VALUE ZERO.

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

      ******************************************************************
      *    The levy a month for each unfilled compulsory place, by
      *    band - review when the amounts are re-indexed.
      *        LR-QUOTA-3-TO-5   rate 3 up to 5 percent
      *        LR-QUOTA-2-TO-3   rate 2 up to 3 percent
      *        LR-QUOTA-UNDER-2  rate above 0 under 2 percent
      *        LR-QUOTA-NONE     no severely disabled worker
      *        LR-SMALL-40-...   under 40 workplaces - under one
      *                          place filled, none filled
      *        LR-SMALL-60-...   under 60 workplaces - under two,
      *                          under one, none filled
      ******************************************************************
       01  LEVY-RATE-TABLE.
           05 LR-QUOTA-3-TO-5    PIC 9(4)V99 VALUE 140.00.
           05 LR-QUOTA-2-TO-3    PIC 9(4)V99 VALUE 245.00.
           05 LR-QUOTA-UNDER-2   PIC 9(4)V99 VALUE 360.00.
           05 LR-QUOTA-NONE      PIC 9(4)V99 VALUE 720.00.
           05 LR-SMALL-40-UNDER-1 PIC 9(4)V99 VALUE 140.00.
           05 LR-SMALL-40-NONE   PIC 9(4)V99 VALUE 210.00.
           05 LR-SMALL-60-UNDER-2 PIC 9(4)V99 VALUE 140.00.
           05 LR-SMALL-60-UNDER-1 PIC 9(4)V99 VALUE 245.00.
           05 LR-SMALL-60-NONE   PIC 9(4)V99 VALUE 410.00.

       01  MONTH-COUNT-TABLE.
           05 MONTH-COUNT OCCURS 12 TIMES.
               10 MN-WORKPLACES  PIC 9(6).
               10 MN-CREDITED    PIC 9(6).
               10 MN-REQUIRED    PIC 9(6).
               10 MN-UNFILLED    PIC 9(6).

      ******************************************************************
      *    The disability records of the worker in hand.
      ******************************************************************
       01  DISABILITY-WORK-TABLE.
           05 DISABILITY-WORK OCCURS 20 TIMES.
               10 DW-VALID-FROM  PIC X(10).
               10 DW-VALID-TO    PIC X(10).
               10 DW-GRAD        PIC 9(3).
               10 DW-GLEICHSTELLUNG PIC X.

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  TITLE-LINE.
           05 FILLER PIC X(40)   VALUE
               "SEVERELY DISABLED EMPLOYMENT QUOTA - ".
           05 TT-YEAR            PIC 9(4).
           05 FILLER PIC X(11)   VALUE "  COMPANY ".
           05 TT-FIRMA-ID        PIC Z9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 TT-FIRMA-NAME      PIC X(40).
           05 FILLER PIC X(9)    VALUE "  AS OF ".
           05 TT-RUN-DATE        PIC X(10).
           05 FILLER PIC X(14)   VALUE SPACE.

       01  WORKER-HEADER-LINE.
           05 FILLER PIC X(8)    VALUE "ARB-ID".
           05 FILLER PIC X(42)   VALUE "NAME".
           05 FILLER PIC X(8)    VALUE "DEGREE".
           05 FILLER PIC X(8)    VALUE "EQUAL".
           05 FILLER PIC X(12)   VALUE "APPRENTICE".
           05 FILLER PIC X(8)    VALUE "MONTHS".
           05 FILLER PIC X(46)   VALUE "CREDIT".

       01  WORKER-LINE.
           05 WL-ARBEITER-ID     PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-FAMILIE         PIC X(40).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WL-GRAD            PIC ZZ9.
           05 FILLER PIC X(5)    VALUE SPACE.
           05 WL-EQUAL-STATUS    PIC X.
           05 FILLER PIC X(7)    VALUE SPACE.
           05 WL-APPRENTICE      PIC X.
           05 FILLER PIC X(11)   VALUE SPACE.
           05 WL-MONTHS          PIC Z9.
           05 FILLER PIC X(6)    VALUE SPACE.
           05 WL-CREDIT          PIC 9.
           05 FILLER PIC X(45)   VALUE SPACE.

       01  MONTH-HEADER-LINE.
           05 FILLER PIC X(8)    VALUE "MONTH".
           05 FILLER PIC X(14)   VALUE "WORKPLACES".
           05 FILLER PIC X(14)   VALUE "COMPULSORY".
           05 FILLER PIC X(14)   VALUE "CREDITED".
           05 FILLER PIC X(82)   VALUE "UNFILLED".

       01  MONTH-LINE.
           05 ML-MONTH           PIC Z9.
           05 FILLER PIC X(6)    VALUE SPACE.
           05 ML-WORKPLACES      PIC ZZZ,ZZ9.
           05 FILLER PIC X(7)    VALUE SPACE.
           05 ML-REQUIRED        PIC ZZZ,ZZ9.
           05 FILLER PIC X(7)    VALUE SPACE.
           05 ML-CREDITED        PIC ZZZ,ZZ9.
           05 FILLER PIC X(7)    VALUE SPACE.
           05 ML-UNFILLED        PIC ZZZ,ZZ9.
           05 FILLER PIC X(75)   VALUE SPACE.

       01  MONTH-TOTAL-LINE.
           05 FILLER PIC X(6)    VALUE "TOTAL".
           05 MT-WORKPLACES      PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(5)    VALUE SPACE.
           05 MT-REQUIRED        PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(5)    VALUE SPACE.
           05 MT-CREDITED        PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(5)    VALUE SPACE.
           05 MT-UNFILLED        PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(75)   VALUE SPACE.

       01  SUMMARY-LINE.
           05 SL-LABEL           PIC X(40).
           05 SL-VALUE           PIC X(50).
           05 FILLER PIC X(42)   VALUE SPACE.

       77  EDITED-AVERAGE        PIC ZZZ,ZZ9.99.
       77  EDITED-RATE           PIC ZZ9.99.
       77  EDITED-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
       77  EDITED-MONTHS         PIC Z9.

       01  NONE-LINE.
           05 FILLER PIC X(60)   VALUE
               "NO SEVERELY DISABLED WORKER COUNTED IN THE YEAR".
           05 FILLER PIC X(72)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".
           COPY "firma-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM GET-SCOPE-SESSION.
           IF SCOPE-SESSION-OK = "Y"
               PERFORM OPENING-PROCEDURE
               PERFORM COUNT-THE-YEAR
               PERFORM PRINT-THE-YEAR
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    The operator comes from the menu session, or signs on here
      *    when the report is run on its own - a supervisor only.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-DISABILITY-QUOTA" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
           IF SCOPE-SUPERVISOR-FLAG NOT = "Y"
               MOVE "N" TO SCOPE-SESSION-OK
               DISPLAY "ONLY A SUPERVISOR MAY RUN THE QUOTA REPORT".

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
           PERFORM ENTER-REPORT-YEAR.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT DISABILITY-FILE.
           IF DISABILITY-FILE-STATUS = "35"
               MOVE "Y" TO DISABILITY-FILE-MISSING.
           OPEN INPUT APPRENTICE-FILE.
           IF APPRENTICE-FILE-STATUS = "35"
               MOVE "Y" TO APPRENTICE-FILE-MISSING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM CLEAR-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           IF DISABILITY-FILE-MISSING NOT = "Y"
               CLOSE DISABILITY-FILE.
           IF APPRENTICE-FILE-MISSING NOT = "Y"
               CLOSE APPRENTICE-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           MOVE LAST-MONTH TO EDITED-MONTHS.
           DISPLAY "COMPANY:               " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "MONTHS COUNTED:        " EDITED-MONTHS.
           DISPLAY "WORKERS CREDITED:      " WORKERS-LISTED-COUNT.
           DISPLAY "UNFILLED PLACE-MONTHS: " UNFILLED-TOTAL.
           MOVE LEVY-AMOUNT TO EDITED-AMOUNT.
           DISPLAY "COMPENSATION LEVY:     " EDITED-AMOUNT.

      ******************************************************************
      *    The levy year - the current year is counted up to this
      *    month, a year in the future not at all.
      ******************************************************************
       ENTER-REPORT-YEAR.
           PERFORM ACCEPT-REPORT-YEAR.
           PERFORM RE-ACCEPT-REPORT-YEAR
               UNTIL REPORT-YEAR > 1900 AND
                   REPORT-YEAR NOT > TODAY-DATUM-PART(1:4).
           MOVE 12 TO LAST-MONTH.
           IF REPORT-YEAR = TODAY-DATUM-PART(1:4)
               MOVE TODAY-DATUM-PART(5:2) TO LAST-MONTH.

       ACCEPT-REPORT-YEAR.
           DISPLAY "ENTER THE LEVY YEAR (YYYY)".
           MOVE ZERO TO REPORT-YEAR-FIELD.
           ACCEPT REPORT-YEAR-FIELD.
           MOVE REPORT-YEAR-FIELD TO REPORT-YEAR.

       RE-ACCEPT-REPORT-YEAR.
           DISPLAY "YEAR MUST BE FOUR DIGITS AND NOT IN THE FUTURE".
           PERFORM ACCEPT-REPORT-YEAR.

       CLEAR-ONE-MONTH.
           MOVE ZERO TO MN-WORKPLACES(MONTH-SUB).
           MOVE ZERO TO MN-CREDITED(MONTH-SUB).
           MOVE ZERO TO MN-REQUIRED(MONTH-SUB).
           MOVE ZERO TO MN-UNFILLED(MONTH-SUB).

      ******************************************************************
      *    One pass of arbeiter.dat; the credited workers are listed
      *    as they are found, under the title.
      ******************************************************************
       COUNT-THE-YEAR.
           MOVE REPORT-YEAR TO TT-YEAR.
           MOVE FR-RUN-FIRMA-ID TO TT-FIRMA-ID.
           MOVE FR-RUN-NAME TO TT-FIRMA-NAME.
           IF FR-RUN-IS-ALL-FIRMEN
               MOVE "ALL COMPANIES" TO TT-FIRMA-NAME.
           MOVE TODAY-DATUM-TEXT TO TT-RUN-DATE.
           MOVE TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WORKER-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM COUNT-ONE-IF-IN-RUN
                   UNTIL ARBEITER-FILE-AT-END = "Y".
           IF WORKERS-LISTED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

       COUNT-ONE-IF-IN-RUN.
           IF NOT ARBEITER-IS-PENDING
               MOVE "A" TO FR-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO FR-ABTEILUNG-ID
               CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST
               IF FR-IN-RUN = "Y"
                   PERFORM COUNT-ONE-WORKER.
           PERFORM READ-NEXT-ARBEITER-RECORD.

      ******************************************************************
      *    Apprentice or counted place is the same all year; the
      *    employment and the disability status are judged month by
      *    month.
      ******************************************************************
       COUNT-ONE-WORKER.
           PERFORM CHECK-WORKER-APPRENTICE.
           MOVE "N" TO WORKER-ON-A-PLACE.
           IF WORKER-IS-APPRENTICE NOT = "Y"
               IF TEILZEIT-PROZENT IS NOT NUMERIC OR
                   TEILZEIT-PROZENT = ZERO OR
                   TEILZEIT-PROZENT NOT < MINIMUM-TEILZEIT
                   MOVE "Y" TO WORKER-ON-A-PLACE.
           MOVE 1 TO WORKER-CREDIT.
           IF WORKER-IS-APPRENTICE = "Y"
               MOVE 2 TO WORKER-CREDIT.
           PERFORM LOAD-WORKER-DISABILITY.
           MOVE ZERO TO WORKER-MONTHS.
           MOVE ZERO TO WORKER-HIGHEST-GRAD.
           MOVE "N" TO WORKER-EQUAL-STATUS.
           PERFORM COUNT-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > LAST-MONTH.
           IF WORKER-MONTHS > ZERO
               PERFORM WRITE-WORKER-LINE.

       CHECK-WORKER-APPRENTICE.
           MOVE "N" TO WORKER-IS-APPRENTICE.
           IF APPRENTICE-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO AZ-ARBEITER-ID
               READ APPRENTICE-FILE RECORD
                   INVALID KEY
                   MOVE SPACE TO AZ-STATUS
               END-READ
               IF AZ-IS-IN-TRAINING
                   MOVE "Y" TO WORKER-IS-APPRENTICE.

       LOAD-WORKER-DISABILITY.
           MOVE ZERO TO DW-COUNT.
           IF DISABILITY-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO DB-ARBEITER-ID
               MOVE SPACE TO DB-VALID-FROM
               MOVE "N" TO DISABILITY-AT-END
               START DISABILITY-FILE
                   KEY IS NOT LESS THAN DB-DISABILITY-KEY
                   INVALID KEY
                   MOVE "Y" TO DISABILITY-AT-END
               END-START
               IF DISABILITY-AT-END NOT = "Y"
                   PERFORM READ-NEXT-DISABILITY-RECORD
                   PERFORM LOAD-ONE-IF-MATCH
                       UNTIL DISABILITY-AT-END = "Y".

       LOAD-ONE-IF-MATCH.
           IF DB-ARBEITER-ID NOT = ARBEITER-ID OR DW-COUNT = DW-MAX
               MOVE "Y" TO DISABILITY-AT-END
           ELSE
               ADD 1 TO DW-COUNT
               MOVE DB-VALID-FROM TO DW-VALID-FROM(DW-COUNT)
               MOVE DB-VALID-TO TO DW-VALID-TO(DW-COUNT)
               MOVE DB-GRAD TO DW-GRAD(DW-COUNT)
               MOVE DB-GLEICHSTELLUNG TO DW-GLEICHSTELLUNG(DW-COUNT)
               PERFORM READ-NEXT-DISABILITY-RECORD.

       COUNT-ONE-MONTH.
           PERFORM BUILD-MONTH-DATES.
           MOVE "Y" TO WORKER-IS-EMPLOYED.
           IF EINSTELL-DATUM > MONTH-LAST-DATUM
               MOVE "N" TO WORKER-IS-EMPLOYED.
           IF AUSTRITTS-DATUM NOT = SPACE AND
               AUSTRITTS-DATUM < MONTH-FIRST-DATUM
               MOVE "N" TO WORKER-IS-EMPLOYED.
           IF ARBEITER-IS-INACTIVE AND AUSTRITTS-DATUM = SPACE
               MOVE "N" TO WORKER-IS-EMPLOYED.
           IF WORKER-IS-EMPLOYED = "Y"
               PERFORM COUNT-EMPLOYED-MONTH.

       COUNT-EMPLOYED-MONTH.
           IF WORKER-ON-A-PLACE = "Y"
               ADD 1 TO MN-WORKPLACES(MONTH-SUB).
           MOVE "N" TO WORKER-IS-DISABLED.
           PERFORM CHECK-ONE-DISABILITY
               VARYING DW-SUB FROM 1 BY 1
               UNTIL DW-SUB > DW-COUNT.
           IF WORKER-IS-DISABLED = "Y" AND
               (WORKER-ON-A-PLACE = "Y" OR WORKER-IS-APPRENTICE = "Y")
               ADD WORKER-CREDIT TO MN-CREDITED(MONTH-SUB)
               ADD 1 TO WORKER-MONTHS.

      ******************************************************************
      *    A record in force on any day of the month that gives a
      *    severe disability or the equal status.
      ******************************************************************
       CHECK-ONE-DISABILITY.
           IF DW-VALID-FROM(DW-SUB) NOT > MONTH-LAST-DATUM AND
               (DW-VALID-TO(DW-SUB) = SPACE OR
                DW-VALID-TO(DW-SUB) NOT < MONTH-FIRST-DATUM)
               IF DW-GRAD(DW-SUB) NOT < 50 OR
                   (DW-GRAD(DW-SUB) NOT < 30 AND
                    DW-GLEICHSTELLUNG(DW-SUB) = "Y")
                   MOVE "Y" TO WORKER-IS-DISABLED
                   IF DW-GRAD(DW-SUB) > WORKER-HIGHEST-GRAD
                       MOVE DW-GRAD(DW-SUB) TO WORKER-HIGHEST-GRAD
                   END-IF
                   IF DW-GLEICHSTELLUNG(DW-SUB) = "Y"
                       MOVE "Y" TO WORKER-EQUAL-STATUS.

       BUILD-MONTH-DATES.
           MOVE REPORT-YEAR TO DATUM-YEAR.
           MOVE DAYS-PER-MONTH-ENTRY(MONTH-SUB) TO DAYS-IN-MONTH.
           IF MONTH-SUB = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.
           MOVE SPACE TO MONTH-FIRST-DATUM.
           STRING
               REPORT-YEAR    DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               MONTH-SUB      DELIMITED BY SIZE
               "-01"          DELIMITED BY SIZE
               INTO MONTH-FIRST-DATUM.
           MOVE SPACE TO MONTH-LAST-DATUM.
           STRING
               REPORT-YEAR    DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               MONTH-SUB      DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               DAYS-IN-MONTH  DELIMITED BY SIZE
               INTO MONTH-LAST-DATUM.

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

       WRITE-WORKER-LINE.
           MOVE ARBEITER-ID TO WL-ARBEITER-ID.
           MOVE FAMILIE TO WL-FAMILIE.
           MOVE WORKER-HIGHEST-GRAD TO WL-GRAD.
           MOVE WORKER-EQUAL-STATUS TO WL-EQUAL-STATUS.
           MOVE WORKER-IS-APPRENTICE TO WL-APPRENTICE.
           MOVE WORKER-MONTHS TO WL-MONTHS.
           MOVE WORKER-CREDIT TO WL-CREDIT.
           MOVE WORKER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WORKERS-LISTED-COUNT.

      ******************************************************************
      *    The months, the compulsory places and the levy.
      ******************************************************************
       PRINT-THE-YEAR.
           PERFORM ADD-UP-WORKPLACES
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > LAST-MONTH.
           MOVE ZERO TO AVERAGE-WORKPLACES.
           MOVE ZERO TO AVERAGE-CREDITED.
           IF LAST-MONTH > ZERO
               COMPUTE AVERAGE-WORKPLACES ROUNDED =
                   WORKPLACES-TOTAL / LAST-MONTH
               COMPUTE AVERAGE-CREDITED ROUNDED =
                   CREDITED-TOTAL / LAST-MONTH.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE MONTH-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > LAST-MONTH.
           MOVE WORKPLACES-TOTAL TO MT-WORKPLACES.
           MOVE REQUIRED-TOTAL TO MT-REQUIRED.
           MOVE CREDITED-TOTAL TO MT-CREDITED.
           MOVE UNFILLED-TOTAL TO MT-UNFILLED.
           MOVE MONTH-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM FIND-LEVY-BAND.
           COMPUTE LEVY-AMOUNT = UNFILLED-TOTAL * LEVY-RATE.
           PERFORM PRINT-SUMMARY.

       ADD-UP-WORKPLACES.
           ADD MN-WORKPLACES(MONTH-SUB) TO WORKPLACES-TOTAL.
           ADD MN-CREDITED(MONTH-SUB) TO CREDITED-TOTAL.

      ******************************************************************
      *    Compulsory places for the month - by the size rules above,
      *    so the average must be known first.
      ******************************************************************
       PRINT-ONE-MONTH.
           IF AVERAGE-WORKPLACES < 20
               MOVE ZERO TO MN-REQUIRED(MONTH-SUB)
           ELSE
           IF AVERAGE-WORKPLACES < 40
               MOVE 1 TO MN-REQUIRED(MONTH-SUB)
           ELSE
           IF AVERAGE-WORKPLACES < 60
               MOVE 2 TO MN-REQUIRED(MONTH-SUB)
           ELSE
               COMPUTE MN-REQUIRED(MONTH-SUB) ROUNDED =
                   MN-WORKPLACES(MONTH-SUB) * QUOTA-PERCENT / 100.
           IF MN-CREDITED(MONTH-SUB) < MN-REQUIRED(MONTH-SUB)
               COMPUTE MN-UNFILLED(MONTH-SUB) =
                   MN-REQUIRED(MONTH-SUB) - MN-CREDITED(MONTH-SUB).
           ADD MN-REQUIRED(MONTH-SUB) TO REQUIRED-TOTAL.
           ADD MN-UNFILLED(MONTH-SUB) TO UNFILLED-TOTAL.
           MOVE MONTH-SUB TO ML-MONTH.
           MOVE MN-WORKPLACES(MONTH-SUB) TO ML-WORKPLACES.
           MOVE MN-REQUIRED(MONTH-SUB) TO ML-REQUIRED.
           MOVE MN-CREDITED(MONTH-SUB) TO ML-CREDITED.
           MOVE MN-UNFILLED(MONTH-SUB) TO ML-UNFILLED.
           MOVE MONTH-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    The band - by the average places filled for a small
      *    employer, by the year's employment rate otherwise.
      ******************************************************************
       FIND-LEVY-BAND.
           MOVE ZERO TO EMPLOYMENT-RATE.
           IF WORKPLACES-TOTAL > ZERO
               COMPUTE EMPLOYMENT-RATE =
                   CREDITED-TOTAL * 100 / WORKPLACES-TOTAL.
           MOVE ZERO TO LEVY-RATE.
           IF AVERAGE-WORKPLACES < 20
               MOVE "UNDER 20 WORKPLACES - NO QUOTA" TO LEVY-BAND-TEXT
           ELSE
           IF AVERAGE-WORKPLACES < 40
               PERFORM FIND-SMALL-40-BAND
           ELSE
           IF AVERAGE-WORKPLACES < 60
               PERFORM FIND-SMALL-60-BAND
           ELSE
               PERFORM FIND-QUOTA-BAND.

       FIND-SMALL-40-BAND.
           IF CREDITED-TOTAL = ZERO
               MOVE LR-SMALL-40-NONE TO LEVY-RATE
               MOVE "UNDER 40 WORKPLACES, NONE FILLED"
                   TO LEVY-BAND-TEXT
           ELSE
           IF AVERAGE-CREDITED < 1
               MOVE LR-SMALL-40-UNDER-1 TO LEVY-RATE
               MOVE "UNDER 40 WORKPLACES, UNDER 1 FILLED"
                   TO LEVY-BAND-TEXT
           ELSE
               MOVE "UNDER 40 WORKPLACES, QUOTA MET"
                   TO LEVY-BAND-TEXT.

       FIND-SMALL-60-BAND.
           IF CREDITED-TOTAL = ZERO
               MOVE LR-SMALL-60-NONE TO LEVY-RATE
               MOVE "UNDER 60 WORKPLACES, NONE FILLED"
                   TO LEVY-BAND-TEXT
           ELSE
           IF AVERAGE-CREDITED < 1
               MOVE LR-SMALL-60-UNDER-1 TO LEVY-RATE
               MOVE "UNDER 60 WORKPLACES, UNDER 1 FILLED"
                   TO LEVY-BAND-TEXT
           ELSE
           IF AVERAGE-CREDITED < 2
               MOVE LR-SMALL-60-UNDER-2 TO LEVY-RATE
               MOVE "UNDER 60 WORKPLACES, UNDER 2 FILLED"
                   TO LEVY-BAND-TEXT
           ELSE
               MOVE "UNDER 60 WORKPLACES, QUOTA MET"
                   TO LEVY-BAND-TEXT.

       FIND-QUOTA-BAND.
           IF CREDITED-TOTAL = ZERO
               MOVE LR-QUOTA-NONE TO LEVY-RATE
               MOVE "RATE 0 PERCENT" TO LEVY-BAND-TEXT
           ELSE
           IF EMPLOYMENT-RATE < 2
               MOVE LR-QUOTA-UNDER-2 TO LEVY-RATE
               MOVE "RATE UNDER 2 PERCENT" TO LEVY-BAND-TEXT
           ELSE
           IF EMPLOYMENT-RATE < 3
               MOVE LR-QUOTA-2-TO-3 TO LEVY-RATE
               MOVE "RATE 2 TO UNDER 3 PERCENT" TO LEVY-BAND-TEXT
           ELSE
           IF EMPLOYMENT-RATE < QUOTA-PERCENT
               MOVE LR-QUOTA-3-TO-5 TO LEVY-RATE
               MOVE "RATE 3 PERCENT TO UNDER THE QUOTA"
                   TO LEVY-BAND-TEXT
           ELSE
               MOVE "QUOTA MET" TO LEVY-BAND-TEXT.

       PRINT-SUMMARY.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACE TO SUMMARY-LINE.
           MOVE "AVERAGE WORKPLACES A MONTH:" TO SL-LABEL.
           MOVE AVERAGE-WORKPLACES TO EDITED-AVERAGE.
           MOVE EDITED-AVERAGE TO SL-VALUE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "AVERAGE PLACES FILLED A MONTH:" TO SL-LABEL.
           MOVE AVERAGE-CREDITED TO EDITED-AVERAGE.
           MOVE EDITED-AVERAGE TO SL-VALUE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "EMPLOYMENT RATE (PERCENT):" TO SL-LABEL.
           MOVE EMPLOYMENT-RATE TO EDITED-RATE.
           MOVE EDITED-RATE TO SL-VALUE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "LEVY BAND:" TO SL-LABEL.
           MOVE LEVY-BAND-TEXT TO SL-VALUE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "LEVY A MONTH PER UNFILLED PLACE:" TO SL-LABEL.
           MOVE LEVY-RATE TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT TO SL-VALUE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "COMPENSATION LEVY FOR THE YEAR:" TO SL-LABEL.
           MOVE LEVY-AMOUNT TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT TO SL-VALUE.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       READ-NEXT-ARBEITER-RECORD.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

       READ-NEXT-DISABILITY-RECORD.
           READ DISABILITY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DISABILITY-AT-END.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten DISABILITY-QUOTA-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-DISABILITY-QUOTA" TO CATALOG-PROGRAM-NAME.
           MOVE "DISABILITY-QUOTA-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "YEAR "     DELIMITED BY SIZE
               REPORT-YEAR DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               FR-RUN-NAME DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-DISABILITY-QUOTA.
