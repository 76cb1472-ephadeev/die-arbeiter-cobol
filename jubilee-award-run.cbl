      ******************************************************************
      *    Service Anniversary (Jubilee) Award Run
      *    Run monthly, before PAYROLL-RUN for the period keyed. Finds
      *    every active worker whose service anniversary falls in
      *    that period and carries an award on the JUBILEE-AWARD
      *    table, and for each:
      *    - queues the one-off payment as a VARPAY line (pay code
      *      JUBI) for the period, which PAYROLL-RUN prices into the
      *      month's gross
      *    - adds the extra vacation days to the worker's
      *      ENTITLEMENT-FILE record for the period's year, as
      *      EN-AWARD-DAYS within EN-BASE-DAYS (a year not keyed yet
      *      is created from the seniority rule)
      *    - writes JUBILEE-HISTORY, so no anniversary is awarded
      *      twice, however often the run is repeated
      *    - lists the worker on the JUBILEE-NOTIFICATIONS report,
      *      one group per CHIEF-ID, so the chief can mark the day;
      *      a worker with no chief is listed for HR
      *
      *    Service runs from EINSTELL-DATUM. After a rehire the
      *    employment before it counts as well, when the break
      *    between leaving and coming back was no longer than the
      *    company's rule (REHIRE-RULE, set in MAINTENANCE-JUBILEE-
      *    AWARD); the earlier stints are taken from REHIRE-HIST,
      *    newest first, each one needing the same short break to
      *    count. The service start is EINSTELL-DATUM moved back by
      *    the whole months credited, keeping the day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUBILEE-AWARD-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-jubilee-award.cbl".
           COPY "select-jubilee-history.cbl".
           COPY "select-rehire-history.cbl".
           COPY "select-rehire-rule.cbl".
           COPY "select-varpay.cbl".
           COPY "select-entitlement.cbl".
           COPY "select-update-lock.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "JUBILEE-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "JUBILEE-NOTIFICATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-jubilee-award.cbl".
           COPY "fd-jubilee-history.cbl".
           COPY "fd-rehire-history.cbl".
           COPY "fd-rehire-rule.cbl".
           COPY "fd-varpay.cbl".
           COPY "fd-entitlement.cbl".
           COPY "fd-update-lock.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-CHIEF-ID           PIC 9(6).
           05 SW-ARBEITER-ID        PIC 9(6).
           05 SW-FAMILIE            PIC X(30).
           05 SW-ARBEITER-NAME      PIC X(20).
           05 SW-ABTEILUNG-ID       PIC 9(4).
           05 SW-YEARS              PIC 9(2).
           05 SW-ANNIVERSARY-DATUM  PIC X(10).
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-EXTRA-DAYS         PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS     PIC XX.
       77  JUBILEE-AWARD-FILE-STATUS PIC XX.
       77  JUBILEE-HISTORY-FILE-STATUS PIC XX.
       77  REHIRE-HISTORY-FILE-STATUS PIC XX.
       77  REHIRE-RULE-FILE-STATUS  PIC XX.
       77  VARPAY-FILE-STATUS       PIC XX.
       77  ENTITLEMENT-FILE-STATUS  PIC XX.
       77  UPDATE-LOCK-FILE-STATUS  PIC XX.
       77  REPORT-FILE-STATUS       PIC XX.
       77  UPDATE-LOCK-TAKEN        PIC X.
       77  LOCK-DATE-PART           PIC 9(8).
       77  LOCK-TIME-PART           PIC 9(8).
       77  JUBILEE-AWARD-FILE-MISSING PIC X VALUE "N".
       77  ARBEITER-AT-END          PIC X.
       77  REHIRE-HISTORY-AT-END    PIC X.
       77  SORT-RETURN-AT-END       PIC X.
       77  FIRST-RECORD             PIC X.
       77  RECORD-FOUND             PIC X.
       77  ENTITLEMENT-ON-FILE      PIC X.
       77  THE-CHIEF-ID             PIC 9(6).

       77  PAY-PERIOD               PIC X(7).
       77  PERIOD-VALID             PIC X.
       77  PERIOD-YEAR              PIC 9(4).
       77  PERIOD-MONTH             PIC 99.
       77  TODAY-DATUM-PART         PIC 9(8).
       77  TODAY-DATUM-TEXT         PIC X(10).

       77  HIRE-YEAR                PIC 9(4).
       77  HIRE-MONTH               PIC 99.
       77  HIRE-DAY                 PIC 99.
       77  CREDITED-MONTHS          PIC 9(4).
       77  CHAIN-START-DATUM        PIC X(10).
       77  CHAIN-STOPPED            PIC X.
       77  START-MONTH-COUNT        PIC 9(6).
       77  SERVICE-START-YEAR       PIC 9(4).
       77  SERVICE-START-MONTH      PIC 99.
       77  SERVICE-YEARS            PIC S9(4).
       77  ANNIVERSARY-DAY          PIC 99.
       77  ANNIVERSARY-DATUM        PIC X(10).

       77  SPAN-FROM-DATUM          PIC X(10).
       77  SPAN-TO-DATUM            PIC X(10).
       77  SPAN-VALID               PIC X.
       77  SPAN-MONTHS              PIC S9(5).
       77  SPAN-FROM-YEAR           PIC 9(4).
       77  SPAN-FROM-MONTH          PIC 99.
       77  SPAN-TO-YEAR             PIC 9(4).
       77  SPAN-TO-MONTH            PIC 99.
       77  BREAK-MONTHS             PIC S9(5).

       77  DAYS-IN-MONTH            PIC 99.
       77  IS-LEAP-YEAR             PIC X.
       77  DATUM-DIVIDE-QUOT        PIC 9(4).
       77  DATUM-DIVIDE-REM         PIC 9(4).

       77  NEXT-SEQ                 PIC 9(3).
       77  SEQ-TAKEN                PIC X.
       77  YEARS-OF-SERVICE         PIC 9(4).
       77  SENIORITY-EXTRA-DAYS     PIC 9(2).

       77  REHIRE-ROW-COUNT         PIC 9(3) VALUE ZERO.
       77  REHIRE-ROW-LIMIT         PIC 9(3) VALUE 500.
       77  REHIRE-SUB               PIC 9(3).
       77  REHIRE-ROWS-DROPPED      PIC 9(5) VALUE ZERO.

       77  WORKERS-CHECKED-COUNT    PIC 9(5) VALUE ZERO.
       77  AWARDS-MADE-COUNT        PIC 9(5) VALUE ZERO.
       77  ALREADY-AWARDED-COUNT    PIC 9(5) VALUE ZERO.
       77  NOT-QUEUED-COUNT         PIC 9(5) VALUE ZERO.
       77  RUN-AMOUNT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77  RUN-DAYS-TOTAL           PIC 9(5) VALUE ZERO.
       77  NOTIFICATIONS-LISTED     PIC 9(5) VALUE ZERO.

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

      ******************************************************************
      *    REHIRE-HIST held in file order, so the newest rehire of a
      *    worker is the last of that worker's rows.
      ******************************************************************
       01  REHIRE-TABLE.
           05 REHIRE-ROW OCCURS 500 TIMES.
               10 RT-ARBEITER-ID          PIC 9(6).
               10 RT-REHIRE-DATUM         PIC X(10).
               10 RT-PRIOR-EINSTELL-DATUM PIC X(10).
               10 RT-PRIOR-AUSTRITTS-DATUM PIC X(10).

       01  PAGE-RULE-LINE           PIC X(132) VALUE ALL "=".

       01  TITLE-LINE.
           05 FILLER PIC X(39)      VALUE
               "SERVICE ANNIVERSARIES - PAY PERIOD ".
           05 TL-PERIOD             PIC X(7).
           05 FILLER PIC X(12)      VALUE "  RUN DATE ".
           05 TL-RUN-DATE           PIC X(10).
           05 FILLER PIC X(64)      VALUE SPACE.

       01  CHIEF-TITLE-LINE.
           05 FILLER PIC X(16)      VALUE "  FOR THE CHIEF ".
           05 CT-CHIEF-ID           PIC Z(5)9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 CT-CHIEF-FAMILIE      PIC X(40).
           05 FILLER PIC X(68)      VALUE SPACE.

       01  HR-TITLE-LINE.
           05 FILLER PIC X(40)      VALUE
               "  FOR HR - NO CHIEF ON FILE".
           05 FILLER PIC X(92)      VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(4)       VALUE SPACE.
           05 FILLER PIC X(8)       VALUE "ARB-ID".
           05 FILLER PIC X(32)      VALUE "NAME".
           05 FILLER PIC X(22)      VALUE "VORNAME".
           05 FILLER PIC X(6)       VALUE "ABT".
           05 FILLER PIC X(7)       VALUE "YEARS".
           05 FILLER PIC X(12)      VALUE "ANNIVERSARY".
           05 FILLER PIC X(14)      VALUE "       PAYMENT".
           05 FILLER PIC X(2)       VALUE SPACE.
           05 FILLER PIC X(10)      VALUE "EXTRA DAYS".
           05 FILLER PIC X(15)      VALUE SPACE.

       01  WORKER-LINE.
           05 FILLER PIC X(4)       VALUE SPACE.
           05 WL-ARBEITER-ID        PIC Z(5)9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-FAMILIE            PIC X(30).
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-ARBEITER-NAME      PIC X(20).
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-ABTEILUNG-ID       PIC Z(3)9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-YEARS              PIC Z9.
           05 FILLER PIC X(5)       VALUE SPACE.
           05 WL-ANNIVERSARY-DATUM  PIC X(10).
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(4)       VALUE SPACE.
           05 WL-EXTRA-DAYS         PIC Z9.
           05 FILLER PIC X(23)      VALUE SPACE.

       01  SUMMARY-LINE.
           05 FILLER PIC X(18)      VALUE "  AWARDS MADE: ".
           05 SL-AWARDS             PIC ZZZZ9.
           05 FILLER PIC X(19)      VALUE "   PAYMENTS TOTAL ".
           05 SL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(19)      VALUE "   EXTRA DAYS TOTAL".
           05 SL-DAYS               PIC ZZZZZ9.
           05 FILLER PIC X(51)      VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(50)      VALUE
               "NO SERVICE ANNIVERSARY AWARDS FALL IN THE PERIOD".
           05 FILLER PIC X(82)      VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "disability-leave-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               PERFORM RUN-THE-AWARDS
               PERFORM RELEASE-UPDATE-LOCK.

       PROGRAM-DONE.
           GOBACK.

       RUN-THE-AWARDS.
           PERFORM OPENING-PROCEDURE.
           IF JUBILEE-AWARD-FILE-MISSING = "Y"
               DISPLAY "JUBILEE-AWARD TABLE NOT SET UP - "
                   "NO ANNIVERSARY CARRIES AN AWARD"
           ELSE
               PERFORM SORT-AND-PRINT
               PERFORM CLOSING-PROCEDURE.

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
           OPEN INPUT JUBILEE-AWARD-FILE.
           IF JUBILEE-AWARD-FILE-STATUS = "35"
               MOVE "Y" TO JUBILEE-AWARD-FILE-MISSING
           ELSE
               PERFORM ENTER-PAY-PERIOD
               PERFORM LOAD-REHIRE-RULE
               PERFORM LOAD-REHIRE-TABLE
               OPEN INPUT ARBEITER-FILE
               PERFORM OPEN-JUBILEE-HISTORY-FILE
               PERFORM OPEN-VARPAY-FILE
               PERFORM OPEN-ENTITLEMENT-FILE
               OPEN OUTPUT REPORT-FILE.

       CLOSING-PROCEDURE.
           IF NOTIFICATIONS-LISTED = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE AWARDS-MADE-COUNT TO SL-AWARDS
               MOVE RUN-AMOUNT-TOTAL TO SL-AMOUNT
               MOVE RUN-DAYS-TOTAL TO SL-DAYS
               MOVE SUMMARY-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           CLOSE JUBILEE-AWARD-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE JUBILEE-HISTORY-FILE.
           CLOSE VARPAY-FILE.
           CLOSE ENTITLEMENT-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           PERFORM DISPLAY-RUN-TOTALS.

      ******************************************************************
      *    The history, the one-off pay lines and the entitlement
      *    file are created by the first run that writes them -
      *    status "35" on the I-O open means they are not on disk
      *    yet.
      ******************************************************************
       OPEN-JUBILEE-HISTORY-FILE.
           OPEN I-O JUBILEE-HISTORY-FILE.
           IF JUBILEE-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT JUBILEE-HISTORY-FILE
               CLOSE JUBILEE-HISTORY-FILE
               OPEN I-O JUBILEE-HISTORY-FILE.

       OPEN-VARPAY-FILE.
           OPEN I-O VARPAY-FILE.
           IF VARPAY-FILE-STATUS = "35"
               OPEN OUTPUT VARPAY-FILE
               CLOSE VARPAY-FILE
               OPEN I-O VARPAY-FILE.

       OPEN-ENTITLEMENT-FILE.
           OPEN I-O ENTITLEMENT-FILE.
           IF ENTITLEMENT-FILE-STATUS = "35"
               OPEN OUTPUT ENTITLEMENT-FILE
               CLOSE ENTITLEMENT-FILE
               OPEN I-O ENTITLEMENT-FILE.

      ******************************************************************
      *    Pay period entry - YYYY-MM, month 01-12. The anniversaries
      *    falling in this month are awarded, paid with its payroll.
      ******************************************************************
       ENTER-PAY-PERIOD.
           PERFORM ACCEPT-PAY-PERIOD.
           PERFORM RE-ACCEPT-PAY-PERIOD
               UNTIL PERIOD-VALID = "Y".
           MOVE PAY-PERIOD(1:4) TO PERIOD-YEAR.

       ACCEPT-PAY-PERIOD.
           DISPLAY "ENTER PAY PERIOD FOR THE ANNIVERSARIES IN "
               "FORMAT YYYY-MM".
           ACCEPT PAY-PERIOD.
           PERFORM VALIDATE-PAY-PERIOD.

       RE-ACCEPT-PAY-PERIOD.
           PERFORM ACCEPT-PAY-PERIOD.

       VALIDATE-PAY-PERIOD.
           MOVE "Y" TO PERIOD-VALID.
           IF PAY-PERIOD(5:1) NOT = "-" OR
               PAY-PERIOD(1:4) IS NOT NUMERIC OR
               PAY-PERIOD(6:2) IS NOT NUMERIC
               MOVE "N" TO PERIOD-VALID
               DISPLAY "PERIOD MUST BE IN FORMAT YYYY-MM"
           ELSE
               MOVE PAY-PERIOD(6:2) TO PERIOD-MONTH
               IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
                   MOVE "N" TO PERIOD-VALID
                   DISPLAY "MONTH MUST BE 01-12".

      ******************************************************************
      *    Rehire rule - status "35" means it was never set, so
      *    service before a rehire does not count.
      ******************************************************************
       LOAD-REHIRE-RULE.
           MOVE ZERO TO RR-MAX-BREAK-MONTHS.
           OPEN INPUT REHIRE-RULE-FILE.
           IF REHIRE-RULE-FILE-STATUS NOT = "35"
               READ REHIRE-RULE-FILE
                   AT END
                   MOVE ZERO TO RR-MAX-BREAK-MONTHS
               END-READ
               CLOSE REHIRE-RULE-FILE.

      ******************************************************************
      *    Rehire history - only needed when earlier service can
      *    count at all. Status "35" means nobody was ever rehired.
      ******************************************************************
       LOAD-REHIRE-TABLE.
           MOVE ZERO TO REHIRE-ROW-COUNT.
           IF RR-MAX-BREAK-MONTHS > ZERO
               OPEN INPUT REHIRE-HISTORY-FILE
               IF REHIRE-HISTORY-FILE-STATUS NOT = "35"
                   MOVE "N" TO REHIRE-HISTORY-AT-END
                   PERFORM READ-NEXT-REHIRE-HISTORY
                   PERFORM LOAD-ONE-REHIRE-ROW
                       UNTIL REHIRE-HISTORY-AT-END = "Y"
                   CLOSE REHIRE-HISTORY-FILE.
           IF REHIRE-ROWS-DROPPED > ZERO
               DISPLAY "REHIRE HISTORY HOLDS MORE THAN "
                   REHIRE-ROW-LIMIT " ROWS - " REHIRE-ROWS-DROPPED
                   " NEWEST ROWS NOT CREDITED".

       LOAD-ONE-REHIRE-ROW.
           IF REHIRE-ROW-COUNT < REHIRE-ROW-LIMIT
               ADD 1 TO REHIRE-ROW-COUNT
               MOVE RH-ARBEITER-ID
                   TO RT-ARBEITER-ID(REHIRE-ROW-COUNT)
               MOVE RH-REHIRE-DATUM
                   TO RT-REHIRE-DATUM(REHIRE-ROW-COUNT)
               MOVE RH-PRIOR-EINSTELL-DATUM
                   TO RT-PRIOR-EINSTELL-DATUM(REHIRE-ROW-COUNT)
               MOVE RH-PRIOR-AUSTRITTS-DATUM
                   TO RT-PRIOR-AUSTRITTS-DATUM(REHIRE-ROW-COUNT)
           ELSE
               ADD 1 TO REHIRE-ROWS-DROPPED.
           PERFORM READ-NEXT-REHIRE-HISTORY.

       READ-NEXT-REHIRE-HISTORY.
           READ REHIRE-HISTORY-FILE
               AT END
               MOVE "Y" TO REHIRE-HISTORY-AT-END.

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CHIEF-ID SW-ARBEITER-ID
               INPUT PROCEDURE IS AWARD-THE-ANNIVERSARIES
               OUTPUT PROCEDURE IS WRITE-NOTIFICATION-LIST.

      ******************************************************************
      *    Input procedure - every active worker is looked at; each
      *    award made is released for the notification list.
      ******************************************************************
       AWARD-THE-ANNIVERSARIES.
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

       READ-NEXT-ARBEITER.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-AT-END.

       CHECK-ONE-WORKER.
           IF ARBEITER-IS-ACTIVE AND
               EINSTELL-DATUM(1:4) IS NUMERIC AND
               EINSTELL-DATUM(6:2) IS NUMERIC AND
               EINSTELL-DATUM(9:2) IS NUMERIC
               ADD 1 TO WORKERS-CHECKED-COUNT
               PERFORM FIND-SERVICE-START
               PERFORM CHECK-ANNIVERSARY-IN-PERIOD.
           PERFORM READ-NEXT-ARBEITER.

      ******************************************************************
      *    Service start - EINSTELL-DATUM, moved back by the earlier
      *    stints the rehire rule credits. The worker's rehires are
      *    walked newest first; each must start the stint already
      *    credited and follow a break within the rule, and the
      *    first one that does not ends the chain.
      ******************************************************************
       FIND-SERVICE-START.
           MOVE EINSTELL-DATUM(1:4) TO HIRE-YEAR.
           MOVE EINSTELL-DATUM(6:2) TO HIRE-MONTH.
           MOVE EINSTELL-DATUM(9:2) TO HIRE-DAY.
           MOVE ZERO TO CREDITED-MONTHS.
           MOVE EINSTELL-DATUM TO CHAIN-START-DATUM.
           MOVE "N" TO CHAIN-STOPPED.
           IF RR-MAX-BREAK-MONTHS > ZERO
               PERFORM CREDIT-ONE-REHIRE-ROW
                   VARYING REHIRE-SUB FROM REHIRE-ROW-COUNT BY -1
                   UNTIL REHIRE-SUB < 1 OR CHAIN-STOPPED = "Y".
           COMPUTE START-MONTH-COUNT =
               HIRE-YEAR * 12 + HIRE-MONTH - 1 - CREDITED-MONTHS.
           DIVIDE START-MONTH-COUNT BY 12
               GIVING SERVICE-START-YEAR
               REMAINDER SERVICE-START-MONTH.
           ADD 1 TO SERVICE-START-MONTH.

       CREDIT-ONE-REHIRE-ROW.
           IF RT-ARBEITER-ID(REHIRE-SUB) = ARBEITER-ID
               PERFORM JUDGE-ONE-REHIRE.

       JUDGE-ONE-REHIRE.
           IF RT-REHIRE-DATUM(REHIRE-SUB) NOT = CHAIN-START-DATUM
               MOVE "Y" TO CHAIN-STOPPED
           ELSE
               MOVE RT-PRIOR-AUSTRITTS-DATUM(REHIRE-SUB)
                   TO SPAN-FROM-DATUM
               MOVE RT-REHIRE-DATUM(REHIRE-SUB) TO SPAN-TO-DATUM
               PERFORM COUNT-WHOLE-MONTHS
               MOVE SPAN-MONTHS TO BREAK-MONTHS
               IF SPAN-VALID NOT = "Y" OR
                   BREAK-MONTHS > RR-MAX-BREAK-MONTHS
                   MOVE "Y" TO CHAIN-STOPPED
               ELSE
                   PERFORM CREDIT-EARLIER-STINT.

       CREDIT-EARLIER-STINT.
           MOVE RT-PRIOR-EINSTELL-DATUM(REHIRE-SUB)
               TO SPAN-FROM-DATUM.
           MOVE RT-PRIOR-AUSTRITTS-DATUM(REHIRE-SUB)
               TO SPAN-TO-DATUM.
           PERFORM COUNT-WHOLE-MONTHS.
           IF SPAN-VALID NOT = "Y"
               MOVE "Y" TO CHAIN-STOPPED
           ELSE
               ADD SPAN-MONTHS TO CREDITED-MONTHS
               MOVE RT-PRIOR-EINSTELL-DATUM(REHIRE-SUB)
                   TO CHAIN-START-DATUM.

      ******************************************************************
      *    Whole months from SPAN-FROM-DATUM to SPAN-TO-DATUM - a
      *    month is only counted once its day is reached. A date
      *    that is not YYYY-MM-DD, or a span running backwards,
      *    leaves SPAN-VALID "N".
      ******************************************************************
       COUNT-WHOLE-MONTHS.
           MOVE ZERO TO SPAN-MONTHS.
           MOVE "Y" TO SPAN-VALID.
           IF SPAN-FROM-DATUM(1:4) IS NOT NUMERIC OR
               SPAN-FROM-DATUM(6:2) IS NOT NUMERIC OR
               SPAN-FROM-DATUM(9:2) IS NOT NUMERIC OR
               SPAN-TO-DATUM(1:4) IS NOT NUMERIC OR
               SPAN-TO-DATUM(6:2) IS NOT NUMERIC OR
               SPAN-TO-DATUM(9:2) IS NOT NUMERIC OR
               SPAN-TO-DATUM < SPAN-FROM-DATUM
               MOVE "N" TO SPAN-VALID
           ELSE
               MOVE SPAN-FROM-DATUM(1:4) TO SPAN-FROM-YEAR
               MOVE SPAN-FROM-DATUM(6:2) TO SPAN-FROM-MONTH
               MOVE SPAN-TO-DATUM(1:4) TO SPAN-TO-YEAR
               MOVE SPAN-TO-DATUM(6:2) TO SPAN-TO-MONTH
               COMPUTE SPAN-MONTHS =
                   (SPAN-TO-YEAR - SPAN-FROM-YEAR) * 12
                   + SPAN-TO-MONTH - SPAN-FROM-MONTH
               IF SPAN-TO-DATUM(9:2) < SPAN-FROM-DATUM(9:2)
                   SUBTRACT 1 FROM SPAN-MONTHS.

      ******************************************************************
      *    The anniversary falls in the period when the service
      *    start month is the period's month; the years completed
      *    must carry an award and must not have been awarded yet.
      ******************************************************************
       CHECK-ANNIVERSARY-IN-PERIOD.
           COMPUTE SERVICE-YEARS = PERIOD-YEAR - SERVICE-START-YEAR.
           IF SERVICE-START-MONTH = PERIOD-MONTH AND
               SERVICE-YEARS > ZERO AND SERVICE-YEARS < 99
               MOVE SERVICE-YEARS TO JA-YEARS
               MOVE "Y" TO RECORD-FOUND
               READ JUBILEE-AWARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND
               END-READ
               IF RECORD-FOUND = "Y"
                   PERFORM CHECK-NOT-YET-AWARDED.

       CHECK-NOT-YET-AWARDED.
           MOVE ARBEITER-ID TO JH-ARBEITER-ID.
           MOVE JA-YEARS TO JH-YEARS.
           MOVE "Y" TO RECORD-FOUND.
           READ JUBILEE-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               ADD 1 TO ALREADY-AWARDED-COUNT
           ELSE
               PERFORM AWARD-ONE-WORKER.

      ******************************************************************
      *    The payment is queued first - a worker whose period
      *    already holds 100 one-off lines is reported and not
      *    awarded, so the next run picks the anniversary up again.
      ******************************************************************
       AWARD-ONE-WORKER.
           PERFORM FIND-ANNIVERSARY-DATUM.
           MOVE ZERO TO NEXT-SEQ.
           IF JA-AMOUNT > ZERO
               PERFORM FIND-NEXT-FREE-SEQ.
           IF NEXT-SEQ > 99
               ADD 1 TO NOT-QUEUED-COUNT
               DISPLAY "ARBEITER " ARBEITER-ID " HAS 100 ONE-OFF "
                   "LINES IN " PAY-PERIOD " - ANNIVERSARY NOT AWARDED"
           ELSE
               IF JA-AMOUNT > ZERO
                   PERFORM QUEUE-THE-PAYMENT
               END-IF
               IF JA-EXTRA-DAYS > ZERO
                   PERFORM ADD-THE-EXTRA-DAYS
               END-IF
               PERFORM WRITE-JUBILEE-HISTORY
               PERFORM RELEASE-ONE-AWARD.

      ******************************************************************
      *    The day of the anniversary is the hire day, or the
      *    month's last day for a hire on a day the period's month
      *    does not have.
      ******************************************************************
       FIND-ANNIVERSARY-DATUM.
           MOVE DAYS-PER-MONTH-ENTRY(PERIOD-MONTH) TO DAYS-IN-MONTH.
           IF PERIOD-MONTH = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.
           MOVE HIRE-DAY TO ANNIVERSARY-DAY.
           IF ANNIVERSARY-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO ANNIVERSARY-DAY.
           MOVE SPACE TO ANNIVERSARY-DATUM.
           STRING
               PAY-PERIOD      DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               ANNIVERSARY-DAY DELIMITED BY SIZE
               INTO ANNIVERSARY-DATUM.

       DETERMINE-LEAP-YEAR.
           MOVE "N" TO IS-LEAP-YEAR.
           DIVIDE PERIOD-YEAR BY 4
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           IF DATUM-DIVIDE-REM = 0
               MOVE "Y" TO IS-LEAP-YEAR
               DIVIDE PERIOD-YEAR BY 100
                   GIVING DATUM-DIVIDE-QUOT
                   REMAINDER DATUM-DIVIDE-REM
               IF DATUM-DIVIDE-REM = 0
                   MOVE "N" TO IS-LEAP-YEAR
                   DIVIDE PERIOD-YEAR BY 400
                       GIVING DATUM-DIVIDE-QUOT
                       REMAINDER DATUM-DIVIDE-REM
                   IF DATUM-DIVIDE-REM = 0
                       MOVE "Y" TO IS-LEAP-YEAR.

      ******************************************************************
      *    A worker may carry several one-off lines per period - the
      *    next free sequence is probed by keyed read, the same way
      *    LOAD-VARPAY-CSV does.
      ******************************************************************
       FIND-NEXT-FREE-SEQ.
           MOVE "Y" TO SEQ-TAKEN.
           PERFORM PROBE-NEXT-FREE-SEQ
               UNTIL SEQ-TAKEN = "N" OR NEXT-SEQ > 99.

       PROBE-NEXT-FREE-SEQ.
           MOVE PAY-PERIOD TO VP-PERIOD.
           MOVE ARBEITER-ID TO VP-ARBEITER-ID.
           MOVE NEXT-SEQ TO VP-SEQ.
           MOVE "Y" TO SEQ-TAKEN.
           READ VARPAY-FILE RECORD
               INVALID KEY
               MOVE "N" TO SEQ-TAKEN.
           IF SEQ-TAKEN = "Y"
               ADD 1 TO NEXT-SEQ.

       QUEUE-THE-PAYMENT.
           MOVE PAY-PERIOD TO VP-PERIOD.
           MOVE ARBEITER-ID TO VP-ARBEITER-ID.
           MOVE NEXT-SEQ TO VP-SEQ.
           MOVE "JUBI" TO VP-PAY-CODE.
           MOVE JA-AMOUNT TO VP-AMOUNT.
           MOVE "+" TO VP-SIGN.
           WRITE VARPAY-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VARPAY RECORD FOR ARBEITER "
                   ARBEITER-ID.

      ******************************************************************
      *    The extra days go into the period year's entitlement,
      *    both in the base days and in EN-AWARD-DAYS. A year not
      *    keyed yet is created from the seniority rule
      *    APPLY-URLAUB-CARRYOVER uses, with the year's disability
      *    leave.
      ******************************************************************
       ADD-THE-EXTRA-DAYS.
           MOVE ARBEITER-ID TO EN-ARBEITER-ID.
           MOVE PERIOD-YEAR TO EN-YEAR.
           MOVE "Y" TO ENTITLEMENT-ON-FILE.
           READ ENTITLEMENT-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO ENTITLEMENT-ON-FILE.
           IF ENTITLEMENT-ON-FILE = "Y"
               ADD JA-EXTRA-DAYS TO EN-BASE-DAYS
               ADD JA-EXTRA-DAYS TO EN-AWARD-DAYS
               REWRITE ENTITLEMENT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ENTITLEMENT RECORD FOR "
                       "ARBEITER " ARBEITER-ID
               END-REWRITE
           ELSE
               MOVE ARBEITER-ID TO EN-ARBEITER-ID
               MOVE PERIOD-YEAR TO EN-YEAR
               PERFORM COMPUTE-FALLBACK-ENTITLEMENT
               ADD JA-EXTRA-DAYS TO EN-BASE-DAYS
               MOVE JA-EXTRA-DAYS TO EN-AWARD-DAYS
               MOVE ZERO TO EN-CARRIED-DAYS
               MOVE ZERO TO EN-DISABILITY-DAYS
               PERFORM APPLY-DISABILITY-LEAVE
               WRITE ENTITLEMENT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING ENTITLEMENT RECORD FOR "
                       "ARBEITER " ARBEITER-ID
               END-WRITE.

       COMPUTE-FALLBACK-ENTITLEMENT.
           COMPUTE YEARS-OF-SERVICE = PERIOD-YEAR - HIRE-YEAR.
           COMPUTE SENIORITY-EXTRA-DAYS = YEARS-OF-SERVICE / 5.
           IF SENIORITY-EXTRA-DAYS > 5
               MOVE 5 TO SENIORITY-EXTRA-DAYS.
           COMPUTE EN-BASE-DAYS = 25 + SENIORITY-EXTRA-DAYS.

       APPLY-DISABILITY-LEAVE.
           MOVE EN-ARBEITER-ID TO DL-ARBEITER-ID.
           MOVE EN-YEAR TO DL-YEAR.
           CALL "CALC-DISABILITY-LEAVE" USING DISABILITY-LEAVE-REQUEST.
           IF EN-DISABILITY-DAYS > EN-BASE-DAYS
               MOVE ZERO TO EN-BASE-DAYS
           ELSE
               SUBTRACT EN-DISABILITY-DAYS FROM EN-BASE-DAYS.
           ADD DL-EXTRA-DAYS TO EN-BASE-DAYS.
           MOVE DL-EXTRA-DAYS TO EN-DISABILITY-DAYS.

       WRITE-JUBILEE-HISTORY.
           MOVE ARBEITER-ID TO JH-ARBEITER-ID.
           MOVE JA-YEARS TO JH-YEARS.
           MOVE ANNIVERSARY-DATUM TO JH-ANNIVERSARY-DATUM.
           MOVE PAY-PERIOD TO JH-PERIOD.
           MOVE JA-AMOUNT TO JH-AMOUNT.
           MOVE JA-EXTRA-DAYS TO JH-EXTRA-DAYS.
           MOVE ARBEITER-ABTEILUNG-ID TO JH-ABTEILUNG-ID.
           MOVE CHIEF-ID TO JH-CHIEF-ID.
           MOVE TODAY-DATUM-TEXT TO JH-RUN-DATUM.
           WRITE JUBILEE-HISTORY-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING JUBILEE-HISTORY RECORD FOR "
                   "ARBEITER " ARBEITER-ID.

       RELEASE-ONE-AWARD.
           MOVE CHIEF-ID TO SW-CHIEF-ID.
           MOVE ARBEITER-ID TO SW-ARBEITER-ID.
           MOVE FAMILIE TO SW-FAMILIE.
           MOVE ARBEITER-NAME TO SW-ARBEITER-NAME.
           MOVE ARBEITER-ABTEILUNG-ID TO SW-ABTEILUNG-ID.
           MOVE JA-YEARS TO SW-YEARS.
           MOVE ANNIVERSARY-DATUM TO SW-ANNIVERSARY-DATUM.
           MOVE JA-AMOUNT TO SW-AMOUNT.
           MOVE JA-EXTRA-DAYS TO SW-EXTRA-DAYS.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO AWARDS-MADE-COUNT.
           ADD JA-AMOUNT TO RUN-AMOUNT-TOTAL.
           ADD JA-EXTRA-DAYS TO RUN-DAYS-TOTAL.

      ******************************************************************
      *    Output procedure - the title, then a heading whenever the
      *    chief changes; chief zero sorts first and is HR's list.
      ******************************************************************
       WRITE-NOTIFICATION-LIST.
           MOVE PAY-PERIOD TO TL-PERIOD.
           MOVE TODAY-DATUM-TEXT TO TL-RUN-DATE.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Y" TO FIRST-RECORD.
           MOVE "N" TO SORT-RETURN-AT-END.
           PERFORM RETURN-ONE-SORTED-RECORD
               UNTIL SORT-RETURN-AT-END = "Y".

       RETURN-ONE-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
               MOVE "Y" TO SORT-RETURN-AT-END
               NOT AT END
               PERFORM WRITE-ONE-WORKER-LINE.

       WRITE-ONE-WORKER-LINE.
           IF FIRST-RECORD = "Y" OR
               SW-CHIEF-ID NOT = THE-CHIEF-ID
               MOVE "N" TO FIRST-RECORD
               MOVE SW-CHIEF-ID TO THE-CHIEF-ID
               PERFORM WRITE-CHIEF-HEADER.
           MOVE SW-ARBEITER-ID TO WL-ARBEITER-ID.
           MOVE SW-FAMILIE TO WL-FAMILIE.
           MOVE SW-ARBEITER-NAME TO WL-ARBEITER-NAME.
           MOVE SW-ABTEILUNG-ID TO WL-ABTEILUNG-ID.
           MOVE SW-YEARS TO WL-YEARS.
           MOVE SW-ANNIVERSARY-DATUM TO WL-ANNIVERSARY-DATUM.
           MOVE SW-AMOUNT TO WL-AMOUNT.
           MOVE SW-EXTRA-DAYS TO WL-EXTRA-DAYS.
           MOVE WORKER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO NOTIFICATIONS-LISTED.

       WRITE-CHIEF-HEADER.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF THE-CHIEF-ID = ZERO
               MOVE HR-TITLE-LINE TO REPORT-RECORD
           ELSE
               MOVE THE-CHIEF-ID TO CT-CHIEF-ID
               MOVE THE-CHIEF-ID TO ARBEITER-ID
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE "(NOT ON FILE)" TO CT-CHIEF-FAMILIE
                   NOT INVALID KEY
                   MOVE FAMILIE TO CT-CHIEF-FAMILIE
               END-READ
               MOVE CHIEF-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FILE-REPORT-IN-CATALOG.
           MOVE "JUBILEE-AWARD-RUN" TO CATALOG-PROGRAM-NAME.
           MOVE "JUBILEE-NOTIFICATIONS" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD "        DELIMITED BY SIZE
               PAY-PERIOD       DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       DISPLAY-RUN-TOTALS.
           DISPLAY "PAY PERIOD:          " PAY-PERIOD.
           DISPLAY "WORKERS CHECKED:     " WORKERS-CHECKED-COUNT.
           DISPLAY "AWARDS MADE:         " AWARDS-MADE-COUNT.
           DISPLAY "PAYMENTS QUEUED:     " RUN-AMOUNT-TOTAL.
           DISPLAY "EXTRA DAYS ADDED:    " RUN-DAYS-TOTAL.
           IF ALREADY-AWARDED-COUNT > ZERO
               DISPLAY "ALREADY AWARDED:     " ALREADY-AWARDED-COUNT.
           IF NOT-QUEUED-COUNT > ZERO
               DISPLAY "NOT AWARDED:         " NOT-QUEUED-COUNT
                   " - SEE THE MESSAGES ABOVE".

      ******************************************************************
      *    System-wide update lock, the same as PAYROLL-RUN's - taken
      *    before the files are written and released on the way out.
      ******************************************************************
       TAKE-UPDATE-LOCK.
           MOVE "N" TO UPDATE-LOCK-TAKEN.
           MOVE "N" TO LOCK-FLAG.
           OPEN INPUT UPDATE-LOCK-FILE.
           IF UPDATE-LOCK-FILE-STATUS NOT = "35"
               READ UPDATE-LOCK-FILE
                   AT END
                   MOVE "N" TO LOCK-FLAG
               END-READ
               CLOSE UPDATE-LOCK-FILE.
           IF FILE-IS-LOCKED
               DISPLAY "MASTER FILES IN USE BY " LOCK-HOLDER
               DISPLAY "SINCE " LOCK-DATE-TIME
               DISPLAY "TRY AGAIN LATER, OR HAVE A SUPERVISOR RUN "
                   "CLEAR-UPDATE-LOCK IF THAT RUN HAS CRASHED"
           ELSE
               OPEN OUTPUT UPDATE-LOCK-FILE
               MOVE SPACE TO UPDATE-LOCK-RECORD
               MOVE "Y" TO LOCK-FLAG
               MOVE "JUBILEE-AWARD-RUN" TO LOCK-HOLDER
               PERFORM STAMP-LOCK-DATE-TIME
               WRITE UPDATE-LOCK-RECORD
               CLOSE UPDATE-LOCK-FILE
               MOVE "Y" TO UPDATE-LOCK-TAKEN.

       RELEASE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               OPEN OUTPUT UPDATE-LOCK-FILE
               MOVE SPACE TO UPDATE-LOCK-RECORD
               MOVE "N" TO LOCK-FLAG
               WRITE UPDATE-LOCK-RECORD
               CLOSE UPDATE-LOCK-FILE.

       STAMP-LOCK-DATE-TIME.
           ACCEPT LOCK-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-PART FROM TIME.
           MOVE SPACE TO LOCK-DATE-TIME.
           STRING
               LOCK-DATE-PART       DELIMITED BY SIZE
               "-"                  DELIMITED BY SIZE
               LOCK-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO LOCK-DATE-TIME.

       END PROGRAM JUBILEE-AWARD-RUN.
