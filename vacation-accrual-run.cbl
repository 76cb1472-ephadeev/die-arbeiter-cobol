      ******************************************************************
      *    Month-End Vacation Liability Accrual
      *    Values the vacation every active worker still has to take
      *    at the end of a pay period, and posts the liability to the
      *    general ledger per department.
      *
      *    A worker's untaken days are worked out as the leaver's
      *    payout in PAYROLL-RUN works them out - the ENTITLEMENT-
      *    FILE base days for the period's year (the seniority rule
      *    when the year is not keyed), less any parental leave
      *    reduction, pro-rated by TEILZEIT-PROZENT, plus the days
      *    carried in, less the vacation on URLAUB-FILE starting in
      *    the year up to the period end. They are valued at a
      *    working day's salary each (SALARY over 22), and the
      *    employer contributions are added at the rate the
      *    worker's own PAY-REGISTER entries for the period carry
      *    (employer cost over gross, special payments left out).
      *    A worker not paid in the period is accrued without the
      *    employer contributions and marked "NO PAY" on the paper.
      *
      *    Each department's accrual is the total of its workers
      *    (home department). The change against the department's
      *    last accrual on VACATION-ACCRUAL-FILE is written to the
      *    GL-ACCRUAL-INTERFACE extract, in EXPORT-GL-INTERFACE's
      *    layout, through the department's GL-ACCOUNT-MAP row - an
      *    increase debited to the vacation expense account and
      *    credited to the vacation accrual account, a decrease the
      *    other way round. A blank expense account posts to the
      *    salary account, as the employer account does in the GL
      *    extract. A department with no mapping row or no accrual
      *    account goes onto the GL-ACCRUAL-EXCEPTIONS page, posts
      *    nothing and keeps its last accrual on file, so the next
      *    month's change catches up once the map is keyed. Running
      *    the same period again replaces that period's accrual and
      *    posts the same change again - load only the last extract.
      *
      *    The working paper VACATION-ACCRUAL-REPORT lists every
      *    worker with the days and amounts, then the department
      *    total and the change posted. Run for one company or for
      *    all (company 0), after PAYROLL-RUN for the period - it is
      *    the last step of MONTH-END-DRIVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACATION-ACCRUAL-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-abteil.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-entitlement.cbl".
           COPY "select-urlaub.cbl".
           COPY "select-pay-register.cbl".
           COPY "select-gl-account-map.cbl".
           COPY "select-firma.cbl".
           COPY "select-vacation-accrual.cbl".
           COPY "select-update-lock.cbl".
           SELECT GL-FILE ASSIGN TO "GL-ACCRUAL-INTERFACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "GL-ACCRUAL-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VACATION-ACCRUAL-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-abteil.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-entitlement.cbl".
           COPY "fd-urlaub.cbl".
           COPY "fd-pay-register.cbl".
           COPY "fd-gl-account-map.cbl".
           COPY "fd-firma.cbl".
           COPY "fd-vacation-accrual.cbl".
           COPY "fd-update-lock.cbl".

       FD  GL-FILE.
       01  GL-RECORD PIC X(200).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS       PIC XX.
       77  ARBEITER-FILE-STATUS     PIC XX.
       77  ENTITLEMENT-FILE-STATUS  PIC XX.
       77  URLAUB-FILE-STATUS       PIC XX.
       77  PAY-REGISTER-FILE-STATUS PIC XX.
       77  GL-ACCOUNT-MAP-FILE-STATUS PIC XX.
       77  FIRMA-FILE-STATUS        PIC XX.
       77  VACATION-ACCRUAL-FILE-STATUS PIC XX.
       77  UPDATE-LOCK-FILE-STATUS  PIC XX.
       77  GL-FILE-STATUS           PIC XX.
       77  EXCEPTION-FILE-STATUS    PIC XX.
       77  REPORT-FILE-STATUS       PIC XX.
       77  UPDATE-LOCK-TAKEN        PIC X.
       77  LOCK-DATE-PART           PIC 9(8).
       77  LOCK-TIME-PART           PIC 9(8).

       77  ENTITLEMENT-FILE-MISSING PIC X VALUE "N".
       77  URLAUB-FILE-MISSING      PIC X VALUE "N".
       77  REGISTER-FILE-MISSING    PIC X VALUE "N".
       77  MAP-FILE-MISSING         PIC X VALUE "N".
       77  FIRMA-FILE-MISSING       PIC X VALUE "N".
       77  ABTEIL-FILE-AT-END       PIC X.
       77  ARBEITER-FILE-AT-END     PIC X.
       77  URLAUB-LIST-AT-END       PIC X.
       77  REGISTER-AT-END          PIC X.
       77  ACCRUAL-AT-END           PIC X.
       77  ENTITLEMENT-ON-FILE      PIC X.
       77  MAP-ROW-FOUND            PIC X.
       77  RECORD-FOUND             PIC X.
       77  DEPT-HEADER-WRITTEN      PIC X.
       77  DEPT-POSTED              PIC X.

       77  PAY-PERIOD               PIC X(7).
       77  PERIOD-VALID             PIC X.
       77  PERIOD-MONTH             PIC 99.
       77  GL-RUN-DATE              PIC 9(8).
       77  TODAY-DATUM-TEXT         PIC X(10).

       77  WORKING-DAYS-PER-PERIOD  PIC 99 VALUE 22.
       77  HIRE-YEAR                PIC 9(4).
       77  CAL-YEAR                 PIC 9(4).
       77  YEARS-OF-SERVICE         PIC 9(4).
       77  SENIORITY-EXTRA-DAYS     PIC 9(2).
       77  WORKER-BASE-DAYS         PIC 9(3).
       77  WORKER-CARRIED-IN        PIC 9(3).
       77  PARENTAL-REDUCTION       PIC 9(3).
       77  USABLE-DAYS              PIC 9(3).
       77  VACATION-DAYS-TAKEN      PIC 9(3).
       77  REMAINING-VACATION-DAYS  PIC S9(3).
       77  WORKER-DAILY-RATE        PIC 9(5)V99.
       77  WORKER-SALARY-VALUE      PIC 9(7)V99.
       77  WORKER-EMPLOYER-VALUE    PIC S9(7)V99.
       77  WORKER-ACCRUAL           PIC 9(7)V99.
       77  WORKER-PERIOD-GROSS      PIC S9(9)V99.
       77  WORKER-PERIOD-COST       PIC S9(9)V99.
       77  WORKER-WAS-PAID          PIC X.

       77  DEPT-WORKER-COUNT        PIC 9(5).
       77  DEPT-REMAINING-DAYS      PIC 9(6).
       77  DEPT-SALARY-VALUE        PIC 9(9)V99.
       77  DEPT-EMPLOYER-VALUE      PIC 9(9)V99.
       77  DEPT-ACCRUAL             PIC 9(9)V99.
       77  PREVIOUS-ACCRUAL         PIC 9(9)V99.
       77  PREVIOUS-PERIOD          PIC X(7).
       77  ACCRUAL-CHANGE           PIC S9(9)V99.

       77  RUN-WORKER-COUNT         PIC 9(7) VALUE ZERO.
       77  RUN-REMAINING-DAYS       PIC 9(7) VALUE ZERO.
       77  RUN-SALARY-VALUE         PIC 9(11)V99 VALUE ZERO.
       77  RUN-EMPLOYER-VALUE       PIC 9(11)V99 VALUE ZERO.
       77  RUN-ACCRUAL              PIC 9(11)V99 VALUE ZERO.
       77  RUN-CHANGE-POSTED        PIC S9(11)V99 VALUE ZERO.
       77  RUN-CHANGE-NOT-POSTED    PIC S9(11)V99 VALUE ZERO.
       77  DEPARTMENTS-POSTED       PIC 9(4) VALUE ZERO.
       77  UNPAID-WORKER-COUNT      PIC 9(5) VALUE ZERO.
       77  EXCEPTION-COUNT          PIC 9(4) VALUE ZERO.

       77  GL-LINE-COUNT            PIC 9(6) VALUE ZERO.
       77  DEBIT-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77  CREDIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       77  TRAILER-DEBIT-EDIT       PIC Z(10)9.99-.
       77  TRAILER-CREDIT-EDIT      PIC Z(10)9.99-.
       77  POSTING-LEDGER           PIC X(4).
       77  CSV-ABTEILUNG-ID         PIC Z(4).
       77  CSV-AMOUNT               PIC Z(8)9.99-.
       77  POSTING-ACCOUNT          PIC X(6).
       77  POSTING-SIDE             PIC X(6).
       77  POSTING-AMOUNT           PIC S9(9)V99.
       77  EXPENSE-ACCOUNT          PIC X(6).

       77  CSV-HEADER-PART-1        PIC X(37) VALUE
           "GL-ACCOUNT,DEBIT-CREDIT,ABTEILUNG-ID".
       77  CSV-HEADER-PART-2        PIC X(35) VALUE
           ",COST-CENTER,AMOUNT,PERIOD,RUN-DATE".
       77  CSV-HEADER-PART-3        PIC X(7) VALUE ",LEDGER".
       01  CSV-HEADER-LINE.
           05 CSV-HEADER-LINE-1     PIC X(37).
           05 CSV-HEADER-LINE-2     PIC X(35).
           05 CSV-HEADER-LINE-3     PIC X(7).

       01  EXCEPTION-LINE.
           05 FILLER                PIC X(26) VALUE
               "NO ACCRUAL MAPPING - DEPT ".
           05 EX-ABTEILUNG-ID       PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 EX-ABTEILUNG-NAME     PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 EX-CHANGE             PIC Z(8)9.99-.
           05 FILLER                PIC X(3) VALUE SPACE.

       01  PAGE-RULE-LINE           PIC X(132) VALUE ALL "=".

       01  TITLE-LINE.
           05 FILLER PIC X(36)      VALUE
               "VACATION LIABILITY ACCRUAL - PERIOD ".
           05 TL-PERIOD             PIC X(7).
           05 FILLER PIC X(10)      VALUE "  COMPANY ".
           05 TL-FIRMA-ID           PIC Z9.
           05 FILLER PIC X(1)       VALUE SPACE.
           05 TL-FIRMA-NAME         PIC X(40).
           05 FILLER PIC X(11)      VALUE "  RUN DATE ".
           05 TL-RUN-DATE           PIC X(10).
           05 FILLER PIC X(15)      VALUE SPACE.

       01  DEPT-TITLE-LINE.
           05 FILLER PIC X(12)      VALUE "  ABTEILUNG ".
           05 DT-ABTEILUNG-ID       PIC Z(3)9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 DT-ABTEILUNG-NAME     PIC X(40).
           05 FILLER PIC X(74)      VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(4)       VALUE SPACE.
           05 FILLER PIC X(8)       VALUE "ARB-ID".
           05 FILLER PIC X(21)      VALUE "NAME".
           05 FILLER PIC X(13)      VALUE "VORNAME".
           05 FILLER PIC X(5)       VALUE "TZ%".
           05 FILLER PIC X(5)       VALUE "BASE".
           05 FILLER PIC X(5)       VALUE "CARR".
           05 FILLER PIC X(5)       VALUE "PARL".
           05 FILLER PIC X(5)       VALUE "TAKEN".
           05 FILLER PIC X(5)       VALUE "LEFT".
           05 FILLER PIC X(10)      VALUE "DAY RATE".
           05 FILLER PIC X(12)      VALUE "     VALUE".
           05 FILLER PIC X(12)      VALUE "  EMPLOYER".
           05 FILLER PIC X(14)      VALUE "     ACCRUAL".
           05 FILLER PIC X(8)       VALUE "REMARK".

       01  WORKER-LINE.
           05 FILLER PIC X(4)       VALUE SPACE.
           05 WL-ARBEITER-ID        PIC Z(5)9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-FAMILIE            PIC X(20).
           05 FILLER PIC X(1)       VALUE SPACE.
           05 WL-ARBEITER-NAME      PIC X(12).
           05 FILLER PIC X(1)       VALUE SPACE.
           05 WL-TEILZEIT-PROZENT   PIC ZZ9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-BASE-DAYS          PIC ZZ9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-CARRIED-DAYS       PIC ZZ9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-PARENTAL-DAYS      PIC ZZ9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-TAKEN-DAYS         PIC ZZ9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-REMAINING-DAYS     PIC ZZ9.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-DAILY-RATE         PIC Z,ZZ9.99.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-SALARY-VALUE       PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-EMPLOYER-VALUE     PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-ACCRUAL            PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 WL-REMARK             PIC X(8).

       01  TOTAL-LINE.
           05 FILLER PIC X(6)       VALUE SPACE.
           05 TT-CAPTION            PIC X(18).
           05 FILLER PIC X(8)       VALUE "WORKERS ".
           05 TT-WORKERS            PIC Z(6)9.
           05 FILLER PIC X(12)      VALUE "  DAYS LEFT ".
           05 TT-DAYS               PIC Z(6)9.
           05 FILLER PIC X(8)       VALUE "  VALUE ".
           05 TT-SALARY-VALUE       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11)      VALUE "  EMPLOYER ".
           05 TT-EMPLOYER-VALUE     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10)      VALUE "  ACCRUAL ".
           05 TT-ACCRUAL            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(6)       VALUE SPACE.

       01  DEPT-CHANGE-LINE.
           05 FILLER PIC X(6)       VALUE SPACE.
           05 FILLER PIC X(15)      VALUE "ACCRUAL BEFORE ".
           05 DC-PREVIOUS-PERIOD    PIC X(7).
           05 FILLER PIC X(2)       VALUE SPACE.
           05 DC-PREVIOUS-ACCRUAL   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9)       VALUE "  CHANGE ".
           05 DC-CHANGE             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2)       VALUE SPACE.
           05 DC-NOTE               PIC X(40).
           05 FILLER PIC X(24)      VALUE SPACE.

       01  RUN-CHANGE-LINE.
           05 FILLER PIC X(6)       VALUE SPACE.
           05 FILLER PIC X(20)      VALUE "TOTAL CHANGE POSTED ".
           05 RC-CHANGE-POSTED      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(16)      VALUE "   NOT POSTED ".
           05 RC-CHANGE-NOT-POSTED  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(60)      VALUE SPACE.

       01  NO-PAY-NOTE-LINE.
           05 FILLER PIC X(6)       VALUE SPACE.
           05 FILLER PIC X(40)      VALUE
               "NO PAY = NOT PAID IN THE PERIOD ON PAY-R".
           05 FILLER PIC X(40)      VALUE
               "EGISTER - ACCRUED WITHOUT EMPLOYER CONTR".
           05 FILLER PIC X(46)      VALUE "IBUTIONS".

       01  NONE-LINE.
           05 FILLER PIC X(50)      VALUE
               "NO ACTIVE WORKERS AND NO EARLIER ACCRUAL TO POST".
           05 FILLER PIC X(82)      VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "parental-leave-request.cbl".

           COPY "firma-request.cbl".

           COPY "catalog-request.cbl".

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               PERFORM OPENING-PROCEDURE
               PERFORM PROCESS-ALL-ABTEILUNGEN
               PERFORM CLOSING-PROCEDURE
               PERFORM RELEASE-UPDATE-LOCK
           ELSE
               MOVE "MASTER FILES LOCKED BY ANOTHER RUN"
                   TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           ACCEPT GL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               GL-RUN-DATE(1:4)      DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               GL-RUN-DATE(5:2)      DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               GL-RUN-DATE(7:2)      DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ENTITLEMENT-FILE.
           IF ENTITLEMENT-FILE-STATUS = "35"
               MOVE "Y" TO ENTITLEMENT-FILE-MISSING.
           OPEN INPUT URLAUB-FILE.
           IF URLAUB-FILE-STATUS = "35"
               MOVE "Y" TO URLAUB-FILE-MISSING.
           OPEN INPUT PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO REGISTER-FILE-MISSING
               DISPLAY "NO PAY REGISTER ON DISK - ACCRUED WITHOUT "
                   "EMPLOYER CONTRIBUTIONS".
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF GL-ACCOUNT-MAP-FILE-STATUS = "35"
               MOVE "Y" TO MAP-FILE-MISSING
               DISPLAY "GL-ACCOUNT-MAP NOT SET UP - EVERY "
                   "DEPARTMENT WILL LAND ON THE EXCEPTION PAGE".
           OPEN INPUT FIRMA-FILE.
           IF FIRMA-FILE-STATUS = "35"
               MOVE "Y" TO FIRMA-FILE-MISSING.
           PERFORM OPEN-VACATION-ACCRUAL-FILE.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ENTER-PAY-PERIOD.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           MOVE CSV-HEADER-PART-1 TO CSV-HEADER-LINE-1.
           MOVE CSV-HEADER-PART-2 TO CSV-HEADER-LINE-2.
           MOVE CSV-HEADER-PART-3 TO CSV-HEADER-LINE-3.
           MOVE CSV-HEADER-LINE TO GL-RECORD.
           WRITE GL-RECORD.
           PERFORM WRITE-REPORT-TITLE.

      ******************************************************************
      *    The accrual history is created by the first run - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-VACATION-ACCRUAL-FILE.
           OPEN I-O VACATION-ACCRUAL-FILE.
           IF VACATION-ACCRUAL-FILE-STATUS = "35"
               OPEN OUTPUT VACATION-ACCRUAL-FILE
               CLOSE VACATION-ACCRUAL-FILE
               OPEN I-O VACATION-ACCRUAL-FILE.

       CLOSING-PROCEDURE.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-GL-TRAILER.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
               CLOSE ENTITLEMENT-FILE.
           IF URLAUB-FILE-MISSING NOT = "Y"
               CLOSE URLAUB-FILE.
           IF REGISTER-FILE-MISSING NOT = "Y"
               CLOSE PAY-REGISTER-FILE.
           IF MAP-FILE-MISSING NOT = "Y"
               CLOSE GL-ACCOUNT-MAP-FILE.
           IF FIRMA-FILE-MISSING NOT = "Y"
               CLOSE FIRMA-FILE.
           CLOSE VACATION-ACCRUAL-FILE.
           CLOSE GL-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           PERFORM DISPLAY-RUN-TOTALS.

      ******************************************************************
      *    Pay period entry - YYYY-MM, same check as PAYROLL-RUN. The
      *    accrual is struck at the end of this month.
      ******************************************************************
       ENTER-PAY-PERIOD.
           PERFORM ACCEPT-PAY-PERIOD.
           PERFORM RE-ACCEPT-PAY-PERIOD
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-PAY-PERIOD.
           DISPLAY "ENTER PAY PERIOD TO ACCRUE IN FORMAT YYYY-MM".
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

       PROCESS-ALL-ABTEILUNGEN.
           PERFORM READ-NEXT-ABTEIL-RECORD.
           PERFORM PROCESS-ONE-IF-IN-RUN-FIRMA
               UNTIL ABTEIL-FILE-AT-END = "Y".

      ******************************************************************
      *    Another company's departments are passed over.
      ******************************************************************
       PROCESS-ONE-IF-IN-RUN-FIRMA.
           IF FR-RUN-IS-ALL-FIRMEN OR
               ABTEIL-FIRMA-ID = FR-RUN-FIRMA-ID
               PERFORM PROCESS-ONE-ABTEILUNG.
           PERFORM READ-NEXT-ABTEIL-RECORD.

      ******************************************************************
      *    One department - value its workers, then post the change
      *    against its last accrual. A department with no active
      *    workers still posts its old accrual back out; one with
      *    neither is left alone.
      ******************************************************************
       PROCESS-ONE-ABTEILUNG.
           MOVE "N" TO DEPT-HEADER-WRITTEN.
           MOVE ZERO TO DEPT-WORKER-COUNT.
           MOVE ZERO TO DEPT-REMAINING-DAYS.
           MOVE ZERO TO DEPT-SALARY-VALUE.
           MOVE ZERO TO DEPT-EMPLOYER-VALUE.
           MOVE ZERO TO DEPT-ACCRUAL.
           PERFORM FIND-PREVIOUS-ACCRUAL.
           PERFORM VALUE-WORKERS-OF-ABTEILUNG.
           IF DEPT-WORKER-COUNT > ZERO OR
               PREVIOUS-ACCRUAL > ZERO
               PERFORM POST-ABTEILUNG-ACCRUAL.

       POST-ABTEILUNG-ACCRUAL.
           IF DEPT-HEADER-WRITTEN = "N"
               PERFORM WRITE-DEPT-HEADER.
           COMPUTE ACCRUAL-CHANGE = DEPT-ACCRUAL - PREVIOUS-ACCRUAL.
           MOVE "Y" TO DEPT-POSTED.
           IF ACCRUAL-CHANGE NOT = ZERO
               PERFORM LOOK-UP-GL-MAPPING
               IF MAP-ROW-FOUND = "Y"
                   PERFORM LOOK-UP-ABTEIL-LEDGER
                   PERFORM WRITE-GL-ACCRUAL-LINES
               ELSE
                   MOVE "N" TO DEPT-POSTED
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
           IF DEPT-POSTED = "Y"
               ADD ACCRUAL-CHANGE TO RUN-CHANGE-POSTED
               ADD 1 TO DEPARTMENTS-POSTED
               PERFORM SAVE-ACCRUAL-RECORD
           ELSE
               ADD ACCRUAL-CHANGE TO RUN-CHANGE-NOT-POSTED.
           ADD DEPT-WORKER-COUNT TO RUN-WORKER-COUNT.
           ADD DEPT-REMAINING-DAYS TO RUN-REMAINING-DAYS.
           ADD DEPT-SALARY-VALUE TO RUN-SALARY-VALUE.
           ADD DEPT-EMPLOYER-VALUE TO RUN-EMPLOYER-VALUE.
           ADD DEPT-ACCRUAL TO RUN-ACCRUAL.
           PERFORM WRITE-DEPT-TOTALS.

      ******************************************************************
      *    The department's latest accrual before this period - its
      *    records read in period order, the last one earlier than
      *    the period kept. None on file means nothing accrued yet.
      ******************************************************************
       FIND-PREVIOUS-ACCRUAL.
           MOVE ZERO TO PREVIOUS-ACCRUAL.
           MOVE "NONE" TO PREVIOUS-PERIOD.
           MOVE ABTEILUNG-ID TO VA-ABTEILUNG-ID.
           MOVE SPACE TO VA-PERIOD.
           MOVE "N" TO ACCRUAL-AT-END.
           START VACATION-ACCRUAL-FILE
               KEY IS NOT LESS THAN VA-DEPT-PERIOD-KEY
               INVALID KEY
               MOVE "Y" TO ACCRUAL-AT-END.
           IF ACCRUAL-AT-END NOT = "Y"
               PERFORM READ-NEXT-ACCRUAL-RECORD
               PERFORM TAKE-ONE-EARLIER-ACCRUAL
                   UNTIL ACCRUAL-AT-END = "Y".

       TAKE-ONE-EARLIER-ACCRUAL.
           IF VA-ABTEILUNG-ID NOT = ABTEILUNG-ID OR
               VA-PERIOD NOT < PAY-PERIOD
               MOVE "Y" TO ACCRUAL-AT-END
           ELSE
               MOVE VA-ACCRUAL-TOTAL TO PREVIOUS-ACCRUAL
               MOVE VA-PERIOD TO PREVIOUS-PERIOD.
           IF ACCRUAL-AT-END NOT = "Y"
               PERFORM READ-NEXT-ACCRUAL-RECORD.

      ******************************************************************
      *    This period's accrual replaces any from an earlier run of
      *    the same period.
      ******************************************************************
       SAVE-ACCRUAL-RECORD.
           MOVE ABTEILUNG-ID TO VA-ABTEILUNG-ID.
           MOVE PAY-PERIOD TO VA-PERIOD.
           MOVE "Y" TO RECORD-FOUND.
           READ VACATION-ACCRUAL-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           MOVE DEPT-WORKER-COUNT TO VA-WORKER-COUNT.
           MOVE DEPT-REMAINING-DAYS TO VA-REMAINING-DAYS.
           MOVE DEPT-SALARY-VALUE TO VA-SALARY-VALUE.
           MOVE DEPT-EMPLOYER-VALUE TO VA-EMPLOYER-VALUE.
           MOVE DEPT-ACCRUAL TO VA-ACCRUAL-TOTAL.
           MOVE ACCRUAL-CHANGE TO VA-POSTED-CHANGE.
           MOVE TODAY-DATUM-TEXT TO VA-RUN-DATUM.
           IF RECORD-FOUND = "Y"
               REWRITE VACATION-ACCRUAL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ACCRUAL FOR DEPT "
                       ABTEILUNG-ID
               END-REWRITE
           ELSE
               WRITE VACATION-ACCRUAL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING ACCRUAL FOR DEPT "
                       ABTEILUNG-ID
               END-WRITE.

      ******************************************************************
      *    Active workers of the current Abteilung - a full pass of
      *    the master from the top, same pattern as PRINT-URLAUB-
      *    REPORT.
      ******************************************************************
       VALUE-WORKERS-OF-ABTEILUNG.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           MOVE ZERO TO ARBEITER-ID.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM VALUE-ONE-WORKER-IF-MATCH
                   UNTIL ARBEITER-FILE-AT-END = "Y".

       VALUE-ONE-WORKER-IF-MATCH.
           IF ARBEITER-ABTEILUNG-ID = ABTEILUNG-ID AND
               ARBEITER-IS-ACTIVE
               PERFORM VALUE-ONE-WORKER.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       VALUE-ONE-WORKER.
           PERFORM FIND-WORKER-ENTITLEMENT.
           PERFORM FIND-PARENTAL-REDUCTION.
           PERFORM COUNT-VACATION-TAKEN.
           COMPUTE USABLE-DAYS ROUNDED =
               (WORKER-BASE-DAYS - PARENTAL-REDUCTION)
               * TEILZEIT-PROZENT / 100
               + WORKER-CARRIED-IN.
           COMPUTE REMAINING-VACATION-DAYS =
               USABLE-DAYS - VACATION-DAYS-TAKEN.
           IF REMAINING-VACATION-DAYS < ZERO
               MOVE ZERO TO REMAINING-VACATION-DAYS.
           COMPUTE WORKER-DAILY-RATE ROUNDED =
               SALARY / WORKING-DAYS-PER-PERIOD.
           COMPUTE WORKER-SALARY-VALUE ROUNDED =
               REMAINING-VACATION-DAYS * SALARY
               / WORKING-DAYS-PER-PERIOD.
           PERFORM SUM-WORKER-PERIOD-PAY.
           MOVE ZERO TO WORKER-EMPLOYER-VALUE.
           IF WORKER-WAS-PAID = "Y"
               COMPUTE WORKER-EMPLOYER-VALUE ROUNDED =
                   WORKER-SALARY-VALUE
                   * (WORKER-PERIOD-COST - WORKER-PERIOD-GROSS)
                   / WORKER-PERIOD-GROSS
               IF WORKER-EMPLOYER-VALUE < ZERO
                   MOVE ZERO TO WORKER-EMPLOYER-VALUE
               END-IF
           ELSE
               ADD 1 TO UNPAID-WORKER-COUNT.
           COMPUTE WORKER-ACCRUAL =
               WORKER-SALARY-VALUE + WORKER-EMPLOYER-VALUE.
           ADD 1 TO DEPT-WORKER-COUNT.
           ADD REMAINING-VACATION-DAYS TO DEPT-REMAINING-DAYS.
           ADD WORKER-SALARY-VALUE TO DEPT-SALARY-VALUE.
           ADD WORKER-EMPLOYER-VALUE TO DEPT-EMPLOYER-VALUE.
           ADD WORKER-ACCRUAL TO DEPT-ACCRUAL.
           PERFORM WRITE-WORKER-LINE.

      ******************************************************************
      *    The year's entitlement - the ENTITLEMENT-FILE record, or
      *    25 days plus one per five years of service (at most five)
      *    when the year is not keyed, as PAYROLL-RUN does.
      ******************************************************************
       FIND-WORKER-ENTITLEMENT.
           MOVE "N" TO ENTITLEMENT-ON-FILE.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO EN-ARBEITER-ID
               MOVE PAY-PERIOD(1:4) TO EN-YEAR
               MOVE "Y" TO ENTITLEMENT-ON-FILE
               READ ENTITLEMENT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO ENTITLEMENT-ON-FILE
               END-READ.
           IF ENTITLEMENT-ON-FILE = "Y"
               MOVE EN-BASE-DAYS TO WORKER-BASE-DAYS
               MOVE EN-CARRIED-DAYS TO WORKER-CARRIED-IN
           ELSE
               MOVE EINSTELL-DATUM(1:4) TO HIRE-YEAR
               MOVE PAY-PERIOD(1:4) TO CAL-YEAR
               COMPUTE YEARS-OF-SERVICE = CAL-YEAR - HIRE-YEAR
               COMPUTE SENIORITY-EXTRA-DAYS = YEARS-OF-SERVICE / 5
               IF SENIORITY-EXTRA-DAYS > 5
                   MOVE 5 TO SENIORITY-EXTRA-DAYS
               END-IF
               COMPUTE WORKER-BASE-DAYS = 25 + SENIORITY-EXTRA-DAYS
               MOVE ZERO TO WORKER-CARRIED-IN.

      ******************************************************************
      *    A twelfth of the base days off for each full month of
      *    parental leave in the year.
      ******************************************************************
       FIND-PARENTAL-REDUCTION.
           MOVE ARBEITER-ID TO PL-ARBEITER-ID.
           MOVE PAY-PERIOD(1:4) TO PL-YEAR.
           MOVE WORKER-BASE-DAYS TO PL-BASE-DAYS.
           CALL "CALC-PARENTAL-LEAVE" USING PARENTAL-LEAVE-REQUEST.
           MOVE PL-REDUCTION-DAYS TO PARENTAL-REDUCTION.

      ******************************************************************
      *    Vacation starting in the period's year, up to and
      *    including the period itself - what is booked for later
      *    months is still owed at this month-end.
      ******************************************************************
       COUNT-VACATION-TAKEN.
           MOVE ZERO TO VACATION-DAYS-TAKEN.
           IF URLAUB-FILE-MISSING = "Y"
               CONTINUE
           ELSE
               MOVE ARBEITER-ID TO UR-ARBEITER-ID
               MOVE SPACE TO UR-VON-DATUM
               MOVE "N" TO URLAUB-LIST-AT-END
               START URLAUB-FILE
                   KEY IS NOT LESS THAN UR-WORKER-DATE-KEY
                   INVALID KEY
                   MOVE "Y" TO URLAUB-LIST-AT-END
               END-START
               IF URLAUB-LIST-AT-END NOT = "Y"
                   PERFORM READ-NEXT-URLAUB-RECORD
                   PERFORM COUNT-ONE-VACATION-IF-MATCH
                       UNTIL URLAUB-LIST-AT-END = "Y"
               END-IF.

       COUNT-ONE-VACATION-IF-MATCH.
           IF UR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO URLAUB-LIST-AT-END
           ELSE
           IF UR-IS-VACATION AND
               UR-VON-DATUM(1:4) = PAY-PERIOD(1:4) AND
               UR-VON-DATUM(1:7) NOT > PAY-PERIOD
               ADD UR-TAGE TO VACATION-DAYS-TAKEN.
           IF URLAUB-LIST-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD.

      ******************************************************************
      *    The worker's gross and employer cost on the period's
      *    register entries - reversals and corrections net out,
      *    special payments are left out. A worker with no gross in
      *    the period was not paid in it.
      ******************************************************************
       SUM-WORKER-PERIOD-PAY.
           MOVE ZERO TO WORKER-PERIOD-GROSS.
           MOVE ZERO TO WORKER-PERIOD-COST.
           IF REGISTER-FILE-MISSING = "Y"
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               MOVE "N" TO REGISTER-AT-END
               MOVE PAY-PERIOD TO PR-PERIOD
               MOVE ARBEITER-ID TO PR-ARBEITER-ID
               MOVE ZERO TO PR-ENTRY-SEQ
               START PAY-REGISTER-FILE
                   KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
                   INVALID KEY
                   MOVE "Y" TO REGISTER-AT-END
               END-START.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD
               PERFORM ADD-ONE-WORKER-ENTRY
                   UNTIL REGISTER-AT-END = "Y".
           MOVE "N" TO WORKER-WAS-PAID.
           IF WORKER-PERIOD-GROSS > ZERO
               MOVE "Y" TO WORKER-WAS-PAID.

       ADD-ONE-WORKER-ENTRY.
           IF PR-PERIOD NOT = PAY-PERIOD OR
               PR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO REGISTER-AT-END
           ELSE
           IF NOT PR-IS-SPECIAL
               ADD PR-GROSS-PAY TO WORKER-PERIOD-GROSS
               ADD PR-EMPLOYER-COST TO WORKER-PERIOD-COST.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD.

      ******************************************************************
      *    GL mapping - the row must be there and carry an accrual
      *    account; without one nothing can be posted.
      ******************************************************************
       LOOK-UP-GL-MAPPING.
           IF MAP-FILE-MISSING = "Y"
               MOVE "N" TO MAP-ROW-FOUND
           ELSE
               MOVE ABTEILUNG-ID TO GLM-ABTEILUNG-ID
               MOVE "Y" TO MAP-ROW-FOUND
               READ GL-ACCOUNT-MAP-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO MAP-ROW-FOUND
               END-READ.
           IF MAP-ROW-FOUND = "Y" AND
               GLM-VACATION-ACCRUAL-ACCOUNT = SPACE
               MOVE "N" TO MAP-ROW-FOUND.

      ******************************************************************
      *    The ledger of the department's own company - blank when
      *    the company is not set up in FIRMA-FILE.
      ******************************************************************
       LOOK-UP-ABTEIL-LEDGER.
           MOVE SPACE TO POSTING-LEDGER.
           IF FIRMA-FILE-MISSING NOT = "Y"
               MOVE ABTEIL-FIRMA-ID TO FIRMA-ID
               READ FIRMA-FILE RECORD
                   INVALID KEY
                   MOVE SPACE TO FIRMA-GL-LEDGER
               END-READ
               MOVE FIRMA-GL-LEDGER TO POSTING-LEDGER.

       WRITE-EXCEPTION-LINE.
           MOVE ABTEILUNG-ID TO EX-ABTEILUNG-ID.
           MOVE ABTEILUNG-NAME TO EX-ABTEILUNG-NAME.
           MOVE ACCRUAL-CHANGE TO EX-CHANGE.
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO EXCEPTION-COUNT.

      ******************************************************************
      *    Two journal lines per department - an increase in the
      *    liability debits the expense and credits the accrual, a
      *    decrease releases it the other way round. The amount is
      *    always the size of the change.
      ******************************************************************
       WRITE-GL-ACCRUAL-LINES.
           MOVE ABTEILUNG-ID TO CSV-ABTEILUNG-ID.
           IF GLM-VACATION-EXPENSE-ACCOUNT = SPACE
               DISPLAY "NO VACATION EXPENSE ACCOUNT MAPPED FOR DEPT "
                   ABTEILUNG-ID " - POSTED TO SALARY ACCOUNT"
               MOVE GLM-SALARY-ACCOUNT TO EXPENSE-ACCOUNT
           ELSE
               MOVE GLM-VACATION-EXPENSE-ACCOUNT TO EXPENSE-ACCOUNT.
           IF ACCRUAL-CHANGE > ZERO
               MOVE ACCRUAL-CHANGE TO POSTING-AMOUNT
               MOVE EXPENSE-ACCOUNT TO POSTING-ACCOUNT
               MOVE "DEBIT" TO POSTING-SIDE
               PERFORM WRITE-ONE-GL-LINE
               MOVE GLM-VACATION-ACCRUAL-ACCOUNT TO POSTING-ACCOUNT
               MOVE "CREDIT" TO POSTING-SIDE
               PERFORM WRITE-ONE-GL-LINE
           ELSE
               COMPUTE POSTING-AMOUNT = ZERO - ACCRUAL-CHANGE
               MOVE GLM-VACATION-ACCRUAL-ACCOUNT TO POSTING-ACCOUNT
               MOVE "DEBIT" TO POSTING-SIDE
               PERFORM WRITE-ONE-GL-LINE
               MOVE EXPENSE-ACCOUNT TO POSTING-ACCOUNT
               MOVE "CREDIT" TO POSTING-SIDE
               PERFORM WRITE-ONE-GL-LINE.

       WRITE-ONE-GL-LINE.
           MOVE POSTING-AMOUNT TO CSV-AMOUNT.
           MOVE SPACE TO GL-RECORD.
           STRING
               POSTING-ACCOUNT    DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               POSTING-SIDE       DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CSV-ABTEILUNG-ID   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GLM-COST-CENTER    DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-AMOUNT         DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PAY-PERIOD         DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GL-RUN-DATE        DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               POSTING-LEDGER     DELIMITED BY SPACE
               INTO GL-RECORD.
           WRITE GL-RECORD.
           ADD 1 TO GL-LINE-COUNT.
           IF POSTING-SIDE = "DEBIT"
               ADD POSTING-AMOUNT TO DEBIT-TOTAL
           ELSE
               ADD POSTING-AMOUNT TO CREDIT-TOTAL.

      ******************************************************************
      *    Control-total trailer - line count, debit and credit
      *    totals, as on the GL extract.
      ******************************************************************
       WRITE-GL-TRAILER.
           MOVE DEBIT-TOTAL TO TRAILER-DEBIT-EDIT.
           MOVE CREDIT-TOTAL TO TRAILER-CREDIT-EDIT.
           MOVE SPACE TO GL-RECORD.
           STRING
               "TRAILER,"          DELIMITED BY SIZE
               GL-LINE-COUNT       DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               TRAILER-DEBIT-EDIT  DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               TRAILER-CREDIT-EDIT DELIMITED BY SIZE
               INTO GL-RECORD.
           WRITE GL-RECORD.

      ******************************************************************
      *    Working paper
      ******************************************************************
       WRITE-REPORT-TITLE.
           MOVE PAY-PERIOD TO TL-PERIOD.
           MOVE FR-RUN-FIRMA-ID TO TL-FIRMA-ID.
           IF FR-RUN-IS-ALL-FIRMEN
               MOVE "ALL COMPANIES" TO TL-FIRMA-NAME
           ELSE
               MOVE FR-RUN-NAME TO TL-FIRMA-NAME.
           MOVE TODAY-DATUM-TEXT TO TL-RUN-DATE.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DEPT-HEADER.
           MOVE "Y" TO DEPT-HEADER-WRITTEN.
           MOVE ABTEILUNG-ID TO DT-ABTEILUNG-ID.
           MOVE ABTEILUNG-NAME TO DT-ABTEILUNG-NAME.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE DEPT-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-WORKER-LINE.
           IF DEPT-HEADER-WRITTEN = "N"
               PERFORM WRITE-DEPT-HEADER.
           MOVE ARBEITER-ID TO WL-ARBEITER-ID.
           MOVE FAMILIE TO WL-FAMILIE.
           MOVE ARBEITER-NAME TO WL-ARBEITER-NAME.
           MOVE TEILZEIT-PROZENT TO WL-TEILZEIT-PROZENT.
           MOVE WORKER-BASE-DAYS TO WL-BASE-DAYS.
           MOVE WORKER-CARRIED-IN TO WL-CARRIED-DAYS.
           MOVE PARENTAL-REDUCTION TO WL-PARENTAL-DAYS.
           MOVE VACATION-DAYS-TAKEN TO WL-TAKEN-DAYS.
           MOVE REMAINING-VACATION-DAYS TO WL-REMAINING-DAYS.
           MOVE WORKER-DAILY-RATE TO WL-DAILY-RATE.
           MOVE WORKER-SALARY-VALUE TO WL-SALARY-VALUE.
           MOVE WORKER-EMPLOYER-VALUE TO WL-EMPLOYER-VALUE.
           MOVE WORKER-ACCRUAL TO WL-ACCRUAL.
           MOVE SPACE TO WL-REMARK.
           IF WORKER-WAS-PAID NOT = "Y"
               MOVE "NO PAY" TO WL-REMARK.
           MOVE WORKER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DEPT-TOTALS.
           MOVE "DEPARTMENT TOTAL" TO TT-CAPTION.
           MOVE DEPT-WORKER-COUNT TO TT-WORKERS.
           MOVE DEPT-REMAINING-DAYS TO TT-DAYS.
           MOVE DEPT-SALARY-VALUE TO TT-SALARY-VALUE.
           MOVE DEPT-EMPLOYER-VALUE TO TT-EMPLOYER-VALUE.
           MOVE DEPT-ACCRUAL TO TT-ACCRUAL.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PREVIOUS-PERIOD TO DC-PREVIOUS-PERIOD.
           MOVE PREVIOUS-ACCRUAL TO DC-PREVIOUS-ACCRUAL.
           MOVE ACCRUAL-CHANGE TO DC-CHANGE.
           IF DEPT-POSTED = "Y"
               MOVE "POSTED" TO DC-NOTE
           ELSE
               MOVE "NOT POSTED - SEE GL-ACCRUAL-EXCEPTIONS"
                   TO DC-NOTE.
           MOVE DEPT-CHANGE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF RUN-WORKER-COUNT = ZERO AND
               RUN-CHANGE-POSTED = ZERO AND
               RUN-CHANGE-NOT-POSTED = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE PAGE-RULE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "GRAND TOTAL" TO TT-CAPTION
               MOVE RUN-WORKER-COUNT TO TT-WORKERS
               MOVE RUN-REMAINING-DAYS TO TT-DAYS
               MOVE RUN-SALARY-VALUE TO TT-SALARY-VALUE
               MOVE RUN-EMPLOYER-VALUE TO TT-EMPLOYER-VALUE
               MOVE RUN-ACCRUAL TO TT-ACCRUAL
               MOVE TOTAL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE RUN-CHANGE-POSTED TO RC-CHANGE-POSTED
               MOVE RUN-CHANGE-NOT-POSTED TO RC-CHANGE-NOT-POSTED
               MOVE RUN-CHANGE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           IF UNPAID-WORKER-COUNT > ZERO
               MOVE BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE NO-PAY-NOTE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

       FILE-REPORT-IN-CATALOG.
           MOVE "VACATION-ACCRUAL-RUN" TO CATALOG-PROGRAM-NAME.
           MOVE "VACATION-ACCRUAL-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD "        DELIMITED BY SIZE
               PAY-PERIOD       DELIMITED BY SIZE
               " COMPANY "      DELIMITED BY SIZE
               FR-RUN-FIRMA-ID  DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       DISPLAY-RUN-TOTALS.
           DISPLAY "PAY PERIOD:          " PAY-PERIOD.
           DISPLAY "COMPANY:             " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "WORKERS VALUED:      " RUN-WORKER-COUNT.
           DISPLAY "ACCRUAL AT PERIOD END: " RUN-ACCRUAL.
           DISPLAY "DEPARTMENTS POSTED:  " DEPARTMENTS-POSTED.
           DISPLAY "GL LINES WRITTEN:    " GL-LINE-COUNT.
           IF UNPAID-WORKER-COUNT > ZERO
               DISPLAY UNPAID-WORKER-COUNT " WORKER(S) NOT PAID IN "
                   "THE PERIOD - NO EMPLOYER CONTRIBUTIONS ADDED".
           IF EXCEPTION-COUNT > ZERO
               DISPLAY EXCEPTION-COUNT " DEPARTMENT(S) WITHOUT AN "
                   "ACCRUAL MAPPING - SEE GL-ACCRUAL-EXCEPTIONS".

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       READ-NEXT-ARBEITER-RECORD.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

       READ-NEXT-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO URLAUB-LIST-AT-END.

       READ-NEXT-REGISTER-RECORD.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REGISTER-AT-END.

       READ-NEXT-ACCRUAL-RECORD.
           READ VACATION-ACCRUAL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ACCRUAL-AT-END.

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
               MOVE "VACATION-ACCRUAL-RUN" TO LOCK-HOLDER
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

      ******************************************************************
      *    Tell BATCH-RUN-DATE the step could not run, so a chain
      *    driver holds back what follows.
      ******************************************************************
       REPORT-STEP-FAILURE.
           MOVE "F" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.

       END PROGRAM VACATION-ACCRUAL-RUN.
