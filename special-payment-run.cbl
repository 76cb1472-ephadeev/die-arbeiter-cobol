      ******************************************************************
      *    13th-Month Salary Special Payment Run
      *    Pays the annual 13th salary (Christmas bonus) with the
      *    November period of the year the clerk keys. Every active
      *    worker of the run's company is priced at the entered
      *    percentage of one month's SALARY (100 for a full 13th
      *    salary - SALARY is already the part-time salary, so
      *    TEILZEIT-PROZENT is shown but not applied again), a
      *    twelfth for each month of the year the worker is
      *    entitled to:
      *    - a worker hired during the year is entitled from the
      *      month of the EINSTELL-DATUM to December
      *    - every full 22 working days of unpaid leave (type U on
      *      URLAUB-FILE, begun in the year) take off one month
      *    - a worker who has handed in notice - an AUSTRITTS-DATUM
      *      on file - is not paid at all
      *
      *    The payment is a one-off payment for wage tax: the tax
      *    is the annual tax on the expected annual wage (twelve
      *    times the monthly SALARY) with the payment, less the
      *    annual tax without it, worked out for the worker's class
      *    off the same tariff as PAYROLL-RUN; the solidarity
      *    surcharge and church tax the same way on the tax after
      *    child allowances. The social rows are charged at their
      *    percentage on the payment, at the band the monthly
      *    SALARY falls in; fixed-amount rows were already taken
      *    with the month's pay and are not charged again.
      *
      *    The run first prints the SPECIAL-PAYMENT-PREVIEW listing
      *    - every worker with the months, the amounts, or why
      *    nothing is paid - for HR to sign off, and only writes
      *    when the clerk then confirms. Each payment goes onto the
      *    PAY-REGISTER as its own special entry ("S") at the
      *    worker's next free sequence for the period, and into the
      *    worker's YTD-FILE record for the year. A worker already
      *    holding a special entry for the period is not paid twice,
      *    so a run that stopped part way can simply be run again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIAL-PAYMENT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-pay-register.cbl".
           COPY "select-deduction.cbl".
           COPY "select-urlaub.cbl".
           COPY "select-ytd.cbl".
           COPY "select-membership.cbl".
           COPY "select-tax-card.cbl".
           COPY "select-update-lock.cbl".
           SELECT REPORT-FILE ASSIGN TO "SPECIAL-PAYMENT-PREVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-pay-register.cbl".
           COPY "fd-deduction.cbl".
           COPY "fd-urlaub.cbl".
           COPY "fd-ytd.cbl".
           COPY "fd-membership.cbl".
           COPY "fd-tax-card.cbl".
           COPY "fd-update-lock.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS     PIC XX.
       77  PAY-REGISTER-FILE-STATUS PIC XX.
       77  DEDUCTION-FILE-STATUS    PIC XX.
       77  URLAUB-FILE-STATUS       PIC XX.
       77  YTD-FILE-STATUS          PIC XX.
       77  MEMBERSHIP-FILE-STATUS   PIC XX.
       77  TAX-CARD-FILE-STATUS     PIC XX.
       77  UPDATE-LOCK-FILE-STATUS  PIC XX.
       77  REPORT-FILE-STATUS       PIC XX.
       77  UPDATE-LOCK-TAKEN        PIC X.
       77  LOCK-DATE-PART           PIC 9(8).
       77  LOCK-TIME-PART           PIC 9(8).
       77  ARBEITER-FILE-AT-END     PIC X.
       77  REGISTER-AT-END          PIC X.
       77  DEDUCTION-FILE-AT-END    PIC X.
       77  URLAUB-FILE-MISSING      PIC X VALUE "N".
       77  URLAUB-LIST-AT-END       PIC X.
       77  MEMBERSHIP-FILE-MISSING  PIC X VALUE "N".
       77  MEMBER-ROW-FOUND         PIC X.
       77  MEMBER-RATE              PIC 9(3)V99.
       77  TAX-CARD-FILE-MISSING    PIC X VALUE "N".
       77  TAX-CARD-FOUND           PIC X.
       77  YTD-RECORD-FOUND         PIC X.
       77  YTD-CODE-FOUND           PIC X.
       77  YTD-SUB                  PIC 9(2).
       77  REGISTER-DED-SUB         PIC 9(2).

       77  PAYMENT-YEAR-FIELD       PIC X(4).
       77  PAYMENT-YEAR             PIC 9(4).
       77  PAY-PERIOD               PIC X(7).
       77  YEAR-VALID               PIC X.
       77  BONUS-PERCENT            PIC 9(3).
       77  COMMIT-PASS              PIC X VALUE "N".
       77  OK-TO-COMMIT             PIC X.

       77  UPPER-ALPHA              PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA              PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

       77  WORKER-PAYABLE           PIC X.
       77  WORKER-REMARK            PIC X(22).
       77  HIRE-MONTH               PIC 99.
       77  ENTITLED-MONTHS          PIC S99.
       77  UNPAID-DAYS-IN-YEAR      PIC 9(3).
       77  UNPAID-MONTHS            PIC 99.
       77  WORKING-DAYS-PER-PERIOD  PIC 99 VALUE 22.
       77  WORKER-HAS-ENTRIES       PIC X.
       77  WORKER-HAS-SPECIAL       PIC X.
       77  WORKER-MAX-SEQ           PIC 9.
       77  NEW-ENTRY-SEQ            PIC 9.

       77  WORKER-BONUS             PIC 9(7)V99 VALUE ZERO.
       77  WORKER-DEDUCTIONS        PIC 9(7)V99 VALUE ZERO.
       77  WORKER-TAXES             PIC 9(7)V99 VALUE ZERO.
       77  WORKER-EMPLOYER-CONTRIB  PIC 9(7)V99 VALUE ZERO.
       77  WORKER-EMPLOYER-COST     PIC 9(9)V99 VALUE ZERO.
       77  WORKER-NET               PIC S9(7)V99 VALUE ZERO.
       77  ONE-DEDUCTION-AMOUNT     PIC 9(7)V99 VALUE ZERO.

       77  WORKERS-PRICED-COUNT     PIC 9(5) VALUE ZERO.
       77  WORKERS-PAID-COUNT       PIC 9(5) VALUE ZERO.
       77  WORKERS-NOT-PAID-COUNT   PIC 9(5) VALUE ZERO.
       77  RUN-BONUS-TOTAL          PIC 9(9)V99 VALUE ZERO.
       77  RUN-DEDUCTION-TOTAL      PIC 9(9)V99 VALUE ZERO.
       77  RUN-TAX-TOTAL            PIC 9(9)V99 VALUE ZERO.
       77  RUN-NET-TOTAL            PIC 9(9)V99 VALUE ZERO.
       77  RUN-EMPLOYER-COST-TOTAL  PIC 9(11)V99 VALUE ZERO.

       77  AMOUNT-VON-DEDUCTIONS    PIC 9(2) VALUE ZERO.
       77  TAX-ROWS-IN-TABLE        PIC X VALUE "N".
       77  SOLIDARITY-RATE          PIC 9(3)V99 VALUE ZERO.
       77  NO-TAX-CARD-COUNT        PIC 9(5) VALUE ZERO.
       77  WORKER-TAX-CLASS         PIC 9.
       77  WORKER-CHILD-ALLOWANCE   PIC 9V9.
       77  WORKER-CHURCH-TAX        PIC X.
       77  ANNUAL-TAX-BASIS         PIC S9(9)V99.
       77  ANNUAL-WAGE-TAX          PIC 9(9).
       77  ANNUAL-BASE-TAX          PIC 9(9).
       77  ANNUAL-SOLIDARITY        PIC 9(9)V99.
       77  SOLIDARITY-LIMIT         PIC 9(9)V99.
       77  SOLIDARITY-THRESHOLD     PIC 9(7).
       77  WAGE-TAX-WITHOUT         PIC 9(9).
       77  BASE-TAX-WITHOUT         PIC 9(9).
       77  SOLIDARITY-WITHOUT       PIC 9(9)V99.
       77  ONE-OFF-WAGE-TAX         PIC S9(9).
       77  ONE-OFF-BASE-TAX         PIC S9(9).
       77  ONE-OFF-SOLIDARITY       PIC S9(9)V99.
       77  CLASS-INCOME             PIC 9(9)V99.
       77  CLASS-TAX                PIC 9(9).
       77  CLASS-MINIMUM-TAX        PIC 9(9).
       77  CLASS-MAXIMUM-TAX        PIC 9(9).
       77  TARIFF-INCOME            PIC 9(9).
       77  TARIFF-TAX               PIC 9(9).
       77  TARIFF-HIGH-TAX          PIC 9(9).
       77  TARIFF-FACTOR            PIC 9V9(8).

      ******************************************************************
      *    Annual income-tax tariff and wage-tax allowances - the
      *    same figures PAYROLL-RUN taxes the month's pay with.
      ******************************************************************
       77  TARIFF-BASIC-ALLOWANCE   PIC 9(7) VALUE 11604.
       77  TARIFF-ZONE-2-LIMIT      PIC 9(7) VALUE 17005.
       77  TARIFF-ZONE-3-LIMIT      PIC 9(7) VALUE 66760.
       77  TARIFF-ZONE-4-LIMIT      PIC 9(7) VALUE 277825.
       77  TAX-EMPLOYEE-LUMP-SUM    PIC 9(5) VALUE 1230.
       77  TAX-SPECIAL-EXPENSES     PIC 9(5) VALUE 36.
       77  TAX-SINGLE-PARENT-RELIEF PIC 9(5) VALUE 4260.
       77  TAX-CHILD-ALLOWANCE-RATE PIC 9(5) VALUE 9312.
       77  SOLIDARITY-EXEMPT-LIMIT  PIC 9(7) VALUE 18130.
       01  TABLE-DEDUCTION-RECORD OCCURS 25 TIMES
               INDEXED BY DED-INDEX.
           05 TABLE-DED-CODE         PIC 9(3).
           05 TABLE-DED-KIND         PIC X.
           05 TABLE-DED-SIDE         PIC X.
           05 TABLE-DED-BASIS        PIC X.
           05 TABLE-DED-RATE         PIC 9(3)V99.
           05 TABLE-DED-FIXED-AMOUNT PIC 9(7)V99.
           05 TABLE-DED-BAND-FROM    PIC 9(7)V99.
           05 TABLE-DED-BAND-TO      PIC 9(7)V99.

       01  HEADER-LINE-1.
           05 FILLER PIC X(35)  VALUE
               "13TH-MONTH SALARY PREVIEW - PERIOD ".
           05 HL-PERIOD         PIC X(7).
           05 FILLER PIC X(11)  VALUE "  COMPANY ".
           05 HL-FIRMA-ID       PIC 99.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 HL-FIRMA-NAME     PIC X(40).
           05 FILLER PIC X(35)  VALUE SPACE.

       01  HEADER-LINE-2.
           05 FILLER PIC X(8)   VALUE "PAID AT ".
           05 HL-PERCENT        PIC ZZ9.
           05 FILLER PIC X(30)  VALUE
               " PERCENT OF A MONTH'S SALARY, ".
           05 FILLER PIC X(35)  VALUE
               "ONE TWELFTH PER ENTITLED MONTH".
           05 FILLER PIC X(56)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)   VALUE "ID".
           05 FILLER PIC X(21)  VALUE "Familie".
           05 FILLER PIC X(5)   VALUE "ABT".
           05 FILLER PIC X(11)  VALUE "     SALARY".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(3)   VALUE "TZ%".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(2)   VALUE "MO".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(3)   VALUE "UNP".
           05 FILLER PIC X(12)  VALUE "       BONUS".
           05 FILLER PIC X(12)  VALUE "  DEDUCTIONS".
           05 FILLER PIC X(12)  VALUE "  OF WHICH T".
           05 FILLER PIC X(12)  VALUE "         NET".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(23)  VALUE "REMARK".

       01  WORKER-LINE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-FAMILIE        PIC X(20).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-SALARY         PIC ZZZZ,ZZ9.99.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-TEILZEIT       PIC ZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-MONTHS         PIC Z9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-UNPAID-DAYS    PIC ZZ9.
           05 RL-BONUS          PIC Z,ZZZ,ZZ9.99.
           05 RL-DEDUCTIONS     PIC Z,ZZZ,ZZ9.99.
           05 RL-TAXES          PIC Z,ZZZ,ZZ9.99.
           05 RL-NET            PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-REMARK         PIC X(22).
           05 FILLER PIC X(1)   VALUE SPACE.

       01  TOTAL-LINE.
           05 FILLER PIC X(8)   VALUE "  TOTAL ".
           05 TL-PAID-COUNT     PIC ZZZZ9.
           05 FILLER PIC X(13)  VALUE " WORKERS PAID".
           05 FILLER PIC X(33)  VALUE SPACE.
           05 TL-BONUS          PIC ZZZZZZZZ9.99.
           05 TL-DEDUCTIONS     PIC ZZZZZZZZ9.99.
           05 TL-TAXES          PIC ZZZZZZZZ9.99.
           05 TL-NET            PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(25)  VALUE SPACE.

       01  NOT-PAID-LINE.
           05 FILLER PIC X(11)  VALUE "  NOT PAID ".
           05 NL-NOT-PAID-COUNT PIC ZZZZ9.
           05 FILLER PIC X(30)  VALUE
               " WORKERS - SEE THE REMARKS".
           05 FILLER PIC X(86)  VALUE SPACE.

       01  EMPLOYER-COST-LINE.
           05 FILLER PIC X(33)  VALUE
               "  EMPLOYER COST OF THE PAYMENT  ".
           05 EL-EMPLOYER-COST  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(81)  VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(40)  VALUE
               "NO ACTIVE WORKERS FOR THE RUN'S COMPANY".
           05 FILLER PIC X(92)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "firma-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               PERFORM RUN-THE-SPECIAL-PAYMENT
               PERFORM RELEASE-UPDATE-LOCK.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    Two passes over the master - the preview prices everyone
      *    and prints, and once the clerk confirms HR has signed it
      *    off the commit pass prices everyone again the same way
      *    and writes.
      ******************************************************************
       RUN-THE-SPECIAL-PAYMENT.
           PERFORM OPENING-PROCEDURE.
           MOVE "N" TO COMMIT-PASS.
           PERFORM PRINT-THE-PREVIEW.
           IF WORKERS-PAID-COUNT = ZERO
               DISPLAY "NOBODY IS DUE A 13TH SALARY FOR " PAY-PERIOD
                   " - NOTHING TO WRITE"
           ELSE
               PERFORM ASK-OK-TO-COMMIT
               IF OK-TO-COMMIT = "Y"
                   PERFORM COMMIT-THE-PAYMENT
               ELSE
                   DISPLAY "NOTHING WAS WRITTEN - THE PREVIEW IS IN "
                       "SPECIAL-PAYMENT-PREVIEW".
           PERFORM CLOSING-PROCEDURE.

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM OPEN-PAY-REGISTER-FILE.
           PERFORM LOAD-DEDUCTION-TABLE.
           PERFORM OPEN-URLAUB-FILE.
           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-MEMBERSHIP-FILE.
           PERFORM OPEN-TAX-CARD-FILE.
           PERFORM ENTER-PAYMENT-YEAR.
           PERFORM ENTER-BONUS-PERCENT.
           PERFORM ENTER-RUN-FIRMA.

       CLOSING-PROCEDURE.
           IF URLAUB-FILE-MISSING NOT = "Y"
               CLOSE URLAUB-FILE.
           IF MEMBERSHIP-FILE-MISSING NOT = "Y"
               CLOSE MEMBERSHIP-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               CLOSE TAX-CARD-FILE.
           CLOSE YTD-FILE.
           CLOSE PAY-REGISTER-FILE.
           CLOSE ARBEITER-FILE.

      ******************************************************************
      *    The register and the year-to-date file are created by the
      *    first run that writes them - status "35" on the I-O open
      *    means they are not on disk yet.
      ******************************************************************
       OPEN-PAY-REGISTER-FILE.
           OPEN I-O PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT PAY-REGISTER-FILE
               CLOSE PAY-REGISTER-FILE
               OPEN I-O PAY-REGISTER-FILE.

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE.
           IF YTD-FILE-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE.

      ******************************************************************
      *    Absences - status "35" just means none are recorded, so
      *    nobody's entitlement is cut for unpaid leave.
      ******************************************************************
       OPEN-URLAUB-FILE.
           OPEN INPUT URLAUB-FILE.
           IF URLAUB-FILE-STATUS = "35"
               MOVE "Y" TO URLAUB-FILE-MISSING.

       OPEN-MEMBERSHIP-FILE.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBERSHIP-FILE-STATUS = "35"
               MOVE "Y" TO MEMBERSHIP-FILE-MISSING.

       OPEN-TAX-CARD-FILE.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               MOVE "Y" TO TAX-CARD-FILE-MISSING.

      ******************************************************************
      *    Deduction table - loaded once at startup, the same load
      *    as PAYROLL-RUN's. The surcharge rate of the first
      *    solidarity row is kept for the one-off surcharge.
      ******************************************************************
       LOAD-DEDUCTION-TABLE.
           MOVE ZERO TO AMOUNT-VON-DEDUCTIONS.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS = "35"
               DISPLAY "DEDUCTION-TABLE NOT SET UP - NET PAY WILL "
                   "EQUAL GROSS"
           ELSE
               MOVE ZERO TO DED-CODE
               START DEDUCTION-FILE KEY IS NOT LESS THAN DED-CODE
                   INVALID KEY
                   MOVE "Y" TO DEDUCTION-FILE-AT-END
               END-START
               IF DEDUCTION-FILE-AT-END NOT = "Y"
                   SET DED-INDEX TO 1
                   PERFORM READ-NEXT-DEDUCTION-FOR-TABLE
                   PERFORM LOAD-ONE-DEDUCTION-RECORD
                       UNTIL DEDUCTION-FILE-AT-END = "Y" OR
                       DED-INDEX > 25
               END-IF
               IF DEDUCTION-FILE-AT-END NOT = "Y"
                   DISPLAY "DEDUCTION TABLE TRUNCATED - ONLY 25 "
                       "ROWS LOADED, NET PAY WILL COME OUT HIGH"
               END-IF
               CLOSE DEDUCTION-FILE.

       LOAD-ONE-DEDUCTION-RECORD.
           MOVE DED-CODE         TO TABLE-DED-CODE(DED-INDEX).
           MOVE DED-KIND         TO TABLE-DED-KIND(DED-INDEX).
           MOVE DED-SIDE         TO TABLE-DED-SIDE(DED-INDEX).
           MOVE DED-BASIS        TO TABLE-DED-BASIS(DED-INDEX).
           MOVE DED-RATE         TO TABLE-DED-RATE(DED-INDEX).
           MOVE DED-FIXED-AMOUNT TO TABLE-DED-FIXED-AMOUNT(DED-INDEX).
           MOVE DED-BAND-FROM    TO TABLE-DED-BAND-FROM(DED-INDEX).
           MOVE DED-BAND-TO      TO TABLE-DED-BAND-TO(DED-INDEX).
           IF DED-IS-TAX-BASED
               MOVE "Y" TO TAX-ROWS-IN-TABLE.
           IF DED-IS-SOLIDARITY AND SOLIDARITY-RATE = ZERO
               MOVE DED-RATE TO SOLIDARITY-RATE.
           ADD 1 TO AMOUNT-VON-DEDUCTIONS.
           PERFORM READ-NEXT-DEDUCTION-FOR-TABLE.
           IF DEDUCTION-FILE-AT-END NOT = "Y"
               SET DED-INDEX UP BY 1.

       READ-NEXT-DEDUCTION-FOR-TABLE.
           MOVE "N" TO DEDUCTION-FILE-AT-END.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DEDUCTION-FILE-AT-END.

      ******************************************************************
      *    The year the 13th salary is for - it is paid with that
      *    year's November period.
      ******************************************************************
       ENTER-PAYMENT-YEAR.
           PERFORM ACCEPT-PAYMENT-YEAR.
           PERFORM RE-ACCEPT-PAYMENT-YEAR
               UNTIL YEAR-VALID = "Y".
           MOVE SPACE TO PAY-PERIOD.
           STRING
               PAYMENT-YEAR DELIMITED BY SIZE
               "-11"        DELIMITED BY SIZE
               INTO PAY-PERIOD.

       ACCEPT-PAYMENT-YEAR.
           DISPLAY "ENTER THE YEAR OF THE 13TH SALARY (YYYY)".
           MOVE SPACE TO PAYMENT-YEAR-FIELD.
           ACCEPT PAYMENT-YEAR-FIELD.
           MOVE "Y" TO YEAR-VALID.
           IF PAYMENT-YEAR-FIELD IS NOT NUMERIC
               MOVE "N" TO YEAR-VALID
               DISPLAY "YEAR MUST BE FOUR DIGITS"
           ELSE
               MOVE PAYMENT-YEAR-FIELD TO PAYMENT-YEAR
               IF PAYMENT-YEAR < 1900
                   MOVE "N" TO YEAR-VALID
                   DISPLAY "YEAR MUST BE FOUR DIGITS".

       RE-ACCEPT-PAYMENT-YEAR.
           PERFORM ACCEPT-PAYMENT-YEAR.

      ******************************************************************
      *    The share of one month's SALARY paid - nothing keyed pays
      *    a full 13th salary.
      ******************************************************************
       ENTER-BONUS-PERCENT.
           DISPLAY "PAY WHAT PERCENT OF ONE MONTH'S SALARY "
               "(100 FOR A FULL 13TH SALARY)?".
           MOVE ZERO TO BONUS-PERCENT.
           ACCEPT BONUS-PERCENT.
           IF BONUS-PERCENT = ZERO
               MOVE 100 TO BONUS-PERCENT.

      ******************************************************************
      *    The company this run pays - 0 pays every company at once.
      ******************************************************************
       ENTER-RUN-FIRMA.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.

       ASK-OK-TO-COMMIT.
           PERFORM ACCEPT-OK-TO-COMMIT.
           PERFORM RE-ACCEPT-OK-TO-COMMIT
               UNTIL OK-TO-COMMIT = "Y" OR "N".

       ACCEPT-OK-TO-COMMIT.
           DISPLAY WORKERS-PAID-COUNT " WORKERS, "
               RUN-BONUS-TOTAL " GROSS, " RUN-NET-TOTAL " NET".
           DISPLAY "HAS HR SIGNED OFF THE PREVIEW - WRITE THE "
               "PAYMENTS NOW (Y/N)?".
           ACCEPT OK-TO-COMMIT.
           INSPECT OK-TO-COMMIT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-COMMIT.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-COMMIT.

      ******************************************************************
      *    Preview pass - one line per worker priced, paid or not,
      *    then the totals; the listing is filed in the report
      *    catalog as the record HR signed.
      ******************************************************************
       PRINT-THE-PREVIEW.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-TITLE.
           PERFORM WALK-THE-WORKERS.
           IF WORKERS-PRICED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

       WRITE-REPORT-TITLE.
           MOVE PAY-PERIOD TO HL-PERIOD.
           MOVE FR-RUN-FIRMA-ID TO HL-FIRMA-ID.
           MOVE FR-RUN-NAME TO HL-FIRMA-NAME.
           IF FR-RUN-IS-ALL-FIRMEN
               MOVE "ALL COMPANIES" TO HL-FIRMA-NAME.
           MOVE BONUS-PERCENT TO HL-PERCENT.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE HEADER-LINE-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WORKERS-PAID-COUNT TO TL-PAID-COUNT.
           MOVE RUN-BONUS-TOTAL TO TL-BONUS.
           MOVE RUN-DEDUCTION-TOTAL TO TL-DEDUCTIONS.
           MOVE RUN-TAX-TOTAL TO TL-TAXES.
           MOVE RUN-NET-TOTAL TO TL-NET.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RUN-EMPLOYER-COST-TOTAL TO EL-EMPLOYER-COST.
           MOVE EMPLOYER-COST-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WORKERS-NOT-PAID-COUNT TO NL-NOT-PAID-COUNT.
           MOVE NOT-PAID-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FILE-REPORT-IN-CATALOG.
           MOVE "SPECIAL-PAYMENT-RUN" TO CATALOG-PROGRAM-NAME.
           MOVE "SPECIAL-PAYMENT-PREVIEW" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD "        DELIMITED BY SIZE
               PAY-PERIOD       DELIMITED BY SIZE
               " COMPANY "      DELIMITED BY SIZE
               FR-RUN-FIRMA-ID  DELIMITED BY SIZE
               " PERCENT "      DELIMITED BY SIZE
               BONUS-PERCENT    DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

      ******************************************************************
      *    Commit pass - the same pricing, now writing the register
      *    entries and the year-to-date figures.
      ******************************************************************
       COMMIT-THE-PAYMENT.
           MOVE "Y" TO COMMIT-PASS.
           MOVE ZERO TO WORKERS-PRICED-COUNT.
           MOVE ZERO TO WORKERS-PAID-COUNT.
           MOVE ZERO TO WORKERS-NOT-PAID-COUNT.
           MOVE ZERO TO RUN-BONUS-TOTAL.
           MOVE ZERO TO RUN-DEDUCTION-TOTAL.
           MOVE ZERO TO RUN-TAX-TOTAL.
           MOVE ZERO TO RUN-NET-TOTAL.
           MOVE ZERO TO RUN-EMPLOYER-COST-TOTAL.
           PERFORM WALK-THE-WORKERS.
           PERFORM DISPLAY-RUN-TOTALS.

       WALK-THE-WORKERS.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM PRICE-ONE-ARBEITER-IF-ACTIVE
                   UNTIL ARBEITER-FILE-AT-END = "Y".

       READ-NEXT-ARBEITER-RECORD.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    Only active workers of the run's company are priced; a
      *    leaver already gone, or a hire not yet started, is not
      *    looked at.
      ******************************************************************
       PRICE-ONE-ARBEITER-IF-ACTIVE.
           MOVE "N" TO WORKER-PAYABLE.
           IF ARBEITER-IS-ACTIVE
               MOVE "A" TO FR-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO FR-ABTEILUNG-ID
               CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST
               IF FR-IN-RUN = "Y"
                   PERFORM PRICE-ONE-ARBEITER.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       PRICE-ONE-ARBEITER.
           ADD 1 TO WORKERS-PRICED-COUNT.
           MOVE "Y" TO WORKER-PAYABLE.
           MOVE SPACE TO WORKER-REMARK.
           MOVE ZERO TO WORKER-BONUS.
           MOVE ZERO TO WORKER-DEDUCTIONS.
           MOVE ZERO TO WORKER-TAXES.
           MOVE ZERO TO WORKER-EMPLOYER-CONTRIB.
           MOVE ZERO TO WORKER-NET.
           MOVE ZERO TO UNPAID-DAYS-IN-YEAR.
           PERFORM FIND-ENTITLED-MONTHS.
           PERFORM CHECK-WORKER-REGISTER.
           IF AUSTRITTS-DATUM NOT = SPACE
               MOVE "N" TO WORKER-PAYABLE
               MOVE "NOTICE GIVEN" TO WORKER-REMARK
           ELSE
           IF ENTITLED-MONTHS NOT > ZERO
               MOVE "N" TO WORKER-PAYABLE
               MOVE "NO ENTITLED MONTHS" TO WORKER-REMARK
           ELSE
           IF WORKER-HAS-SPECIAL = "Y"
               MOVE "N" TO WORKER-PAYABLE
               MOVE "ALREADY PAID" TO WORKER-REMARK
           ELSE
           IF WORKER-HAS-ENTRIES = "Y" AND WORKER-MAX-SEQ = 9
               MOVE "N" TO WORKER-PAYABLE
               MOVE "NO FREE REGISTER ENTRY" TO WORKER-REMARK.
           IF WORKER-PAYABLE = "Y"
               PERFORM COMPUTE-WORKER-BONUS
               PERFORM APPLY-DEDUCTIONS
               ADD 1 TO WORKERS-PAID-COUNT
               ADD WORKER-BONUS TO RUN-BONUS-TOTAL
               ADD WORKER-DEDUCTIONS TO RUN-DEDUCTION-TOTAL
               ADD WORKER-TAXES TO RUN-TAX-TOTAL
               ADD WORKER-NET TO RUN-NET-TOTAL
               ADD WORKER-EMPLOYER-COST TO RUN-EMPLOYER-COST-TOTAL
           ELSE
               ADD 1 TO WORKERS-NOT-PAID-COUNT.
           IF COMMIT-PASS = "Y"
               IF WORKER-PAYABLE = "Y"
                   PERFORM WRITE-PAY-REGISTER-RECORD
               END-IF
           ELSE
               PERFORM WRITE-WORKER-LINE.

      ******************************************************************
      *    Entitled months - the whole year, or from the month of
      *    hire for a worker hired during it, less a month for
      *    every full WORKING-DAYS-PER-PERIOD days of unpaid leave
      *    begun in the year.
      ******************************************************************
       FIND-ENTITLED-MONTHS.
           MOVE 12 TO ENTITLED-MONTHS.
           IF EINSTELL-DATUM(1:4) IS NUMERIC AND
               EINSTELL-DATUM(6:2) IS NUMERIC
               IF EINSTELL-DATUM(1:4) > PAYMENT-YEAR-FIELD
                   MOVE ZERO TO ENTITLED-MONTHS
               ELSE
               IF EINSTELL-DATUM(1:4) = PAYMENT-YEAR-FIELD
                   MOVE EINSTELL-DATUM(6:2) TO HIRE-MONTH
                   COMPUTE ENTITLED-MONTHS = 13 - HIRE-MONTH.
           IF URLAUB-FILE-MISSING NOT = "Y"
               PERFORM SCAN-WORKER-UNPAID-LEAVE.
           DIVIDE UNPAID-DAYS-IN-YEAR BY WORKING-DAYS-PER-PERIOD
               GIVING UNPAID-MONTHS.
           SUBTRACT UNPAID-MONTHS FROM ENTITLED-MONTHS.
           IF ENTITLED-MONTHS < ZERO
               MOVE ZERO TO ENTITLED-MONTHS.

       SCAN-WORKER-UNPAID-LEAVE.
           MOVE ARBEITER-ID TO UR-ARBEITER-ID.
           MOVE SPACE TO UR-VON-DATUM.
           MOVE "N" TO URLAUB-LIST-AT-END.
           START URLAUB-FILE
               KEY IS NOT LESS THAN UR-WORKER-DATE-KEY
               INVALID KEY
               MOVE "Y" TO URLAUB-LIST-AT-END.
           IF URLAUB-LIST-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD
               PERFORM COUNT-ONE-UNPAID-IF-MATCH
                   UNTIL URLAUB-LIST-AT-END = "Y".

       COUNT-ONE-UNPAID-IF-MATCH.
           IF UR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO URLAUB-LIST-AT-END
           ELSE
           IF UR-IS-UNPAID AND
               UR-VON-DATUM(1:4) = PAYMENT-YEAR-FIELD
               ADD UR-TAGE TO UNPAID-DAYS-IN-YEAR.
           IF URLAUB-LIST-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD.

       READ-NEXT-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO URLAUB-LIST-AT-END.

      ******************************************************************
      *    The worker's entries for the period sit together under
      *    the key - the highest sequence in use, and whether one
      *    of them is already a special payment.
      ******************************************************************
       CHECK-WORKER-REGISTER.
           MOVE "N" TO WORKER-HAS-ENTRIES.
           MOVE "N" TO WORKER-HAS-SPECIAL.
           MOVE ZERO TO WORKER-MAX-SEQ.
           MOVE PAY-PERIOD TO PR-PERIOD.
           MOVE ARBEITER-ID TO PR-ARBEITER-ID.
           MOVE ZERO TO PR-ENTRY-SEQ.
           MOVE "N" TO REGISTER-AT-END.
           START PAY-REGISTER-FILE
               KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-AT-END.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD
               PERFORM JUDGE-ONE-WORKER-ENTRY
                   UNTIL REGISTER-AT-END = "Y".

       JUDGE-ONE-WORKER-ENTRY.
           IF PR-PERIOD NOT = PAY-PERIOD OR
               PR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               MOVE "Y" TO WORKER-HAS-ENTRIES
               MOVE PR-ENTRY-SEQ TO WORKER-MAX-SEQ
               IF PR-IS-SPECIAL
                   MOVE "Y" TO WORKER-HAS-SPECIAL
               END-IF
               PERFORM READ-NEXT-REGISTER-RECORD.

       READ-NEXT-REGISTER-RECORD.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REGISTER-AT-END.

       COMPUTE-WORKER-BONUS.
           COMPUTE WORKER-BONUS ROUNDED =
               SALARY * BONUS-PERCENT / 100 * ENTITLED-MONTHS / 12.

      ******************************************************************
      *    Deductions on the payment - the percentage rows at the
      *    band the monthly SALARY falls in, member rows at the
      *    worker's own rate, then the one-off taxes. Fixed-amount,
      *    pension-conversion and loan rows were settled with the
      *    month's pay.
      ******************************************************************
       APPLY-DEDUCTIONS.
           MOVE SPACE TO PAY-REGISTER-RECORD.
           MOVE ZERO TO PR-DEDUCTION-COUNT.
           PERFORM APPLY-ONE-DEDUCTION
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           IF TAX-ROWS-IN-TABLE = "Y"
               PERFORM APPLY-ONE-OFF-TAX.
           COMPUTE WORKER-NET = WORKER-BONUS - WORKER-DEDUCTIONS.
           IF WORKER-NET < ZERO
               MOVE ZERO TO WORKER-NET.
           COMPUTE WORKER-EMPLOYER-COST =
               WORKER-BONUS + WORKER-EMPLOYER-CONTRIB.

       APPLY-ONE-DEDUCTION.
           MOVE ZERO TO ONE-DEDUCTION-AMOUNT.
           IF TABLE-DED-BASIS(DED-INDEX) = "L" OR "S" OR "K" OR "D"
               OR "V"
               CONTINUE
           ELSE
           IF TABLE-DED-KIND(DED-INDEX) NOT = "P"
               CONTINUE
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "M"
               PERFORM APPLY-ONE-MEMBER-DEDUCTION
           ELSE
           IF SALARY >= TABLE-DED-BAND-FROM(DED-INDEX) AND
               (TABLE-DED-BAND-TO(DED-INDEX) = ZERO OR
               SALARY <= TABLE-DED-BAND-TO(DED-INDEX))
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   WORKER-BONUS * TABLE-DED-RATE(DED-INDEX) / 100
               PERFORM TAKE-ONE-SIDE-AMOUNT.

       APPLY-ONE-MEMBER-DEDUCTION.
           MOVE "N" TO MEMBER-ROW-FOUND.
           IF MEMBERSHIP-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO MB-ARBEITER-ID
               MOVE TABLE-DED-CODE(DED-INDEX) TO MB-DED-CODE
               MOVE "Y" TO MEMBER-ROW-FOUND
               READ MEMBERSHIP-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO MEMBER-ROW-FOUND
               END-READ.
           IF MEMBER-ROW-FOUND = "Y"
               MOVE TABLE-DED-RATE(DED-INDEX) TO MEMBER-RATE
               IF MB-OVERRIDE-RATE > ZERO
                   MOVE MB-OVERRIDE-RATE TO MEMBER-RATE
               END-IF
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   WORKER-BONUS * MEMBER-RATE / 100
               PERFORM TAKE-ONE-SIDE-AMOUNT.

       TAKE-ONE-SIDE-AMOUNT.
           IF TABLE-DED-SIDE(DED-INDEX) = "E"
               ADD ONE-DEDUCTION-AMOUNT TO WORKER-EMPLOYER-CONTRIB
           ELSE
               PERFORM STORE-ONE-DEDUCTION.

       STORE-ONE-DEDUCTION.
           ADD ONE-DEDUCTION-AMOUNT TO WORKER-DEDUCTIONS.
           IF PR-DEDUCTION-COUNT < 10
               ADD 1 TO PR-DEDUCTION-COUNT
               MOVE TABLE-DED-CODE(DED-INDEX)
                   TO PR-DED-CODE(PR-DEDUCTION-COUNT)
               MOVE ONE-DEDUCTION-AMOUNT
                   TO PR-DED-AMOUNT(PR-DEDUCTION-COUNT)
           ELSE
               DISPLAY "WARNING - MORE THAN 10 DEDUCTIONS FOR "
                   "ARBEITER " ARBEITER-ID
                   " - AMOUNT IN TOTAL ONLY".

      ******************************************************************
      *    One-off payment tax - the annual figures are worked out
      *    twice, on the expected annual wage without the payment
      *    and with it (less the social rows just taken on it), and
      *    the payment bears the difference in full, not a twelfth.
      ******************************************************************
       APPLY-ONE-OFF-TAX.
           PERFORM READ-WORKER-TAX-CARD.
           COMPUTE ANNUAL-TAX-BASIS = SALARY * 12.
           PERFORM COMPUTE-ANNUAL-TAXES.
           MOVE ANNUAL-WAGE-TAX TO WAGE-TAX-WITHOUT.
           MOVE ANNUAL-BASE-TAX TO BASE-TAX-WITHOUT.
           MOVE ANNUAL-SOLIDARITY TO SOLIDARITY-WITHOUT.
           COMPUTE ANNUAL-TAX-BASIS =
               SALARY * 12 + WORKER-BONUS - WORKER-DEDUCTIONS.
           PERFORM COMPUTE-ANNUAL-TAXES.
           COMPUTE ONE-OFF-WAGE-TAX =
               ANNUAL-WAGE-TAX - WAGE-TAX-WITHOUT.
           COMPUTE ONE-OFF-BASE-TAX =
               ANNUAL-BASE-TAX - BASE-TAX-WITHOUT.
           COMPUTE ONE-OFF-SOLIDARITY =
               ANNUAL-SOLIDARITY - SOLIDARITY-WITHOUT.
           IF ONE-OFF-WAGE-TAX < ZERO
               MOVE ZERO TO ONE-OFF-WAGE-TAX.
           IF ONE-OFF-BASE-TAX < ZERO
               MOVE ZERO TO ONE-OFF-BASE-TAX.
           IF ONE-OFF-SOLIDARITY < ZERO
               MOVE ZERO TO ONE-OFF-SOLIDARITY.
           PERFORM APPLY-ONE-TAX-ROW
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.

      ******************************************************************
      *    A worker without a tax card is taxed at class 6 - no
      *    allowances, no church tax - until the card is keyed.
      ******************************************************************
       READ-WORKER-TAX-CARD.
           MOVE "N" TO TAX-CARD-FOUND.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO TC-ARBEITER-ID
               MOVE "Y" TO TAX-CARD-FOUND
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO TAX-CARD-FOUND
               END-READ.
           IF TAX-CARD-FOUND = "Y"
               MOVE TC-TAX-CLASS TO WORKER-TAX-CLASS
               MOVE TC-CHILD-ALLOWANCE TO WORKER-CHILD-ALLOWANCE
               MOVE TC-CHURCH-TAX-FLAG TO WORKER-CHURCH-TAX
           ELSE
               MOVE 6 TO WORKER-TAX-CLASS
               MOVE ZERO TO WORKER-CHILD-ALLOWANCE
               MOVE "N" TO WORKER-CHURCH-TAX
               IF COMMIT-PASS NOT = "Y"
                   ADD 1 TO NO-TAX-CARD-COUNT
                   DISPLAY "NO TAX CARD FOR ARBEITER " ARBEITER-ID
                       " - TAXED AT CLASS 6".

      ******************************************************************
      *    The annual wage tax on ANNUAL-TAX-BASIS after the class's
      *    lump sums, the tax after child allowances the surcharge
      *    and church tax are levied on, and the annual surcharge.
      ******************************************************************
       COMPUTE-ANNUAL-TAXES.
           IF WORKER-TAX-CLASS NOT = 6
               SUBTRACT TAX-EMPLOYEE-LUMP-SUM FROM ANNUAL-TAX-BASIS
               SUBTRACT TAX-SPECIAL-EXPENSES FROM ANNUAL-TAX-BASIS.
           IF WORKER-TAX-CLASS = 2
               SUBTRACT TAX-SINGLE-PARENT-RELIEF FROM ANNUAL-TAX-BASIS.
           IF ANNUAL-TAX-BASIS < ZERO
               MOVE ZERO TO ANNUAL-TAX-BASIS.
           MOVE ANNUAL-TAX-BASIS TO CLASS-INCOME.
           PERFORM COMPUTE-CLASS-TAX.
           MOVE CLASS-TAX TO ANNUAL-WAGE-TAX.
           MOVE ANNUAL-WAGE-TAX TO ANNUAL-BASE-TAX.
           IF WORKER-CHILD-ALLOWANCE > ZERO
               COMPUTE ANNUAL-TAX-BASIS = ANNUAL-TAX-BASIS -
                   WORKER-CHILD-ALLOWANCE * TAX-CHILD-ALLOWANCE-RATE
               IF ANNUAL-TAX-BASIS < ZERO
                   MOVE ZERO TO ANNUAL-TAX-BASIS
               END-IF
               MOVE ANNUAL-TAX-BASIS TO CLASS-INCOME
               PERFORM COMPUTE-CLASS-TAX
               MOVE CLASS-TAX TO ANNUAL-BASE-TAX.
           PERFORM COMPUTE-SOLIDARITY.

      ******************************************************************
      *    Annual tax on CLASS-INCOME for the worker's class - the
      *    same splitting and class 5/6 rules as PAYROLL-RUN.
      ******************************************************************
       COMPUTE-CLASS-TAX.
           IF WORKER-TAX-CLASS = 3
               COMPUTE TARIFF-INCOME = CLASS-INCOME / 2
               PERFORM COMPUTE-TARIFF-TAX
               COMPUTE CLASS-TAX = TARIFF-TAX * 2
           ELSE
           IF WORKER-TAX-CLASS = 5 OR 6
               COMPUTE TARIFF-INCOME = CLASS-INCOME * 1.25
               PERFORM COMPUTE-TARIFF-TAX
               MOVE TARIFF-TAX TO TARIFF-HIGH-TAX
               COMPUTE TARIFF-INCOME = CLASS-INCOME * 0.75
               PERFORM COMPUTE-TARIFF-TAX
               COMPUTE CLASS-TAX =
                   (TARIFF-HIGH-TAX - TARIFF-TAX) * 2
               COMPUTE CLASS-MINIMUM-TAX = CLASS-INCOME * 0.14
               COMPUTE CLASS-MAXIMUM-TAX = CLASS-INCOME * 0.42
               IF CLASS-TAX < CLASS-MINIMUM-TAX
                   MOVE CLASS-MINIMUM-TAX TO CLASS-TAX
               END-IF
               IF CLASS-TAX > CLASS-MAXIMUM-TAX
                   MOVE CLASS-MAXIMUM-TAX TO CLASS-TAX
               END-IF
           ELSE
               MOVE CLASS-INCOME TO TARIFF-INCOME
               PERFORM COMPUTE-TARIFF-TAX
               MOVE TARIFF-TAX TO CLASS-TAX.

       COMPUTE-TARIFF-TAX.
           IF TARIFF-INCOME NOT > TARIFF-BASIC-ALLOWANCE
               MOVE ZERO TO TARIFF-TAX
           ELSE
           IF TARIFF-INCOME NOT > TARIFF-ZONE-2-LIMIT
               COMPUTE TARIFF-FACTOR =
                   (TARIFF-INCOME - TARIFF-BASIC-ALLOWANCE) / 10000
               COMPUTE TARIFF-TAX =
                   (922.98 * TARIFF-FACTOR + 1400) * TARIFF-FACTOR
           ELSE
           IF TARIFF-INCOME NOT > TARIFF-ZONE-3-LIMIT
               COMPUTE TARIFF-FACTOR =
                   (TARIFF-INCOME - TARIFF-ZONE-2-LIMIT) / 10000
               COMPUTE TARIFF-TAX =
                   (181.19 * TARIFF-FACTOR + 2397) * TARIFF-FACTOR
                   + 1025.38
           ELSE
           IF TARIFF-INCOME NOT > TARIFF-ZONE-4-LIMIT
               COMPUTE TARIFF-TAX =
                   TARIFF-INCOME * 0.42 - 10602.13
           ELSE
               COMPUTE TARIFF-TAX =
                   TARIFF-INCOME * 0.45 - 18936.88.

       COMPUTE-SOLIDARITY.
           MOVE ZERO TO ANNUAL-SOLIDARITY.
           MOVE SOLIDARITY-EXEMPT-LIMIT TO SOLIDARITY-THRESHOLD.
           IF WORKER-TAX-CLASS = 3
               COMPUTE SOLIDARITY-THRESHOLD =
                   SOLIDARITY-EXEMPT-LIMIT * 2.
           IF ANNUAL-BASE-TAX > SOLIDARITY-THRESHOLD
               COMPUTE ANNUAL-SOLIDARITY ROUNDED =
                   ANNUAL-BASE-TAX * SOLIDARITY-RATE / 100
               COMPUTE SOLIDARITY-LIMIT ROUNDED =
                   (ANNUAL-BASE-TAX - SOLIDARITY-THRESHOLD)
                   * 11.9 / 100
               IF ANNUAL-SOLIDARITY > SOLIDARITY-LIMIT
                   MOVE SOLIDARITY-LIMIT TO ANNUAL-SOLIDARITY.

      ******************************************************************
      *    One tax row - "L" the one-off wage tax, "S" the one-off
      *    surcharge, "K" the row's church-tax rate on the one-off
      *    tax after child allowances, for workers liable to it. A
      *    zero amount writes no entry.
      ******************************************************************
       APPLY-ONE-TAX-ROW.
           MOVE ZERO TO ONE-DEDUCTION-AMOUNT.
           IF TABLE-DED-BASIS(DED-INDEX) = "L"
               MOVE ONE-OFF-WAGE-TAX TO ONE-DEDUCTION-AMOUNT
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "S"
               MOVE ONE-OFF-SOLIDARITY TO ONE-DEDUCTION-AMOUNT
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "K" AND
               WORKER-CHURCH-TAX = "Y"
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   ONE-OFF-BASE-TAX * TABLE-DED-RATE(DED-INDEX)
                   / 100.
           IF ONE-DEDUCTION-AMOUNT > ZERO
               ADD ONE-DEDUCTION-AMOUNT TO WORKER-TAXES
               PERFORM STORE-ONE-DEDUCTION.

       WRITE-WORKER-LINE.
           MOVE ARBEITER-ID TO RL-ARBEITER-ID.
           MOVE FAMILIE TO RL-FAMILIE.
           MOVE ARBEITER-ABTEILUNG-ID TO RL-ABTEILUNG-ID.
           MOVE SALARY TO RL-SALARY.
           MOVE TEILZEIT-PROZENT TO RL-TEILZEIT.
           IF TEILZEIT-PROZENT IS NOT NUMERIC OR
               TEILZEIT-PROZENT = ZERO
               MOVE 100 TO RL-TEILZEIT.
           MOVE ENTITLED-MONTHS TO RL-MONTHS.
           MOVE UNPAID-DAYS-IN-YEAR TO RL-UNPAID-DAYS.
           MOVE WORKER-BONUS TO RL-BONUS.
           MOVE WORKER-DEDUCTIONS TO RL-DEDUCTIONS.
           MOVE WORKER-TAXES TO RL-TAXES.
           MOVE WORKER-NET TO RL-NET.
           MOVE WORKER-REMARK TO RL-REMARK.
           IF WORKER-PAYABLE NOT = "Y"
               MOVE ZERO TO RL-BONUS
               MOVE ZERO TO RL-DEDUCTIONS
               MOVE ZERO TO RL-TAXES
               MOVE ZERO TO RL-NET.
           MOVE WORKER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    The special entry - the payment is the entry's gross and
      *    none of the monthly components are on it. It goes at the
      *    worker's next free sequence for the period, so it sits
      *    beside the month's own entry without disturbing it.
      ******************************************************************
       WRITE-PAY-REGISTER-RECORD.
           IF WORKER-HAS-ENTRIES = "Y"
               COMPUTE NEW-ENTRY-SEQ = WORKER-MAX-SEQ + 1
           ELSE
               MOVE ZERO TO NEW-ENTRY-SEQ.
           MOVE PAY-PERIOD            TO PR-PERIOD.
           MOVE ARBEITER-ID           TO PR-ARBEITER-ID.
           MOVE NEW-ENTRY-SEQ         TO PR-ENTRY-SEQ.
           MOVE "S"                   TO PR-ENTRY-ART.
           MOVE ARBEITER-ABTEILUNG-ID TO PR-ABTEILUNG-ID.
           MOVE WORKER-BONUS          TO PR-GROSS-PAY.
           MOVE ZERO                  TO PR-BONUS-AMOUNT.
           MOVE ZERO                  TO PR-ABSENCE-ADJUSTMENT.
           MOVE ZERO                  TO PR-RETRO-AMOUNT.
           MOVE ZERO                  TO PR-OVERTIME-AMOUNT.
           MOVE ZERO                  TO PR-VARIABLE-AMOUNT.
           MOVE ZERO                  TO PR-VACATION-PAYOUT.
           MOVE WORKER-DEDUCTIONS     TO PR-TOTAL-DEDUCTIONS.
           MOVE ZERO                  TO PR-ARREARS-AMOUNT.
           MOVE ZERO                  TO PR-GARNISHMENT-AMOUNT.
           MOVE ZERO                  TO PR-REIMBURSEMENT-AMOUNT.
           MOVE WORKER-NET            TO PR-NET-PAY.
           MOVE WORKER-EMPLOYER-COST  TO PR-EMPLOYER-COST.
           MOVE SPACE                 TO PR-PAYMENT-STATUS.
           MOVE ZERO                  TO PR-BENEFIT-IN-KIND.
           MOVE ZERO                  TO PR-MATERNITY-TOP-UP.
           MOVE ZERO                  TO PR-SHORT-TIME-TARGET.
           MOVE ZERO                  TO PR-SHORT-TIME-REDUCTION.
           MOVE ZERO                  TO PR-SHORT-TIME-ALLOWANCE.
           PERFORM CLEAR-ONE-UNUSED-DEDUCTION
               VARYING REGISTER-DED-SUB FROM PR-DEDUCTION-COUNT BY 1
               UNTIL REGISTER-DED-SUB > 10.
           WRITE PAY-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAY REGISTER RECORD FOR "
                   "ARBEITER " ARBEITER-ID
               NOT INVALID KEY
               PERFORM UPDATE-YTD-RECORD.

       CLEAR-ONE-UNUSED-DEDUCTION.
           IF REGISTER-DED-SUB > PR-DEDUCTION-COUNT
               MOVE ZERO TO PR-DED-CODE(REGISTER-DED-SUB)
               MOVE ZERO TO PR-DED-AMOUNT(REGISTER-DED-SUB).

      ******************************************************************
      *    The year-to-date record for the payment's year - the
      *    same accumulation PAYROLL-RUN does for the month's pay.
      ******************************************************************
       UPDATE-YTD-RECORD.
           MOVE ARBEITER-ID TO YT-ARBEITER-ID.
           MOVE PAYMENT-YEAR TO YT-YEAR.
           MOVE "Y" TO YTD-RECORD-FOUND.
           READ YTD-FILE RECORD
               INVALID KEY
               MOVE "N" TO YTD-RECORD-FOUND.
           IF YTD-RECORD-FOUND = "N"
               PERFORM INIT-YTD-RECORD.
           ADD WORKER-BONUS      TO YT-GROSS.
           ADD WORKER-DEDUCTIONS TO YT-TOTAL-DEDUCTIONS.
           ADD WORKER-NET        TO YT-NET.
           PERFORM MERGE-ONE-YTD-DEDUCTION
               VARYING REGISTER-DED-SUB FROM 1 BY 1
               UNTIL REGISTER-DED-SUB > PR-DEDUCTION-COUNT.
           IF YTD-RECORD-FOUND = "Y"
               REWRITE YTD-RECORD
           ELSE
               WRITE YTD-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING YTD RECORD FOR ARBEITER "
                       ARBEITER-ID
               END-WRITE.

       INIT-YTD-RECORD.
           MOVE ZERO TO YT-GROSS.
           MOVE ZERO TO YT-DEDUCTION-COUNT.
           PERFORM INIT-ONE-YTD-ENTRY
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > 10.
           MOVE ZERO TO YT-TOTAL-DEDUCTIONS.
           MOVE ZERO TO YT-NET.
           MOVE ZERO TO YT-BENEFIT-IN-KIND.
           MOVE ARBEITER-ID TO YT-ARBEITER-ID.
           MOVE PAYMENT-YEAR TO YT-YEAR.

       INIT-ONE-YTD-ENTRY.
           MOVE ZERO TO YT-DED-CODE(YTD-SUB).
           MOVE ZERO TO YT-DED-AMOUNT(YTD-SUB).

       MERGE-ONE-YTD-DEDUCTION.
           MOVE "N" TO YTD-CODE-FOUND.
           PERFORM MATCH-ONE-YTD-ENTRY
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > YT-DEDUCTION-COUNT.
           IF YTD-CODE-FOUND = "N"
               IF YT-DEDUCTION-COUNT < 10
                   ADD 1 TO YT-DEDUCTION-COUNT
                   MOVE PR-DED-CODE(REGISTER-DED-SUB)
                       TO YT-DED-CODE(YT-DEDUCTION-COUNT)
                   MOVE PR-DED-AMOUNT(REGISTER-DED-SUB)
                       TO YT-DED-AMOUNT(YT-DEDUCTION-COUNT)
               ELSE
                   DISPLAY "WARNING - MORE THAN 10 DEDUCTION CODES "
                       "THIS YEAR FOR ARBEITER " ARBEITER-ID
                       " - AMOUNT IN TOTAL ONLY".

       MATCH-ONE-YTD-ENTRY.
           IF YT-DED-CODE(YTD-SUB) = PR-DED-CODE(REGISTER-DED-SUB)
               ADD PR-DED-AMOUNT(REGISTER-DED-SUB)
                   TO YT-DED-AMOUNT(YTD-SUB)
               MOVE "Y" TO YTD-CODE-FOUND.

       DISPLAY-RUN-TOTALS.
           DISPLAY "PAY PERIOD:       " PAY-PERIOD.
           DISPLAY "COMPANY:          " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "WORKERS PAID:     " WORKERS-PAID-COUNT.
           DISPLAY "WORKERS NOT PAID: " WORKERS-NOT-PAID-COUNT.
           DISPLAY "TOTAL GROSS PAID: " RUN-BONUS-TOTAL.
           DISPLAY "TOTAL DEDUCTIONS: " RUN-DEDUCTION-TOTAL.
           DISPLAY "  OF WHICH TAXES:    " RUN-TAX-TOTAL.
           DISPLAY "TOTAL NET PAY:    " RUN-NET-TOTAL.
           DISPLAY "EMPLOYER COST:    " RUN-EMPLOYER-COST-TOTAL.
           IF NO-TAX-CARD-COUNT > ZERO
               DISPLAY NO-TAX-CARD-COUNT " WORKER(S) WITHOUT A "
                   "TAX CARD - TAXED AT CLASS 6".

      ******************************************************************
      *    System-wide update lock, the same as PAYROLL-RUN's - taken
      *    before the register is written and released on the way
      *    out.
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
               MOVE "SPECIAL-PAYMENT-RUN" TO LOCK-HOLDER
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

       END PROGRAM SPECIAL-PAYMENT-RUN.
