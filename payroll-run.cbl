      *    salary band covers that gross to arrive at net pay, and
      *    writes one PAY-REGISTER record per worker with the
      *    itemized deduction amounts. Refuses to run twice for the
      *    same period so a month can never be double-paid. Every
      *    refusal is reported to BATCH-RUN-DATE as a failed step,
      *    so MONTH-END-DRIVER holds back the steps that follow.
      *
      *    Absences recorded on URLAUB-FILE for the period adjust
      *    the gross before deductions - unpaid days reduce it
      *    and sick days beyond the SICK-PAY-POLICY limit drop to
      *    the policy's reduced rate. The adjustment is carried on
      *    the register record as its own (negative) amount.
      *
      *    Wage tax, solidarity surcharge and church tax are worked
      *    out per worker from the TAX-CARD-FILE against the annual
      *    income-tax tariff and written as their own deduction
      *    entries, under the DEDUCTION-TABLE rows keyed with the
      *    tax bases.
      *
      *    A company-pension salary conversion on the worker's
      *    PENSION-CONTRACT-FILE entry comes off the gross before
      *    any other row is banded or priced and before the wage
      *    tax, as its own deduction entry under the row keyed with
      *    the pension basis; the employer top-up on it goes into
      *    the employer cost, and both are accumulated on the
      *    contract.
      *
      *    Employer loans and salary advances on LOAN-FILE are
      *    repaid out of net pay after the wage tax - the month's
      *    interest is charged on the balance and the instalment
      *    taken as its own deduction entry under the row keyed with
      *    the loan basis, never more than the pay left to take it
      *    from. A final settlement, or a loan flagged for recovery
      *    at offboarding, has the whole balance taken. A loan whose
      *    balance reaches zero is closed as paid off.
      *
      *    Approved TRAVEL-CLAIM records marked for payment with the
      *    salary are added to the net last of all, as a
      *    non-taxable reimbursement outside the gross, and marked
      *    settled in the period once the register entry is on file.
      *
      *    A final settlement for a leaver who still holds company
      *    equipment on EQUIPMENT-FILE is computed and registered as
      *    usual but marked held, so neither the payment file nor
      *    the cheque run pays it until MAINTENANCE-EQUIPMENT clears
      *    the hold.
      *
      *    Benefits in kind on BENEFIT-FILE (company car, meals) are
      *    valued for the month and added to the basis the
      *    percentage DEDUCTION-TABLE rows and the wage tax are
      *    worked out on, but not to the gross or the net - they
      *    are taxed and insured, never paid. The value rides on
      *    the register record and the year-to-date record.
      *
      *    The run is for one company (legal entity) at a time - the
      *    clerk keys the company code after the period, or 0 for
      *    all companies together. Only workers whose department
      *    belongs to that company are paid, and the double-pay
      *    guard and the restart checkpoint are kept per company.
      *
      *    A worker with a working-time account on TIME-ACCOUNT-FILE
      *    who has chosen to bank overtime has the month's overtime
      *    hours moved into the account instead of paid, up to the
      *    account's annual cap - the hours above the cap are paid
      *    as usual. A final settlement pays out whatever balance
      *    is left in the account at the overtime rate.
      *
      *    Maternity protection (type M) and parental leave (type E)
      *    on URLAUB-FILE stop the gross for the calendar days of
      *    the period they cover. For maternity protection the
      *    employer pays the statutory top-up instead - the average
      *    net of the three months before the protection began, per
      *    calendar day, less the 13.00 a day the health insurance
      *    pays, for each day of protection in the period. The
      *    top-up is free of tax and insurance, so like the travel
      *    reimbursement it goes onto the net outside the gross, and
      *    it rides on the register record as its own amount. A
      *    leaver's vacation payout allows for the months of
      *    parental leave through CALC-PARENTAL-LEAVE.
      *
      *    A department on short-time work for the period (its row
      *    on KURZARBEIT-FILE, or the worker's own override under
      *    it) has the gross cut by the percentage of hours lost.
      *    The gross the period would have paid, and the (negative)
      *    reduction, ride on the register record. The short-time
      *    allowance on the hours lost - 60 percent of the net they
      *    would have earned, 67 percent for a worker with children
      *    on the tax card - is advanced by the employer for the
      *    employment agency and, free of tax and insurance, goes
      *    onto the net outside the gross as its own amount.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RUN.
           COPY "select-entitlement.cbl".
           COPY "select-membership.cbl".
           COPY "select-run-control.cbl".
           COPY "select-tax-card.cbl".
           COPY "select-pension-contract.cbl".
           COPY "select-loan.cbl".
           COPY "select-travel-claim.cbl".
           COPY "select-equipment.cbl".
           COPY "select-benefit.cbl".
           COPY "select-time-account.cbl".
           COPY "select-kurzarbeit.cbl".
           SELECT CHECKPOINT-FILE ASSIGN TO "PAYROLL-CHECKPOINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
           COPY "fd-entitlement.cbl".
           COPY "fd-membership.cbl".
           COPY "fd-run-control.cbl".
           COPY "fd-tax-card.cbl".
           COPY "fd-pension-contract.cbl".
           COPY "fd-loan.cbl".
           COPY "fd-travel-claim.cbl".
           COPY "fd-equipment.cbl".
           COPY "fd-benefit.cbl".
           COPY "fd-time-account.cbl".
           COPY "fd-kurzarbeit.cbl".

      ******************************************************************
      *    Restart checkpoint - rewritten after every worker
      *    committed. A run that starts with this file holding its
      *    own period resumes after that worker instead of refusing
      *    (half a period is on the register) or double-paying. The
      *    company the run was for is kept with it - a restart must
      *    be for the same period and the same company.
      ******************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CP-ENTRY-SEQ        PIC 9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 CP-ENTRY-ART        PIC X.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 CP-FIRMA-ID         PIC 9(2).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS     PIC XX.
       77  PERIOD-ALREADY-RUN       PIC X.
       77  REGISTER-AT-END          PIC X.
       77  PERIOD-HAS-ENTRIES       PIC X.
       77  PERIOD-HAS-SPECIAL       PIC X.
       77  PERIOD-GROSS-SIGNED      PIC S9(11)V99.
       77  MAX-ENTRY-SEQ            PIC 9.
       77  NEW-ENTRY-SEQ            PIC 9 VALUE ZERO.
       77  REMAINING-VACATION-DAYS  PIC S9(3).
       77  VACATION-PAYOUT          PIC 9(7)V99 VALUE ZERO.
       77  RUN-PAYOUT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77  PARENTAL-REDUCTION       PIC 9(3).
       77  MATERNITY-DAYS-THIS-PERIOD PIC 9(3).
       77  PARENTAL-DAYS-THIS-PERIOD PIC 9(3).
       77  PROTECTED-DAYS-THIS-PERIOD PIC 9(3).
       77  PROTECT-START-DAY        PIC 99.
       77  PROTECT-END-DAY          PIC 99.
       77  PROTECTED-REDUCTION      PIC 9(7)V99.
       77  MATERNITY-START-PERIOD   PIC X(7).
       77  TOP-UP-WALK-PERIOD       PIC X(7).
       77  TOP-UP-WALK-YEAR         PIC 9(4).
       77  TOP-UP-WALK-MONTH        PIC 99.
       77  TOP-UP-REGISTER-AT-END   PIC X.
       77  TOP-UP-BASIS-NET         PIC S9(9)V99.
       77  TOP-UP-DAILY-NET         PIC S9(7)V99.
       77  TOP-UP-DAILY-AMOUNT      PIC S9(7)V99.
       77  INSURANCE-DAILY-BENEFIT  PIC 9(3)V99 VALUE 13.00.
       77  MATERNITY-TOP-UP         PIC 9(7)V99 VALUE ZERO.
       77  RUN-MATERNITY-TOTAL      PIC 9(9)V99 VALUE ZERO.

       77  KURZARBEIT-FILE-STATUS   PIC XX.
       77  KURZARBEIT-FILE-MISSING  PIC X VALUE "N".
       77  KURZARBEIT-ROW-FOUND     PIC X.
       77  SHORT-TIME-LOSS-PERCENT  PIC 9(3).
       77  SHORT-TIME-RATE          PIC 9(2).
       77  SHORT-TIME-TARGET        PIC 9(7)V99 VALUE ZERO.
       77  SHORT-TIME-REDUCTION     PIC S9(7)V99 VALUE ZERO.
       77  SHORT-TIME-ALLOWANCE     PIC 9(7)V99 VALUE ZERO.
       77  SHORT-TIME-WORKER-COUNT  PIC 9(5) VALUE ZERO.
       77  RUN-SHORT-TIME-REDUCTION PIC S9(9)V99 VALUE ZERO.
       77  RUN-SHORT-TIME-ALLOWANCE PIC 9(9)V99 VALUE ZERO.

      ******************************************************************
      *    Short-time allowance rates - the share of the net lost
      *    that is paid, without and with children, and the flat
      *    net taken as a share of the gross lost in place of the
      *    agency's flat-rate net table.
      ******************************************************************
       77  SHORT-TIME-RATE-BASIC    PIC 9(2) VALUE 60.
       77  SHORT-TIME-RATE-CHILDREN PIC 9(2) VALUE 67.
       77  SHORT-TIME-NET-PERCENT   PIC 9(3) VALUE 80.

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.
       77  RESTART-IN-PROGRESS      PIC X VALUE "N".
       77  FOREIGN-CHECKPOINT       PIC X VALUE "N".
       77  FOREIGN-CHECKPOINT-PERIOD PIC X(7).
       77  FOREIGN-CHECKPOINT-FIRMA PIC 9(2).
       77  RESUME-ARBEITER-ID       PIC 9(6) VALUE ZERO.
       77  PAY-CALENDAR-FILE-STATUS PIC XX.
       77  CALENDAR-FILE-MISSING    PIC X VALUE "N".
       77  WORKER-HOURLY-RATE       PIC 9(5)V99.
       77  OVERTIME-AMOUNT          PIC 9(7)V99 VALUE ZERO.
       77  RUN-OVERTIME-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  OT-PAID-HOURS            PIC 9(4)V99.
       77  TIME-ACCOUNT-FILE-STATUS PIC XX.
       77  TIME-ACCOUNT-FILE-MISSING PIC X VALUE "N".
       77  TIME-ACCOUNT-FOUND       PIC X.
       77  ACCOUNT-YEAR             PIC 9(4).
       77  BANKED-IN-YEAR-NOW       PIC 9(4)V99.
       77  BANK-ROOM                PIC S9(4)V99.
       77  HOURS-BANKED             PIC 9(3)V99.
       77  HOURS-PAID-OUT           PIC 9(4)V99.
       77  RUN-HOURS-BANKED         PIC 9(7)V99 VALUE ZERO.
       77  RUN-HOURS-PAID-OUT       PIC 9(7)V99 VALUE ZERO.
       77  RETRO-PAY-FILE-STATUS    PIC XX.
       77  RETRO-FILE-MISSING       PIC X VALUE "N".
       77  RETRO-LIST-AT-END        PIC X.
       77  DEDUCTION-FILE-STATUS    PIC XX.
       77  DEDUCTION-FILE-AT-END    PIC X.
       77  AMOUNT-VON-DEDUCTIONS    PIC 9(2) VALUE ZERO.
       77  TAX-ROWS-IN-TABLE        PIC X VALUE "N".

       77  TAX-CARD-FILE-STATUS     PIC XX.
       77  TAX-CARD-FILE-MISSING    PIC X VALUE "N".
       77  TAX-CARD-FOUND           PIC X.
       77  NO-TAX-CARD-COUNT        PIC 9(5) VALUE ZERO.
       77  WORKER-TAX-BASIS         PIC S9(7)V99 VALUE ZERO.
       77  WORKER-TAX-CLASS         PIC 9.
       77  WORKER-CHILD-ALLOWANCE   PIC 9V9.
       77  WORKER-CHURCH-TAX        PIC X.
       77  ANNUAL-TAX-BASIS         PIC S9(9)V99.
       77  ANNUAL-WAGE-TAX          PIC 9(9).
       77  ANNUAL-BASE-TAX          PIC 9(9).
       77  ANNUAL-SOLIDARITY        PIC 9(9)V99.
       77  SOLIDARITY-LIMIT         PIC 9(9)V99.
       77  SOLIDARITY-THRESHOLD     PIC 9(7).
       77  CLASS-INCOME             PIC 9(9)V99.
       77  CLASS-TAX                PIC 9(9).
       77  CLASS-MINIMUM-TAX        PIC 9(9).
       77  CLASS-MAXIMUM-TAX        PIC 9(9).
       77  TARIFF-INCOME            PIC 9(9).
       77  TARIFF-TAX               PIC 9(9).
       77  TARIFF-HIGH-TAX          PIC 9(9).
       77  TARIFF-FACTOR            PIC 9V9(8).
       77  RUN-WAGE-TAX-TOTAL       PIC 9(9)V99 VALUE ZERO.

       77  PENSION-CONTRACT-FILE-STATUS PIC XX.
       77  PENSION-FILE-MISSING     PIC X VALUE "N".
       77  PENSION-CONTRACT-FOUND   PIC X.
       77  PENSION-ROW-IN-TABLE     PIC X VALUE "N".
       77  PENSION-DED-CODE         PIC 9(3) VALUE ZERO.
       77  PENSION-CONVERSION       PIC 9(7)V99 VALUE ZERO.
       77  PENSION-TOP-UP           PIC 9(7)V99 VALUE ZERO.
       77  WORKER-INSURABLE-GROSS   PIC 9(7)V99 VALUE ZERO.
       77  RUN-CONVERSION-TOTAL     PIC 9(9)V99 VALUE ZERO.
       77  RUN-TOP-UP-TOTAL         PIC 9(9)V99 VALUE ZERO.

       77  LOAN-FILE-STATUS         PIC XX.
       77  LOAN-FILE-MISSING        PIC X VALUE "N".
       77  LOAN-ROW-IN-TABLE        PIC X VALUE "N".
       77  LOAN-DED-CODE            PIC 9(3) VALUE ZERO.
       77  LOAN-AT-END              PIC X.
       77  LOAN-INTEREST            PIC 9(5)V99.
       77  LOAN-DUE                 PIC 9(7)V99.
       77  LOAN-ROOM                PIC S9(7)V99.
       77  ONE-LOAN-TAKE            PIC 9(7)V99.
       77  LOAN-REPAYMENT           PIC 9(7)V99 VALUE ZERO.
       77  LOAN-SUB                 PIC 9(2).
       77  LOAN-TAKEN-COUNT         PIC 9(2) VALUE ZERO.
       01  LOAN-TAKEN-TABLE.
           05 LOAN-TAKEN-ENTRY OCCURS 10 TIMES.
               10 LT-LOAN-NUMBER    PIC 9(3).
               10 LT-REPAYMENT      PIC 9(7)V99.
               10 LT-INTEREST       PIC 9(5)V99.
       77  RUN-LOAN-TOTAL           PIC 9(9)V99 VALUE ZERO.
       77  LOANS-PAID-OFF-COUNT     PIC 9(5) VALUE ZERO.

       77  TRAVEL-CLAIM-FILE-STATUS PIC XX.
       77  TRAVEL-FILE-MISSING      PIC X VALUE "N".
       77  CLAIM-AT-END             PIC X.
       77  TRAVEL-REIMBURSEMENT     PIC 9(7)V99 VALUE ZERO.
       77  RUN-TRAVEL-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77  CLAIMS-SETTLED-COUNT     PIC 9(5) VALUE ZERO.

       77  EQUIPMENT-FILE-STATUS    PIC XX.
       77  EQUIPMENT-FILE-MISSING   PIC X VALUE "N".
       77  EQUIPMENT-AT-END         PIC X.
       77  EQUIPMENT-OUTSTANDING    PIC 9(3).
       77  SETTLEMENTS-HELD-COUNT   PIC 9(5) VALUE ZERO.

       77  BENEFIT-FILE-STATUS      PIC XX.
       77  BENEFIT-FILE-MISSING     PIC X VALUE "N".
       77  BENEFIT-AT-END           PIC X.
       77  BENEFIT-IN-KIND          PIC 9(7)V99 VALUE ZERO.
       77  ONE-BENEFIT-VALUE        PIC 9(7)V99 VALUE ZERO.
       77  BENEFIT-LIST-PRICE-PERCENT PIC 9V99 VALUE 1.
       77  RUN-BENEFIT-TOTAL        PIC 9(9)V99 VALUE ZERO.

      ******************************************************************
      *    Annual income-tax tariff and wage-tax allowances - the
      *    zone limits of the tariff, the employee lump sum and
      *    special-expenses lump sum (not given in class 6), the
      *    single-parent relief of class 2, the child allowance per
      *    full allowance counted, and the annual tax below which
      *    no solidarity surcharge is due (doubled in class 3).
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
           05 TABLE-DED-BAND-FROM    PIC 9(7)V99.
           05 TABLE-DED-BAND-TO      PIC 9(7)V99.

           COPY "firma-request.cbl".
           COPY "parental-leave-request.cbl".

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               PERFORM RUN-THE-PAYROLL
               PERFORM RELEASE-UPDATE-LOCK
           ELSE
               MOVE "MASTER FILES LOCKED BY ANOTHER RUN"
                   TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE.

       PROGRAM-DONE.
           GOBACK.
           PERFORM OPENING-PROCEDURE.
           IF FOREIGN-CHECKPOINT = "Y"
               DISPLAY "AN INTERRUPTED RUN FOR PERIOD "
                   FOREIGN-CHECKPOINT-PERIOD " COMPANY "
                   FOREIGN-CHECKPOINT-FIRMA
                   " STILL HOLDS THE CHECKPOINT"
               DISPLAY "NOTHING WAS WRITTEN - RERUN AND FINISH "
                   "THAT PERIOD AND COMPANY FIRST"
               MOVE "CHECKPOINT HELD BY AN INTERRUPTED RUN"
                   TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE
           ELSE
           IF CUTOFF-NOT-REACHED = "Y"
               DISPLAY "THE ENTRY CUTOFF FOR PERIOD " PAY-PERIOD
                   " IS " PC-CUTOFF-DATE
               DISPLAY "NOTHING WAS WRITTEN - RUN AGAIN ON OR "
                   "AFTER THE CUTOFF"
               MOVE "ENTRY CUTOFF FOR THE PERIOD NOT REACHED"
                   TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE
           ELSE
           IF PERIOD-ALREADY-RUN = "Y"
               DISPLAY "PAYROLL HAS ALREADY BEEN RUN FOR PERIOD "
                   PAY-PERIOD " COMPANY " FR-RUN-FIRMA-ID
               DISPLAY "NOTHING WAS WRITTEN - A PERIOD CANNOT BE "
                   "PAID TWICE"
               MOVE "PERIOD ALREADY PAID FOR THIS COMPANY"
                   TO RD-FAILURE-TEXT
               PERFORM REPORT-STEP-FAILURE
           ELSE
               PERFORM MARK-RUN-IN-PROGRESS
               PERFORM PROCESS-PAYROLL
           MOVE ARBEITER-ID TO CP-LAST-ARBEITER-ID.
           MOVE NEW-ENTRY-SEQ TO CP-ENTRY-SEQ.
           MOVE RUN-ENTRY-ART TO CP-ENTRY-ART.
           MOVE FR-RUN-FIRMA-ID TO CP-FIRMA-ID.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      *    Only this run's own restart point is ever blanked - a
      *    checkpoint left behind by another period's or another
      *    company's interrupted run must survive until that run is
      *    finished.
      ******************************************************************
       CLEAR-PAYROLL-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
                   AT END
                   MOVE SPACE TO CP-PERIOD
               END-READ
               CLOSE CHECKPOINT-FILE
               PERFORM CHECK-CHECKPOINT-FIRMA-ID.
           IF CHECKPOINT-FILE-STATUS = "35" OR CP-PERIOD = SPACE OR
               (CP-PERIOD = PAY-PERIOD AND
               CP-FIRMA-ID = FR-RUN-FIRMA-ID)
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE SPACE TO CHECKPOINT-RECORD
               MOVE ZERO TO CP-LAST-ARBEITER-ID
           PERFORM OPEN-RETRO-PAY-FILE.
           PERFORM OPEN-OVERTIME-FILE.
           PERFORM LOAD-OVERTIME-RATE.
           PERFORM OPEN-TIME-ACCOUNT-FILE.
           PERFORM OPEN-GARNISHMENT-FILE.
           PERFORM OPEN-PRAEMIE-HISTORY-FILE.
           PERFORM OPEN-VARPAY-FILE.
           PERFORM OPEN-ARREARS-FILE.
           PERFORM OPEN-ENTITLEMENT-FILE.
           PERFORM OPEN-MEMBERSHIP-FILE.
           PERFORM OPEN-TAX-CARD-FILE.
           PERFORM OPEN-PENSION-CONTRACT-FILE.
           PERFORM OPEN-LOAN-FILE.
           PERFORM OPEN-TRAVEL-CLAIM-FILE.
           PERFORM OPEN-EQUIPMENT-FILE.
           PERFORM OPEN-BENEFIT-FILE.
           PERFORM OPEN-KURZARBEIT-FILE.
           PERFORM ENTER-PAY-PERIOD.
           PERFORM ENTER-RUN-FIRMA.
           MOVE PAY-PERIOD(1:4) TO RATING-YEAR.
           PERFORM CHECK-CALENDAR-CUTOFF.
           PERFORM OPEN-RUN-CONTROL-FILE.
           ELSE
               READ CHECKPOINT-FILE
                   NOT AT END
                   PERFORM CHECK-CHECKPOINT-FIRMA-ID
                   IF CP-PERIOD = PAY-PERIOD AND
                       CP-FIRMA-ID = FR-RUN-FIRMA-ID AND
                       CP-LAST-ARBEITER-ID > ZERO
                       MOVE "Y" TO RESTART-IN-PROGRESS
                       MOVE CP-LAST-ARBEITER-ID
                       MOVE CP-ENTRY-ART TO RUN-ENTRY-ART
                   ELSE
                   IF CP-PERIOD NOT = SPACE AND
                       CP-LAST-ARBEITER-ID > ZERO
                       MOVE "Y" TO FOREIGN-CHECKPOINT
                       MOVE CP-PERIOD
                           TO FOREIGN-CHECKPOINT-PERIOD
                       MOVE CP-FIRMA-ID
                           TO FOREIGN-CHECKPOINT-FIRMA
                   END-IF
               END-READ
               CLOSE CHECKPOINT-FILE.
                   " - RESUMING AFTER ARBEITER "
                   RESUME-ARBEITER-ID.

      ******************************************************************
      *    A checkpoint written before there were company codes has
      *    none - it was a run for all companies.
      ******************************************************************
       CHECK-CHECKPOINT-FIRMA-ID.
           IF CP-FIRMA-ID IS NOT NUMERIC
               MOVE ZERO TO CP-FIRMA-ID.

      ******************************************************************
      *    The company this run pays - 0 pays every company at once.
      ******************************************************************
       ENTER-RUN-FIRMA.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.

      ******************************************************************
      *    Payroll calendar - a period with a calendar row may not
      *    run before its entry cutoff, so the deduction table and
           MOVE DED-FIXED-AMOUNT TO TABLE-DED-FIXED-AMOUNT(DED-INDEX).
           MOVE DED-BAND-FROM    TO TABLE-DED-BAND-FROM(DED-INDEX).
           MOVE DED-BAND-TO      TO TABLE-DED-BAND-TO(DED-INDEX).
           IF DED-IS-TAX-BASED
               MOVE "Y" TO TAX-ROWS-IN-TABLE.
           IF DED-IS-PENSION-CONVERSION AND
               PENSION-ROW-IN-TABLE = "N"
               MOVE "Y" TO PENSION-ROW-IN-TABLE
               MOVE DED-CODE TO PENSION-DED-CODE.
           IF DED-IS-LOAN-REPAYMENT AND
               LOAN-ROW-IN-TABLE = "N"
               MOVE "Y" TO LOAN-ROW-IN-TABLE
               MOVE DED-CODE TO LOAN-DED-CODE.
           ADD 1 TO AMOUNT-VON-DEDUCTIONS.
           PERFORM READ-NEXT-DEDUCTION-FOR-TABLE.
           IF DEDUCTION-FILE-AT-END NOT = "Y"
           IF OVERTIME-FILE-STATUS = "35"
               MOVE "Y" TO OVERTIME-FILE-MISSING.

      ******************************************************************
      *    Working-time accounts - status "35" means none has been
      *    opened yet, so all overtime is paid.
      ******************************************************************
       OPEN-TIME-ACCOUNT-FILE.
           OPEN I-O TIME-ACCOUNT-FILE.
           IF TIME-ACCOUNT-FILE-STATUS = "35"
               MOVE "Y" TO TIME-ACCOUNT-FILE-MISSING.

       LOAD-OVERTIME-RATE.
           MOVE "N" TO OVERTIME-RATE-SET.
           OPEN INPUT OVERTIME-RATE-FILE.
           IF MEMBERSHIP-FILE-STATUS = "35"
               MOVE "Y" TO MEMBERSHIP-FILE-MISSING.

      ******************************************************************
      *    Tax cards - status "35" just means none have been keyed
      *    yet, so every worker is taxed at class 6 until they are.
      ******************************************************************
       OPEN-TAX-CARD-FILE.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               MOVE "Y" TO TAX-CARD-FILE-MISSING.

      ******************************************************************
      *    Pension contracts - status "35" just means none have been
      *    keyed, so nobody converts salary this run. Contracts on
      *    file with no pension row in the DEDUCTION-TABLE are left
      *    alone - there is no code to carry the conversion under.
      ******************************************************************
       OPEN-PENSION-CONTRACT-FILE.
           OPEN I-O PENSION-CONTRACT-FILE.
           IF PENSION-CONTRACT-FILE-STATUS = "35"
               MOVE "Y" TO PENSION-FILE-MISSING
           ELSE
           IF PENSION-ROW-IN-TABLE = "N"
               DISPLAY "NO PENSION CONVERSION ROW (BASIS V) IN THE "
                   "DEDUCTION-TABLE"
               DISPLAY "PENSION CONTRACTS ARE IGNORED THIS RUN".

      ******************************************************************
      *    Loans - status "35" just means none have been granted.
      *    Loans on file with no loan row in the DEDUCTION-TABLE are
      *    left alone, the same as pension contracts.
      ******************************************************************
       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE.
           IF LOAN-FILE-STATUS = "35"
               MOVE "Y" TO LOAN-FILE-MISSING
           ELSE
           IF LOAN-ROW-IN-TABLE = "N"
               DISPLAY "NO LOAN REPAYMENT ROW (BASIS D) IN THE "
                   "DEDUCTION-TABLE"
               DISPLAY "LOANS ARE NOT REPAID THIS RUN".

      ******************************************************************
      *    Travel claims - status "35" just means none have been
      *    captured yet.
      ******************************************************************
       OPEN-TRAVEL-CLAIM-FILE.
           OPEN I-O TRAVEL-CLAIM-FILE.
           IF TRAVEL-CLAIM-FILE-STATUS = "35"
               MOVE "Y" TO TRAVEL-FILE-MISSING.

      ******************************************************************
      *    Company equipment - read only, to hold a leaver's final
      *    settlement. Status "35" means no equipment is tracked.
      ******************************************************************
       OPEN-EQUIPMENT-FILE.
           OPEN INPUT EQUIPMENT-FILE.
           IF EQUIPMENT-FILE-STATUS = "35"
               MOVE "Y" TO EQUIPMENT-FILE-MISSING.

      ******************************************************************
      *    Benefits in kind - read only. Status "35" means none
      *    have been keyed yet.
      ******************************************************************
       OPEN-BENEFIT-FILE.
           OPEN INPUT BENEFIT-FILE.
           IF BENEFIT-FILE-STATUS = "35"
               MOVE "Y" TO BENEFIT-FILE-MISSING.

      ******************************************************************
      *    Short-time work - read only. Status "35" means no
      *    department has ever been on short time.
      ******************************************************************
       OPEN-KURZARBEIT-FILE.
           OPEN INPUT KURZARBEIT-FILE.
           IF KURZARBEIT-FILE-STATUS = "35"
               MOVE "Y" TO KURZARBEIT-FILE-MISSING.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-RATING-FILES.
           CLOSE RUN-CONTROL-FILE.
               CLOSE ENTITLEMENT-FILE.
           IF MEMBERSHIP-FILE-MISSING NOT = "Y"
               CLOSE MEMBERSHIP-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               CLOSE TAX-CARD-FILE.
           IF PENSION-FILE-MISSING NOT = "Y"
               CLOSE PENSION-CONTRACT-FILE.
           IF LOAN-FILE-MISSING NOT = "Y"
               CLOSE LOAN-FILE.
           IF TRAVEL-FILE-MISSING NOT = "Y"
               CLOSE TRAVEL-CLAIM-FILE.
           IF EQUIPMENT-FILE-MISSING NOT = "Y"
               CLOSE EQUIPMENT-FILE.
           IF BENEFIT-FILE-MISSING NOT = "Y"
               CLOSE BENEFIT-FILE.
           IF KURZARBEIT-FILE-MISSING NOT = "Y"
               CLOSE KURZARBEIT-FILE.
           IF NO-TAX-CARD-COUNT > ZERO
               DISPLAY NO-TAX-CARD-COUNT " WORKER(S) WITHOUT A "
                   "TAX CARD - TAXED AT CLASS 6".
           IF VARPAY-FILE-MISSING NOT = "Y"
               CLOSE VARPAY-FILE.
           IF PRAEMIE-HISTORY-MISSING NOT = "Y"
               CLOSE URLAUB-FILE.
           IF OVERTIME-FILE-MISSING NOT = "Y"
               CLOSE OVERTIME-FILE.
           IF TIME-ACCOUNT-FILE-MISSING NOT = "Y"
               CLOSE TIME-ACCOUNT-FILE.
           IF GARNISHMENT-FILE-MISSING NOT = "Y"
               CLOSE GARNISHMENT-FILE.
           IF RETRO-FILE-MISSING NOT = "Y"
      *    to other than zero has been paid and the run is refused;
      *    a period whose entries sum to zero has been reversed by
      *    REVERSE-PAYROLL-PERIOD, so a corrected rerun is allowed
      *    and writes "C" entries at the next free sequence. Only the
      *    entries of the run's company count - another company
      *    having been paid for the period does not stop this one.
      *    Special entries ("S", the 13th salary) are not the month's
      *    pay and are left out of the sum; the run only writes its
      *    entries after them.
      ******************************************************************
       CHECK-PERIOD-NOT-ALREADY-RUN.
           MOVE "N" TO PERIOD-ALREADY-RUN.
           MOVE "N" TO PERIOD-HAS-ENTRIES.
           MOVE "N" TO PERIOD-HAS-SPECIAL.
           MOVE ZERO TO PERIOD-GROSS-SIGNED.
           MOVE ZERO TO MAX-ENTRY-SEQ.
           MOVE ZERO TO NEW-ENTRY-SEQ.
                   DISPLAY "PERIOD " PAY-PERIOD " HAS BEEN REVERSED "
                       "- THIS RUN WRITES CORRECTION ENTRIES"
               ELSE
                   MOVE "Y" TO PERIOD-ALREADY-RUN
               END-IF
           ELSE
           IF PERIOD-HAS-SPECIAL = "Y"
               COMPUTE NEW-ENTRY-SEQ = MAX-ENTRY-SEQ + 1.

       JUDGE-ONE-PERIOD-ENTRY.
           IF PR-PERIOD NOT = PAY-PERIOD
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               PERFORM JUDGE-ENTRY-IF-IN-RUN.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-FOR-CHECK.

       JUDGE-ENTRY-IF-IN-RUN.
           MOVE "A" TO FR-FUNCTION.
           MOVE PR-ABTEILUNG-ID TO FR-ABTEILUNG-ID.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           IF FR-IN-RUN = "Y"
               IF PR-IS-SPECIAL
                   MOVE "Y" TO PERIOD-HAS-SPECIAL
               ELSE
                   MOVE "Y" TO PERIOD-HAS-ENTRIES
                   ADD PR-GROSS-PAY TO PERIOD-GROSS-SIGNED
               END-IF
               IF PR-ENTRY-SEQ > MAX-ENTRY-SEQ
                   MOVE PR-ENTRY-SEQ TO MAX-ENTRY-SEQ.

       READ-NEXT-REGISTER-FOR-CHECK.
           MOVE "N" TO REGISTER-AT-END.
           READ PAY-REGISTER-FILE NEXT RECORD
               AUSTRITTS-DATUM(1:7) = PAY-PERIOD
               MOVE "Y" TO WORKER-PAYABLE
               MOVE "Y" TO FINAL-SETTLEMENT.
           IF WORKER-PAYABLE = "Y"
               PERFORM CHECK-WORKER-IN-RUN-FIRMA.
           IF WORKER-PAYABLE = "Y"
               PERFORM COMPUTE-WORKER-GROSS
               PERFORM APPLY-PERIOD-PRORATION
               PERFORM APPLY-SHORT-TIME-WORK
               PERFORM APPLY-ABSENCE-ADJUSTMENT
               PERFORM APPLY-OVERTIME-PAY
               PERFORM APPLY-VARIABLE-PAY
               PERFORM APPLY-DEDUCTIONS
               PERFORM APPLY-ARREARS
               PERFORM APPLY-GARNISHMENT
               PERFORM APPLY-TRAVEL-REIMBURSEMENT
               PERFORM APPLY-MATERNITY-TOP-UP
               PERFORM APPLY-SHORT-TIME-ALLOWANCE
               PERFORM WRITE-PAY-REGISTER-RECORD.
           PERFORM READ-NEXT-ARBEITER-RECORD.

      ******************************************************************
      *    A worker is paid by the company of their department - a
      *    run for one company leaves every other company's people
      *    to that company's own run.
      ******************************************************************
       CHECK-WORKER-IN-RUN-FIRMA.
           MOVE "A" TO FR-FUNCTION.
           MOVE ARBEITER-ABTEILUNG-ID TO FR-ABTEILUNG-ID.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           IF FR-IN-RUN NOT = "Y"
               MOVE "N" TO WORKER-PAYABLE.

      ******************************************************************
      *    Mid-period proration - a hire or an exit date inside the
      *    period scales the base-and-bonus gross by the calendar
                   " PAID " PRORATE-PAID-DAYS " OF "
                   PERIOD-CAL-DAYS " DAYS".

      ******************************************************************
      *    Short-time work - the department's row for the period
      *    gives the percentage of hours lost, and a worker override
      *    under it replaces that for the one worker. The gross
      *    as prorated is the target; the hours lost come off it,
      *    and the allowance is worked out on the flat net of the
      *    gross lost. Absences, overtime and one-off pay are then
      *    priced on the reduced gross as usual.
      ******************************************************************
       APPLY-SHORT-TIME-WORK.
           MOVE ZERO TO SHORT-TIME-TARGET.
           MOVE ZERO TO SHORT-TIME-REDUCTION.
           MOVE ZERO TO SHORT-TIME-ALLOWANCE.
           MOVE ZERO TO SHORT-TIME-LOSS-PERCENT.
           IF KURZARBEIT-FILE-MISSING NOT = "Y"
               PERFORM FIND-SHORT-TIME-PERCENT.
           IF SHORT-TIME-LOSS-PERCENT > ZERO
               MOVE WORKER-GROSS TO SHORT-TIME-TARGET
               COMPUTE SHORT-TIME-REDUCTION ROUNDED =
                   ZERO - SHORT-TIME-TARGET
                   * SHORT-TIME-LOSS-PERCENT / 100
               COMPUTE WORKER-GROSS =
                   WORKER-GROSS + SHORT-TIME-REDUCTION
               PERFORM FIND-SHORT-TIME-RATE
               COMPUTE SHORT-TIME-ALLOWANCE ROUNDED =
                   (ZERO - SHORT-TIME-REDUCTION)
                   * SHORT-TIME-NET-PERCENT / 100
                   * SHORT-TIME-RATE / 100
               ADD 1 TO SHORT-TIME-WORKER-COUNT.

       FIND-SHORT-TIME-PERCENT.
           MOVE PAY-PERIOD TO KA-PERIOD.
           MOVE ARBEITER-ABTEILUNG-ID TO KA-ABTEILUNG-ID.
           MOVE ZERO TO KA-ARBEITER-ID.
           MOVE "Y" TO KURZARBEIT-ROW-FOUND.
           READ KURZARBEIT-FILE RECORD
               INVALID KEY
               MOVE "N" TO KURZARBEIT-ROW-FOUND.
           IF KURZARBEIT-ROW-FOUND = "Y"
               MOVE KA-LOSS-PERCENT TO SHORT-TIME-LOSS-PERCENT
               MOVE ARBEITER-ID TO KA-ARBEITER-ID
               READ KURZARBEIT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO KURZARBEIT-ROW-FOUND
               END-READ
               IF KURZARBEIT-ROW-FOUND = "Y"
                   MOVE KA-LOSS-PERCENT TO SHORT-TIME-LOSS-PERCENT.
           IF SHORT-TIME-LOSS-PERCENT > 100
               MOVE 100 TO SHORT-TIME-LOSS-PERCENT.

      ******************************************************************
      *    The higher rate needs a child allowance on the tax card;
      *    a worker without a card gets the basic rate.
      ******************************************************************
       FIND-SHORT-TIME-RATE.
           MOVE SHORT-TIME-RATE-BASIC TO SHORT-TIME-RATE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO TC-ARBEITER-ID
               MOVE "Y" TO TAX-CARD-FOUND
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO TAX-CARD-FOUND
               END-READ
               IF TAX-CARD-FOUND = "Y" AND TC-CHILD-ALLOWANCE > ZERO
                   MOVE SHORT-TIME-RATE-CHILDREN TO SHORT-TIME-RATE.

       FIND-PERIOD-CAL-DAYS.
           MOVE DAYS-PER-MONTH-ENTRY(PERIOD-MONTH)
               TO PERIOD-CAL-DAYS.
           IF FINAL-SETTLEMENT = "Y"
               PERFORM FIND-WORKER-ENTITLEMENT
               PERFORM COUNT-VACATION-TAKEN-THIS-YEAR
               PERFORM FIND-PARENTAL-REDUCTION
               COMPUTE USABLE-DAYS ROUNDED =
                   (WORKER-BASE-DAYS - PARENTAL-REDUCTION)
                   * TEILZEIT-PROZENT / 100
                   + WORKER-CARRIED-IN
               COMPUTE REMAINING-VACATION-DAYS =
                   USABLE-DAYS - VACATION-DAYS-TAKEN
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

       COUNT-VACATION-TAKEN-THIS-YEAR.
           MOVE ZERO TO VACATION-DAYS-TAKEN.
           IF URLAUB-FILE-MISSING = "Y"
      *    at the reduced rate, so the lost portion comes off too.
      *    The adjustment can never take the gross below zero. An
      *    absence counts in the period its from-date falls in.
      *    Maternity protection and parental leave run for months,
      *    so they count by the calendar days of the period they
      *    really cover and take that share of the gross; the
      *    maternity top-up is worked out here too, while the
      *    register record is still free to read the months before
      *    the protection began.
      ******************************************************************
       APPLY-ABSENCE-ADJUSTMENT.
           MOVE ZERO TO UNPAID-DAYS-THIS-PERIOD.
           MOVE ZERO TO SICK-DAYS-THIS-PERIOD.
           MOVE ZERO TO MATERNITY-DAYS-THIS-PERIOD.
           MOVE ZERO TO PARENTAL-DAYS-THIS-PERIOD.
           MOVE ZERO TO ABSENCE-ADJUSTMENT.
           MOVE ZERO TO MATERNITY-TOP-UP.
           IF URLAUB-FILE-MISSING = "Y"
               CONTINUE
           ELSE
               PERFORM SCAN-WORKER-ABSENCES
               PERFORM COMPUTE-ABSENCE-ADJUSTMENT
               IF MATERNITY-DAYS-THIS-PERIOD > ZERO
                   PERFORM COMPUTE-MATERNITY-TOP-UP.
           COMPUTE WORKER-GROSS = WORKER-GROSS + ABSENCE-ADJUSTMENT.

       SCAN-WORKER-ABSENCES.
           IF UR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO URLAUB-LIST-AT-END
           ELSE
           IF UR-IS-MATERNITY OR UR-IS-PARENTAL
               PERFORM COUNT-PROTECTED-DAYS-IN-PERIOD
           ELSE
           IF UR-VON-DATUM(1:7) = PAY-PERIOD
               IF UR-IS-UNPAID
                   ADD UR-TAGE TO UNPAID-DAYS-THIS-PERIOD
           IF URLAUB-LIST-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD.

      ******************************************************************
      *    The calendar days of the pay period inside the absence's
      *    from and to dates.
      ******************************************************************
       COUNT-PROTECTED-DAYS-IN-PERIOD.
           IF UR-VON-DATUM(1:7) NOT > PAY-PERIOD AND
               UR-BIS-DATUM(1:7) NOT < PAY-PERIOD
               MOVE 1 TO PROTECT-START-DAY
               MOVE PERIOD-CAL-DAYS TO PROTECT-END-DAY
               IF UR-VON-DATUM(1:7) = PAY-PERIOD
                   MOVE UR-VON-DATUM(9:2) TO PROTECT-START-DAY
               END-IF
               IF UR-BIS-DATUM(1:7) = PAY-PERIOD
                   MOVE UR-BIS-DATUM(9:2) TO PROTECT-END-DAY
               END-IF
               IF UR-IS-MATERNITY
                   COMPUTE MATERNITY-DAYS-THIS-PERIOD =
                       MATERNITY-DAYS-THIS-PERIOD
                       + PROTECT-END-DAY - PROTECT-START-DAY + 1
                   MOVE UR-VON-DATUM(1:7) TO MATERNITY-START-PERIOD
               ELSE
                   COMPUTE PARENTAL-DAYS-THIS-PERIOD =
                       PARENTAL-DAYS-THIS-PERIOD
                       + PROTECT-END-DAY - PROTECT-START-DAY + 1.

       READ-NEXT-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
                       * (100 - SICK-PAY-REDUCED-PERCENT) / 100
               END-IF
           END-IF.
           IF MATERNITY-DAYS-THIS-PERIOD > PERIOD-CAL-DAYS
               MOVE PERIOD-CAL-DAYS TO MATERNITY-DAYS-THIS-PERIOD.
           COMPUTE PROTECTED-DAYS-THIS-PERIOD =
               MATERNITY-DAYS-THIS-PERIOD + PARENTAL-DAYS-THIS-PERIOD.
           IF PROTECTED-DAYS-THIS-PERIOD > PERIOD-CAL-DAYS
               MOVE PERIOD-CAL-DAYS TO PROTECTED-DAYS-THIS-PERIOD.
           COMPUTE PROTECTED-REDUCTION ROUNDED =
               WORKER-GROSS * PROTECTED-DAYS-THIS-PERIOD
               / PERIOD-CAL-DAYS.
           COMPUTE ABSENCE-ADJUSTMENT =
               ZERO - UNPAID-REDUCTION - SICK-REDUCTION
               - PROTECTED-REDUCTION.
           IF WORKER-GROSS + ABSENCE-ADJUSTMENT < ZERO
               COMPUTE ABSENCE-ADJUSTMENT = ZERO - WORKER-GROSS
               DISPLAY "WARNING - ABSENCES EXCEED THE PERIOD FOR "
                   "ARBEITER " ARBEITER-ID " - GROSS SET TO ZERO".

      ******************************************************************
      *    Maternity top-up - every register entry for the three
      *    periods before the one the protection began in is summed
      *    (a reversal and its correction net out), the travel
      *    reimbursements and short-time allowances taken back
      *    out, one-off special entries left out, and the result
      *    spread over 90 calendar days. What that daily net exceeds the
      *    insurance's daily benefit by is paid for each day of
      *    protection in this period. No pay on file for those
      *    months means no top-up can be worked out.
      ******************************************************************
       COMPUTE-MATERNITY-TOP-UP.
           MOVE ZERO TO TOP-UP-BASIS-NET.
           MOVE MATERNITY-START-PERIOD(1:4) TO TOP-UP-WALK-YEAR.
           MOVE MATERNITY-START-PERIOD(6:2) TO TOP-UP-WALK-MONTH.
           PERFORM ADD-ONE-TOP-UP-PERIOD 3 TIMES.
           COMPUTE TOP-UP-DAILY-NET ROUNDED = TOP-UP-BASIS-NET / 90.
           COMPUTE TOP-UP-DAILY-AMOUNT =
               TOP-UP-DAILY-NET - INSURANCE-DAILY-BENEFIT.
           IF TOP-UP-BASIS-NET NOT > ZERO
               DISPLAY "NO PAY ON FILE BEFORE MATERNITY PROTECTION - "
                   "ARBEITER " ARBEITER-ID " - NO TOP-UP"
           ELSE
           IF TOP-UP-DAILY-AMOUNT > ZERO
               COMPUTE MATERNITY-TOP-UP ROUNDED =
                   TOP-UP-DAILY-AMOUNT * MATERNITY-DAYS-THIS-PERIOD
               DISPLAY "MATERNITY TOP-UP - ARBEITER " ARBEITER-ID
                   " " MATERNITY-DAYS-THIS-PERIOD " DAYS".

       ADD-ONE-TOP-UP-PERIOD.
           IF TOP-UP-WALK-MONTH = 1
               MOVE 12 TO TOP-UP-WALK-MONTH
               SUBTRACT 1 FROM TOP-UP-WALK-YEAR
           ELSE
               SUBTRACT 1 FROM TOP-UP-WALK-MONTH.
           MOVE SPACE TO TOP-UP-WALK-PERIOD.
           STRING
               TOP-UP-WALK-YEAR  DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               TOP-UP-WALK-MONTH DELIMITED BY SIZE
               INTO TOP-UP-WALK-PERIOD.
           MOVE TOP-UP-WALK-PERIOD TO PR-PERIOD.
           MOVE ARBEITER-ID TO PR-ARBEITER-ID.
           MOVE ZERO TO PR-ENTRY-SEQ.
           MOVE "N" TO TOP-UP-REGISTER-AT-END.
           START PAY-REGISTER-FILE
               KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
               INVALID KEY
               MOVE "Y" TO TOP-UP-REGISTER-AT-END.
           IF TOP-UP-REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-TOP-UP-ENTRY
               PERFORM ADD-ONE-TOP-UP-ENTRY
                   UNTIL TOP-UP-REGISTER-AT-END = "Y".

       ADD-ONE-TOP-UP-ENTRY.
           IF PR-PERIOD NOT = TOP-UP-WALK-PERIOD OR
               PR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO TOP-UP-REGISTER-AT-END
           ELSE
               IF NOT PR-IS-SPECIAL
                   COMPUTE TOP-UP-BASIS-NET = TOP-UP-BASIS-NET
                       + PR-NET-PAY - PR-REIMBURSEMENT-AMOUNT
                       - PR-MATERNITY-TOP-UP - PR-SHORT-TIME-ALLOWANCE
               END-IF
               PERFORM READ-NEXT-TOP-UP-ENTRY.

       READ-NEXT-TOP-UP-ENTRY.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TOP-UP-REGISTER-AT-END.

      ******************************************************************
      *    Overtime for the period - the worker's plain hourly rate
      *    comes from SALARY over the standing working days and
      *    hours per period, scaled back up for a part-timer whose
      *    SALARY already reflects TEILZEIT-PROZENT, then priced at
      *    the OVERTIME-RATE multiplier for the hours on file that
      *    are not banked into the worker's time account.
      ******************************************************************
       APPLY-OVERTIME-PAY.
           MOVE ZERO TO OVERTIME-AMOUNT.
           MOVE ZERO TO OT-PAID-HOURS.
           MOVE ZERO TO HOURS-BANKED.
           MOVE ZERO TO HOURS-PAID-OUT.
           IF OVERTIME-FILE-MISSING = "Y"
               CONTINUE
           ELSE
               PERFORM READ-WORKER-OVERTIME
               IF OT-RECORD-FOUND = "Y"
                   MOVE OT-HOURS TO OT-PAID-HOURS.
           PERFORM READ-WORKER-TIME-ACCOUNT.
           IF TIME-ACCOUNT-FOUND = "Y"
               PERFORM APPLY-TIME-ACCOUNT.
           IF OT-PAID-HOURS > ZERO
               PERFORM COMPUTE-OVERTIME-AMOUNT.
           COMPUTE WORKER-GROSS = WORKER-GROSS + OVERTIME-AMOUNT.

       READ-WORKER-TIME-ACCOUNT.
           MOVE "N" TO TIME-ACCOUNT-FOUND.
           IF TIME-ACCOUNT-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO TA-ARBEITER-ID
               MOVE "Y" TO TIME-ACCOUNT-FOUND
               READ TIME-ACCOUNT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO TIME-ACCOUNT-FOUND.

      ******************************************************************
      *    The working-time account - a leaver's balance is paid
      *    out with the final settlement (their overtime of the
      *    month is paid, never banked); otherwise a worker who
      *    banks has the hours moved into the account as far as
      *    the year's cap allows, and the rest stay paid. The
      *    account itself is updated once the register entry is
      *    on file.
      ******************************************************************
       APPLY-TIME-ACCOUNT.
           MOVE PAY-PERIOD(1:4) TO ACCOUNT-YEAR.
           IF TA-CAP-YEAR = ACCOUNT-YEAR
               MOVE TA-BANKED-IN-YEAR TO BANKED-IN-YEAR-NOW
           ELSE
               MOVE ZERO TO BANKED-IN-YEAR-NOW.
           IF FINAL-SETTLEMENT = "Y"
               PERFORM PAY-OUT-TIME-ACCOUNT
           ELSE
           IF TA-BANK-OVERTIME AND OT-PAID-HOURS > ZERO
               PERFORM BANK-WORKER-OVERTIME.

       PAY-OUT-TIME-ACCOUNT.
           IF TA-BALANCE > ZERO
               MOVE TA-BALANCE TO HOURS-PAID-OUT
               ADD HOURS-PAID-OUT TO OT-PAID-HOURS
               DISPLAY "FINAL SETTLEMENT - ARBEITER " ARBEITER-ID
                   " PAID OUT " HOURS-PAID-OUT
                   " HOURS FROM THE TIME ACCOUNT"
           ELSE
           IF TA-BALANCE < ZERO
               DISPLAY "WARNING - TIME ACCOUNT OF ARBEITER "
                   ARBEITER-ID " IS OVERDRAWN - SETTLE BY HAND".

       BANK-WORKER-OVERTIME.
           COMPUTE BANK-ROOM = TA-ANNUAL-CAP - BANKED-IN-YEAR-NOW.
           IF BANK-ROOM < ZERO
               MOVE ZERO TO BANK-ROOM.
           IF OT-PAID-HOURS > BANK-ROOM
               MOVE BANK-ROOM TO HOURS-BANKED
               DISPLAY "TIME ACCOUNT CAP REACHED - ARBEITER "
                   ARBEITER-ID " IS PAID THE HOURS ABOVE IT"
           ELSE
               MOVE OT-PAID-HOURS TO HOURS-BANKED.
           SUBTRACT HOURS-BANKED FROM OT-PAID-HOURS.

       READ-WORKER-OVERTIME.
           MOVE ARBEITER-ID TO OT-ARBEITER-ID.
           MOVE PAY-PERIOD TO OT-PERIOD.
               (WORKING-DAYS-PER-PERIOD * HOURS-PER-DAY
               * EFFECTIVE-TEILZEIT).
           COMPUTE OVERTIME-AMOUNT ROUNDED =
               WORKER-HOURLY-RATE * OT-PAID-HOURS
               * OVERTIME-MULTIPLIER.

      ******************************************************************
      *    One-off variable pay for the period - the worker's
      *    itemized onto the register record; employer-side rows
      *    are the employer's own contribution and only feed the
      *    total employer cost. Net pay is never allowed below zero.
      *    The tax rows are skipped on this pass - the wage tax
      *    needs the worker's social contributions first, so it is
      *    worked out once the other rows are in.
      *    The bands and percentages run on the insurable gross -
      *    the gross less any pension salary conversion - and the
      *    employer's pension top-up joins the employer-side rows.
      *    The month's benefits in kind are added to that basis;
      *    they are not in the gross, so the net never pays them.
      ******************************************************************
       APPLY-DEDUCTIONS.
           MOVE SPACE TO PAY-REGISTER-RECORD.
           MOVE ZERO TO WORKER-DEDUCTIONS.
           MOVE ZERO TO WORKER-EMPLOYER-CONTRIB.
           MOVE ZERO TO PR-DEDUCTION-COUNT.
           PERFORM FIND-PENSION-CONVERSION.
           PERFORM FIND-BENEFIT-IN-KIND.
           COMPUTE WORKER-INSURABLE-GROSS =
               WORKER-GROSS + BENEFIT-IN-KIND - PENSION-CONVERSION.
           PERFORM APPLY-ONE-DEDUCTION
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           ADD PENSION-TOP-UP TO WORKER-EMPLOYER-CONTRIB.
           IF TAX-ROWS-IN-TABLE = "Y"
               PERFORM APPLY-WAGE-TAX.
           PERFORM APPLY-LOAN-REPAYMENTS.
           COMPUTE WORKER-NET = WORKER-GROSS - WORKER-DEDUCTIONS.
           COMPUTE WORKER-EMPLOYER-COST =
               WORKER-GROSS + WORKER-EMPLOYER-CONTRIB.
               MOVE "Y" TO ARREARS-RECORD-FOUND.

       APPLY-ONE-DEDUCTION.
           IF TABLE-DED-BASIS(DED-INDEX) = "L" OR "S" OR "K" OR "D"
               CONTINUE
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "V"
               PERFORM APPLY-PENSION-CONVERSION
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "M"
               PERFORM APPLY-ONE-MEMBER-DEDUCTION
           ELSE
           IF WORKER-INSURABLE-GROSS >=
               TABLE-DED-BAND-FROM(DED-INDEX) AND
               (TABLE-DED-BAND-TO(DED-INDEX) = ZERO OR
               WORKER-INSURABLE-GROSS <=
               TABLE-DED-BAND-TO(DED-INDEX))
               IF TABLE-DED-KIND(DED-INDEX) = "P"
                   COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                       WORKER-INSURABLE-GROSS *
                       TABLE-DED-RATE(DED-INDEX) / 100
               ELSE
                   MOVE TABLE-DED-FIXED-AMOUNT(DED-INDEX)
                       TO ONE-DEDUCTION-AMOUNT
                           TO MEMBER-RATE
                   END-IF
                   COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                       WORKER-INSURABLE-GROSS * MEMBER-RATE / 100
               ELSE
                   MOVE TABLE-DED-FIXED-AMOUNT(DED-INDEX)
                       TO ONE-DEDUCTION-AMOUNT
               ELSE
                   PERFORM STORE-ONE-DEDUCTION.

      ******************************************************************
      *    Company pension - an active contract whose plan entry
      *    month has been reached converts its monthly amount, never
      *    more than the gross, and the employer tops it up by the
      *    contract's percent. Only the first pension row in the
      *    table carries the conversion.
      ******************************************************************
       FIND-PENSION-CONVERSION.
           MOVE ZERO TO PENSION-CONVERSION.
           MOVE ZERO TO PENSION-TOP-UP.
           MOVE "N" TO PENSION-CONTRACT-FOUND.
           IF PENSION-FILE-MISSING NOT = "Y" AND
               PENSION-ROW-IN-TABLE = "Y"
               MOVE ARBEITER-ID TO PN-ARBEITER-ID
               MOVE "Y" TO PENSION-CONTRACT-FOUND
               READ PENSION-CONTRACT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO PENSION-CONTRACT-FOUND
               END-READ.
           IF PENSION-CONTRACT-FOUND = "Y" AND PN-IS-ACTIVE AND
               PN-START-DATE(1:7) NOT > PAY-PERIOD
               MOVE PN-CONVERSION-AMOUNT TO PENSION-CONVERSION
               IF PENSION-CONVERSION > WORKER-GROSS
                   MOVE WORKER-GROSS TO PENSION-CONVERSION
               END-IF
               COMPUTE PENSION-TOP-UP ROUNDED =
                   PENSION-CONVERSION * PN-TOP-UP-PERCENT / 100.

      ******************************************************************
      *    Benefits in kind - every BENEFIT-FILE entry of the worker
      *    whose validity covers the pay period counts a whole
      *    month: a list price at BENEFIT-LIST-PRICE-PERCENT of it,
      *    otherwise the monthly value keyed.
      ******************************************************************
       FIND-BENEFIT-IN-KIND.
           MOVE ZERO TO BENEFIT-IN-KIND.
           IF BENEFIT-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO BF-ARBEITER-ID
               MOVE ZERO TO BF-BENEFIT-NUMBER
               MOVE "N" TO BENEFIT-AT-END
               START BENEFIT-FILE
                   KEY IS NOT LESS THAN BF-BENEFIT-KEY
                   INVALID KEY
                   MOVE "Y" TO BENEFIT-AT-END
               END-START
               PERFORM ADD-ONE-BENEFIT-IF-DUE
                   UNTIL BENEFIT-AT-END = "Y".

       ADD-ONE-BENEFIT-IF-DUE.
           READ BENEFIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BENEFIT-AT-END.
           IF BENEFIT-AT-END NOT = "Y"
               IF BF-ARBEITER-ID NOT = ARBEITER-ID
                   MOVE "Y" TO BENEFIT-AT-END
               ELSE
               IF BF-VALID-FROM(1:7) NOT > PAY-PERIOD AND
                   (BF-VALID-TO = SPACE OR
                   BF-VALID-TO(1:7) NOT < PAY-PERIOD)
                   IF BF-LIST-PRICE > ZERO
                       COMPUTE ONE-BENEFIT-VALUE ROUNDED =
                           BF-LIST-PRICE *
                           BENEFIT-LIST-PRICE-PERCENT / 100
                   ELSE
                       MOVE BF-MONTHLY-VALUE TO ONE-BENEFIT-VALUE
                   END-IF
                   ADD ONE-BENEFIT-VALUE TO BENEFIT-IN-KIND.

       APPLY-PENSION-CONVERSION.
           IF TABLE-DED-CODE(DED-INDEX) = PENSION-DED-CODE AND
               PENSION-CONVERSION > ZERO
               MOVE PENSION-CONVERSION TO ONE-DEDUCTION-AMOUNT
               PERFORM STORE-ONE-DEDUCTION.

      ******************************************************************
      *    The contract's accumulators - to date, and for the
      *    calendar year of the period, restarted when the year
      *    turns. Only called once the register entry is written.
      ******************************************************************
       UPDATE-PENSION-CONTRACT.
           IF PN-YEAR NOT = PAY-PERIOD(1:4)
               MOVE PAY-PERIOD(1:4) TO PN-YEAR
               MOVE ZERO TO PN-YEAR-CONVERSION
               MOVE ZERO TO PN-YEAR-TOP-UP.
           ADD PENSION-CONVERSION TO PN-CONVERSION-TO-DATE.
           ADD PENSION-TOP-UP     TO PN-TOP-UP-TO-DATE.
           ADD PENSION-CONVERSION TO PN-YEAR-CONVERSION.
           ADD PENSION-TOP-UP     TO PN-YEAR-TOP-UP.
           MOVE PAY-PERIOD         TO PN-LAST-PERIOD.
           MOVE PENSION-CONVERSION TO PN-LAST-CONVERSION.
           MOVE PENSION-TOP-UP     TO PN-LAST-TOP-UP.
           REWRITE PENSION-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PENSION CONTRACT FOR "
                   "ARBEITER " ARBEITER-ID.

      ******************************************************************
      *    Loan repayments - every loan of the worker still owing
      *    and due from its start period, or flagged for recovery,
      *    is charged the month's interest on its balance and repaid
      *    by its instalment, or by the whole balance in a final
      *    settlement or a recovery. What is taken never exceeds
      *    the pay left after the other deductions. The sum goes in
      *    as one entry under the first loan row in the table; the
      *    split per loan is held until the register entry is
      *    written. A loan already repaid in this period (a
      *    restarted run) is not taken twice.
      ******************************************************************
       APPLY-LOAN-REPAYMENTS.
           MOVE ZERO TO LOAN-REPAYMENT.
           MOVE ZERO TO LOAN-TAKEN-COUNT.
           IF LOAN-FILE-MISSING NOT = "Y" AND
               LOAN-ROW-IN-TABLE = "Y"
               PERFORM FIND-WORKER-LOANS.
           IF LOAN-REPAYMENT > ZERO
               PERFORM APPLY-ONE-LOAN-ROW
                   VARYING DED-INDEX
                   FROM 1 BY 1
                   UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.

       FIND-WORKER-LOANS.
           MOVE ARBEITER-ID TO LN-ARBEITER-ID.
           MOVE ZERO TO LN-LOAN-NUMBER.
           MOVE "N" TO LOAN-AT-END.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY
               MOVE "Y" TO LOAN-AT-END.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD
               PERFORM TAKE-ONE-LOAN-IF-DUE
                   UNTIL LOAN-AT-END = "Y".

       TAKE-ONE-LOAN-IF-DUE.
           IF LN-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO LOAN-AT-END
           ELSE
               IF LN-BALANCE > ZERO AND
                   LN-LAST-PERIOD NOT = PAY-PERIOD AND
                   (LN-IS-FOR-RECOVERY OR
                   (LN-IS-ACTIVE AND (FINAL-SETTLEMENT = "Y" OR
                   LN-START-PERIOD NOT > PAY-PERIOD)))
                   PERFORM COMPUTE-LOAN-REPAYMENT
               END-IF.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD.

       COMPUTE-LOAN-REPAYMENT.
           COMPUTE LOAN-INTEREST ROUNDED =
               LN-BALANCE * LN-INTEREST-RATE / 1200.
           COMPUTE LOAN-DUE = LN-BALANCE + LOAN-INTEREST.
           IF FINAL-SETTLEMENT = "Y" OR LN-IS-FOR-RECOVERY
               MOVE LOAN-DUE TO ONE-LOAN-TAKE
           ELSE
               MOVE LN-INSTALMENT TO ONE-LOAN-TAKE
               IF ONE-LOAN-TAKE > LOAN-DUE
                   MOVE LOAN-DUE TO ONE-LOAN-TAKE.
           COMPUTE LOAN-ROOM =
               WORKER-GROSS - WORKER-DEDUCTIONS - LOAN-REPAYMENT.
           IF LOAN-ROOM < ZERO
               MOVE ZERO TO LOAN-ROOM.
           IF ONE-LOAN-TAKE > LOAN-ROOM
               MOVE LOAN-ROOM TO ONE-LOAN-TAKE
               DISPLAY "LOAN " LN-LOAN-NUMBER " OF ARBEITER "
                   ARBEITER-ID " - REPAYMENT CUT TO THE PAY LEFT".
           IF LOAN-TAKEN-COUNT < 10
               ADD 1 TO LOAN-TAKEN-COUNT
               MOVE LN-LOAN-NUMBER TO LT-LOAN-NUMBER(LOAN-TAKEN-COUNT)
               MOVE ONE-LOAN-TAKE TO LT-REPAYMENT(LOAN-TAKEN-COUNT)
               MOVE LOAN-INTEREST TO LT-INTEREST(LOAN-TAKEN-COUNT)
               ADD ONE-LOAN-TAKE TO LOAN-REPAYMENT
           ELSE
               DISPLAY "WARNING - MORE THAN 10 LOANS FOR ARBEITER "
                   ARBEITER-ID " - LOAN " LN-LOAN-NUMBER
                   " NOT REPAID".

       APPLY-ONE-LOAN-ROW.
           IF TABLE-DED-CODE(DED-INDEX) = LOAN-DED-CODE
               MOVE LOAN-REPAYMENT TO ONE-DEDUCTION-AMOUNT
               PERFORM STORE-ONE-DEDUCTION.

      ******************************************************************
      *    The loans' balances and to-date figures - only called
      *    once the register entry is written. The interest charged
      *    goes onto the balance and the repayment comes off it; a
      *    balance at zero closes the loan.
      ******************************************************************
       UPDATE-WORKER-LOANS.
           PERFORM UPDATE-ONE-LOAN
               VARYING LOAN-SUB FROM 1 BY 1
               UNTIL LOAN-SUB > LOAN-TAKEN-COUNT.

       UPDATE-ONE-LOAN.
           MOVE ARBEITER-ID TO LN-ARBEITER-ID.
           MOVE LT-LOAN-NUMBER(LOAN-SUB) TO LN-LOAN-NUMBER.
           READ LOAN-FILE RECORD
               INVALID KEY
               DISPLAY "LOAN " LN-LOAN-NUMBER " OF ARBEITER "
                   ARBEITER-ID " NO LONGER ON FILE"
               NOT INVALID KEY
               PERFORM STORE-LOAN-REPAYMENT.

       STORE-LOAN-REPAYMENT.
           COMPUTE LN-BALANCE = LN-BALANCE +
               LT-INTEREST(LOAN-SUB) - LT-REPAYMENT(LOAN-SUB).
           ADD LT-REPAYMENT(LOAN-SUB) TO LN-REPAID-TO-DATE.
           ADD LT-INTEREST(LOAN-SUB)  TO LN-INTEREST-TO-DATE.
           MOVE PAY-PERIOD            TO LN-LAST-PERIOD.
           MOVE LT-REPAYMENT(LOAN-SUB) TO LN-LAST-REPAYMENT.
           MOVE LT-INTEREST(LOAN-SUB)  TO LN-LAST-INTEREST.
           IF LN-BALANCE = ZERO
               MOVE "P" TO LN-STATUS
               ADD 1 TO LOANS-PAID-OFF-COUNT
               DISPLAY "LOAN " LN-LOAN-NUMBER " PAID OFF FOR "
                   "ARBEITER " ARBEITER-ID.
           REWRITE LOAN-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LOAN " LN-LOAN-NUMBER
                   " FOR ARBEITER " ARBEITER-ID.

       READ-NEXT-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOAN-AT-END.

       STORE-ONE-DEDUCTION.
           ADD ONE-DEDUCTION-AMOUNT TO WORKER-DEDUCTIONS.
           IF PR-DEDUCTION-COUNT < 10
                   "ARBEITER " ARBEITER-ID
                   " - AMOUNT IN TOTAL ONLY".

      ******************************************************************
      *    Wage tax - the period's taxable pay is annualized, less
      *    the worker's social contributions from the rows already
      *    applied (the pension-contribution allowance, and any
      *    pension salary conversion, which is not taxed) and the
      *    lump sums of the tax class, and the annual tax for the
      *    class comes off the tariff. A twelfth of it is the
      *    period's wage tax. The surcharge and church tax are
      *    levied on the annual tax recomputed after the child
      *    allowances on the card. The taxable pay includes the
      *    month's benefits in kind.
      ******************************************************************
       APPLY-WAGE-TAX.
           COMPUTE WORKER-TAX-BASIS = WORKER-GROSS + BENEFIT-IN-KIND.
           PERFORM READ-WORKER-TAX-CARD.
           PERFORM COMPUTE-ANNUAL-TAX-BASIS.
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
               ADD 1 TO NO-TAX-CARD-COUNT
               DISPLAY "NO TAX CARD FOR ARBEITER " ARBEITER-ID
                   " - TAXED AT CLASS 6".

       COMPUTE-ANNUAL-TAX-BASIS.
           COMPUTE ANNUAL-TAX-BASIS =
               (WORKER-TAX-BASIS - WORKER-DEDUCTIONS) * 12.
           IF WORKER-TAX-CLASS NOT = 6
               SUBTRACT TAX-EMPLOYEE-LUMP-SUM FROM ANNUAL-TAX-BASIS
               SUBTRACT TAX-SPECIAL-EXPENSES FROM ANNUAL-TAX-BASIS.
           IF WORKER-TAX-CLASS = 2
               SUBTRACT TAX-SINGLE-PARENT-RELIEF FROM ANNUAL-TAX-BASIS.
           IF ANNUAL-TAX-BASIS < ZERO
               MOVE ZERO TO ANNUAL-TAX-BASIS.

      ******************************************************************
      *    Annual tax on CLASS-INCOME for the worker's class - class
      *    3 by splitting (twice the tax on half the income), classes
      *    5 and 6 at twice the difference between the tax on 125%
      *    and on 75% of the income, kept between 14% and 42% of it.
      *    Classes 1, 2 and 4 straight off the tariff.
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

      ******************************************************************
      *    The income-tax tariff on TARIFF-INCOME in whole euros,
      *    rounded down - tax-free up to the basic allowance, two
      *    progressive zones, then the 42% and 45% linear zones.
      ******************************************************************
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

      ******************************************************************
      *    One tax row - "L" takes a twelfth of the annual wage tax,
      *    "S" the surcharge at the row's rate on the tax after
      *    child allowances (nothing up to the exemption limit, and
      *    no more than 11.9% of the excess above it), "K" the
      *    row's church-tax rate on the same tax, only for workers
      *    liable to church tax. A zero amount writes no entry.
      ******************************************************************
       APPLY-ONE-TAX-ROW.
           MOVE ZERO TO ONE-DEDUCTION-AMOUNT.
           IF TABLE-DED-BASIS(DED-INDEX) = "L"
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   ANNUAL-WAGE-TAX / 12
               COMPUTE RUN-WAGE-TAX-TOTAL =
                   RUN-WAGE-TAX-TOTAL + ONE-DEDUCTION-AMOUNT
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "S"
               PERFORM COMPUTE-SOLIDARITY
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "K" AND
               WORKER-CHURCH-TAX = "Y"
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   ANNUAL-BASE-TAX * TABLE-DED-RATE(DED-INDEX)
                   / 100 / 12.
           IF ONE-DEDUCTION-AMOUNT > ZERO
               PERFORM STORE-ONE-DEDUCTION.

       COMPUTE-SOLIDARITY.
           MOVE SOLIDARITY-EXEMPT-LIMIT TO SOLIDARITY-THRESHOLD.
           IF WORKER-TAX-CLASS = 3
               COMPUTE SOLIDARITY-THRESHOLD =
                   SOLIDARITY-EXEMPT-LIMIT * 2.
           IF ANNUAL-BASE-TAX > SOLIDARITY-THRESHOLD
               COMPUTE ANNUAL-SOLIDARITY ROUNDED =
                   ANNUAL-BASE-TAX * TABLE-DED-RATE(DED-INDEX) / 100
               COMPUTE SOLIDARITY-LIMIT ROUNDED =
                   (ANNUAL-BASE-TAX - SOLIDARITY-THRESHOLD)
                   * 11.9 / 100
               IF ANNUAL-SOLIDARITY > SOLIDARITY-LIMIT
                   MOVE SOLIDARITY-LIMIT TO ANNUAL-SOLIDARITY
               END-IF
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   ANNUAL-SOLIDARITY / 12.

      ******************************************************************
      *    Wage attachment - taken after the statutory deductions:
      *    the period's take is the monthly maximum, cut back so
               DISPLAY "ERROR REWRITING GARNISHMENT RECORD FOR "
                   "ARBEITER " ARBEITER-ID.

      ******************************************************************
      *    Travel reimbursement - the approved claims the worker
      *    asked to have paid with the salary. Non-taxable, so it
      *    stays out of the gross and everything priced off it; it
      *    goes onto the net after the garnishment so no creditor
      *    takes any of it.
      ******************************************************************
       APPLY-TRAVEL-REIMBURSEMENT.
           MOVE ZERO TO TRAVEL-REIMBURSEMENT.
           IF TRAVEL-FILE-MISSING NOT = "Y"
               PERFORM START-WORKER-CLAIMS
               IF CLAIM-AT-END NOT = "Y"
                   PERFORM READ-NEXT-CLAIM-RECORD
                   PERFORM ADD-ONE-CLAIM-IF-DUE
                       UNTIL CLAIM-AT-END = "Y".
           ADD TRAVEL-REIMBURSEMENT TO WORKER-NET.

       ADD-ONE-CLAIM-IF-DUE.
           IF TV-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO CLAIM-AT-END
           ELSE
               IF TV-IS-APPROVED AND TV-PAY-BY-PAYROLL
                   ADD TV-TOTAL-AMOUNT TO TRAVEL-REIMBURSEMENT
               END-IF
               PERFORM READ-NEXT-CLAIM-RECORD.

       START-WORKER-CLAIMS.
           MOVE ARBEITER-ID TO TV-ARBEITER-ID.
           MOVE ZERO TO TV-CLAIM-NUMBER.
           MOVE "N" TO CLAIM-AT-END.
           START TRAVEL-CLAIM-FILE
               KEY IS NOT LESS THAN TV-CLAIM-KEY
               INVALID KEY
               MOVE "Y" TO CLAIM-AT-END.

      ******************************************************************
      *    Once the register entry is on file the claims it paid
      *    are marked settled in the period - the same selection
      *    as APPLY-TRAVEL-REIMBURSEMENT made.
      ******************************************************************
       SETTLE-TRAVEL-CLAIMS.
           PERFORM START-WORKER-CLAIMS.
           IF CLAIM-AT-END NOT = "Y"
               PERFORM READ-NEXT-CLAIM-RECORD
               PERFORM SETTLE-ONE-CLAIM-IF-DUE
                   UNTIL CLAIM-AT-END = "Y".

       SETTLE-ONE-CLAIM-IF-DUE.
           IF TV-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO CLAIM-AT-END
           ELSE
               IF TV-IS-APPROVED AND TV-PAY-BY-PAYROLL
                   MOVE "S" TO TV-STATUS
                   MOVE PAY-PERIOD TO TV-SETTLED-PERIOD
                   REWRITE TRAVEL-CLAIM-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING TRAVEL CLAIM "
                           TV-CLAIM-NUMBER " FOR ARBEITER "
                           ARBEITER-ID
                       NOT INVALID KEY
                       ADD 1 TO CLAIMS-SETTLED-COUNT
                   END-REWRITE
               END-IF
               PERFORM READ-NEXT-CLAIM-RECORD.

       READ-NEXT-CLAIM-RECORD.
           READ TRAVEL-CLAIM-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CLAIM-AT-END.

      ******************************************************************
      *    The maternity top-up worked out with the absences goes
      *    onto the net untaxed, and is the employer's cost.
      ******************************************************************
       APPLY-MATERNITY-TOP-UP.
           ADD MATERNITY-TOP-UP TO WORKER-NET.
           ADD MATERNITY-TOP-UP TO WORKER-EMPLOYER-COST.

      ******************************************************************
      *    The short-time allowance worked out with the gross goes
      *    onto the net untaxed, like the maternity top-up. It is
      *    not the employer's cost - the agency refunds it.
      ******************************************************************
       APPLY-SHORT-TIME-ALLOWANCE.
           ADD SHORT-TIME-ALLOWANCE TO WORKER-NET.

       WRITE-PAY-REGISTER-RECORD.
           MOVE PAY-PERIOD            TO PR-PERIOD.
           MOVE ARBEITER-ID           TO PR-ARBEITER-ID.
           MOVE WORKER-DEDUCTIONS     TO PR-TOTAL-DEDUCTIONS.
           MOVE ARREARS-AMOUNT        TO PR-ARREARS-AMOUNT.
           MOVE GARNISHMENT-AMOUNT    TO PR-GARNISHMENT-AMOUNT.
           MOVE TRAVEL-REIMBURSEMENT  TO PR-REIMBURSEMENT-AMOUNT.
           MOVE WORKER-NET            TO PR-NET-PAY.
           MOVE WORKER-EMPLOYER-COST  TO PR-EMPLOYER-COST.
           MOVE BENEFIT-IN-KIND       TO PR-BENEFIT-IN-KIND.
           MOVE MATERNITY-TOP-UP      TO PR-MATERNITY-TOP-UP.
           MOVE SHORT-TIME-TARGET     TO PR-SHORT-TIME-TARGET.
           MOVE SHORT-TIME-REDUCTION  TO PR-SHORT-TIME-REDUCTION.
           MOVE SHORT-TIME-ALLOWANCE  TO PR-SHORT-TIME-ALLOWANCE.
           IF FINAL-SETTLEMENT = "Y"
               PERFORM HOLD-SETTLEMENT-FOR-EQUIPMENT.
           WRITE PAY-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAY REGISTER RECORD FOR "
               ADD WORKER-DEDUCTIONS TO RUN-DEDUCTION-TOTAL
               ADD WORKER-NET        TO RUN-NET-TOTAL
               ADD WORKER-EMPLOYER-COST TO RUN-EMPLOYER-COST-TOTAL
               ADD PENSION-CONVERSION TO RUN-CONVERSION-TOTAL
               ADD PENSION-TOP-UP    TO RUN-TOP-UP-TOTAL
               ADD LOAN-REPAYMENT    TO RUN-LOAN-TOTAL
               ADD TRAVEL-REIMBURSEMENT TO RUN-TRAVEL-TOTAL
               ADD BENEFIT-IN-KIND   TO RUN-BENEFIT-TOTAL
               ADD MATERNITY-TOP-UP  TO RUN-MATERNITY-TOTAL
               ADD SHORT-TIME-REDUCTION TO RUN-SHORT-TIME-REDUCTION
               ADD SHORT-TIME-ALLOWANCE TO RUN-SHORT-TIME-ALLOWANCE
               PERFORM UPDATE-YTD-RECORD
               IF PENSION-CONVERSION > ZERO
                   PERFORM UPDATE-PENSION-CONTRACT
               END-IF
               IF LOAN-TAKEN-COUNT > ZERO
                   PERFORM UPDATE-WORKER-LOANS
               END-IF
               IF TRAVEL-REIMBURSEMENT > ZERO
                   PERFORM SETTLE-TRAVEL-CLAIMS
               END-IF
               IF HOURS-BANKED > ZERO OR HOURS-PAID-OUT > ZERO
                   PERFORM UPDATE-TIME-ACCOUNT
               END-IF
               PERFORM TAKE-PAYROLL-CHECKPOINT.

      ******************************************************************
      *    The working-time account's balance and year and to-date
      *    figures - only called once the register entry is written.
      *    The period's movement is kept apart for a reversal.
      ******************************************************************
       UPDATE-TIME-ACCOUNT.
           MOVE ARBEITER-ID TO TA-ARBEITER-ID.
           READ TIME-ACCOUNT-FILE RECORD
               INVALID KEY
               DISPLAY "TIME ACCOUNT OF ARBEITER " ARBEITER-ID
                   " NO LONGER ON FILE"
               NOT INVALID KEY
               PERFORM STORE-TIME-ACCOUNT-MOVEMENT.

       STORE-TIME-ACCOUNT-MOVEMENT.
           IF TA-CAP-YEAR NOT = ACCOUNT-YEAR
               MOVE ACCOUNT-YEAR TO TA-CAP-YEAR
               MOVE ZERO TO TA-BANKED-IN-YEAR.
           COMPUTE TA-BALANCE =
               TA-BALANCE + HOURS-BANKED - HOURS-PAID-OUT.
           ADD HOURS-BANKED TO TA-BANKED-IN-YEAR.
           ADD HOURS-BANKED TO TA-BANKED-TO-DATE.
           ADD HOURS-PAID-OUT TO TA-PAID-TO-DATE.
           MOVE PAY-PERIOD TO TA-LAST-PERIOD.
           MOVE HOURS-BANKED TO TA-LAST-BANKED.
           MOVE HOURS-PAID-OUT TO TA-LAST-PAID-OUT.
           REWRITE TIME-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TIME ACCOUNT OF ARBEITER "
                   ARBEITER-ID
               NOT INVALID KEY
               ADD HOURS-BANKED TO RUN-HOURS-BANKED
               ADD HOURS-PAID-OUT TO RUN-HOURS-PAID-OUT.

      ******************************************************************
      *    A leaver still holding issued company equipment has the
      *    final settlement registered but held - PR-PAYMENT-STATUS
      *    "H" - until every item is back, written off or recovered.
      ******************************************************************
       HOLD-SETTLEMENT-FOR-EQUIPMENT.
           PERFORM COUNT-OUTSTANDING-EQUIPMENT.
           IF EQUIPMENT-OUTSTANDING > ZERO
               MOVE "H" TO PR-PAYMENT-STATUS
               ADD 1 TO SETTLEMENTS-HELD-COUNT
               DISPLAY "FINAL SETTLEMENT HELD FOR ARBEITER "
                   ARBEITER-ID " - " EQUIPMENT-OUTSTANDING
                   " ITEM(S) OF EQUIPMENT NOT RETURNED".

       COUNT-OUTSTANDING-EQUIPMENT.
           MOVE ZERO TO EQUIPMENT-OUTSTANDING.
           IF EQUIPMENT-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO EQ-ARBEITER-ID
               MOVE "N" TO EQUIPMENT-AT-END
               START EQUIPMENT-FILE
                   KEY IS EQUAL TO EQ-ARBEITER-ID
                   INVALID KEY
                   MOVE "Y" TO EQUIPMENT-AT-END
               END-START
               PERFORM COUNT-ONE-EQUIPMENT-ITEM
                   UNTIL EQUIPMENT-AT-END = "Y".

       COUNT-ONE-EQUIPMENT-ITEM.
           READ EQUIPMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EQUIPMENT-AT-END.
           IF EQUIPMENT-AT-END NOT = "Y"
               IF EQ-ARBEITER-ID NOT = ARBEITER-ID
                   MOVE "Y" TO EQUIPMENT-AT-END
               ELSE
               IF EQ-IS-ISSUED
                   ADD 1 TO EQUIPMENT-OUTSTANDING.

      ******************************************************************
      *    Year-to-date accumulators - one record per worker per
      *    year, created on the worker's first period and added to
           ADD WORKER-GROSS      TO YT-GROSS.
           ADD WORKER-DEDUCTIONS TO YT-TOTAL-DEDUCTIONS.
           ADD WORKER-NET        TO YT-NET.
           ADD BENEFIT-IN-KIND   TO YT-BENEFIT-IN-KIND.
           PERFORM MERGE-ONE-YTD-DEDUCTION
               VARYING REGISTER-DED-SUB FROM 1 BY 1
               UNTIL REGISTER-DED-SUB > PR-DEDUCTION-COUNT.
               UNTIL YTD-SUB > 10.
           MOVE ZERO TO YT-TOTAL-DEDUCTIONS.
           MOVE ZERO TO YT-NET.
           MOVE ZERO TO YT-BENEFIT-IN-KIND.
           MOVE ARBEITER-ID TO YT-ARBEITER-ID.
           MOVE PAY-PERIOD(1:4) TO YT-YEAR.


       DISPLAY-RUN-TOTALS.
           DISPLAY "PAY PERIOD:       " PAY-PERIOD.
           DISPLAY "COMPANY:          " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "WORKERS PAID:     " WORKERS-PAID-COUNT.
           DISPLAY "TOTAL GROSS PAY:  " RUN-GROSS-TOTAL.
           DISPLAY "TOTAL BONUS PAID: " RUN-BONUS-TOTAL.
           DISPLAY "ABSENCE ADJUSTMT: " RUN-ADJUSTMENT-TOTAL.
           DISPLAY "RETRO PAY TOTAL:  " RUN-RETRO-TOTAL.
           DISPLAY "OVERTIME TOTAL:   " RUN-OVERTIME-TOTAL.
           DISPLAY "  HOURS BANKED:      " RUN-HOURS-BANKED.
           DISPLAY "  HOURS PAID OUT:    " RUN-HOURS-PAID-OUT.
           DISPLAY "GARNISHMENTS:     " RUN-GARNISHMENT-TOTAL.
           DISPLAY "ONE-OFF PAYMENTS: " RUN-VARIABLE-TOTAL.
           DISPLAY "ARREARS MOVEMENT: " RUN-ARREARS-TOTAL.
           DISPLAY "VACATION PAYOUTS: " RUN-PAYOUT-TOTAL.
           DISPLAY "TOTAL DEDUCTIONS: " RUN-DEDUCTION-TOTAL.
           DISPLAY "  OF WHICH WAGE TAX: " RUN-WAGE-TAX-TOTAL.
           DISPLAY "  OF WHICH PENSION:  " RUN-CONVERSION-TOTAL.
           DISPLAY "  OF WHICH LOANS:    " RUN-LOAN-TOTAL.
           DISPLAY "PENSION TOP-UP:   " RUN-TOP-UP-TOTAL.
           DISPLAY "LOANS PAID OFF:   " LOANS-PAID-OFF-COUNT.
           DISPLAY "TRAVEL REIMBURSED:" RUN-TRAVEL-TOTAL.
           DISPLAY "  CLAIMS SETTLED:    " CLAIMS-SETTLED-COUNT.
           DISPLAY "SETTLEMENTS HELD: " SETTLEMENTS-HELD-COUNT.
           DISPLAY "BENEFITS IN KIND: " RUN-BENEFIT-TOTAL.
           DISPLAY "MATERNITY TOP-UP: " RUN-MATERNITY-TOTAL.
           DISPLAY "SHORT-TIME WORK:  " RUN-SHORT-TIME-REDUCTION.
           DISPLAY "  WORKERS:           " SHORT-TIME-WORKER-COUNT.
           DISPLAY "  ALLOWANCE PAID:    " RUN-SHORT-TIME-ALLOWANCE.
           DISPLAY "TOTAL NET PAY:    " RUN-NET-TOTAL.
           DISPLAY "EMPLOYER COST:    " RUN-EMPLOYER-COST-TOTAL.

               CLOSE UPDATE-LOCK-FILE
               MOVE "Y" TO UPDATE-LOCK-TAKEN.

      ******************************************************************
      *    Tell BATCH-RUN-DATE the step could not run, so a chain
      *    driver holds back what follows.
      ******************************************************************
       REPORT-STEP-FAILURE.
           MOVE "F" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.

       RELEASE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               OPEN OUTPUT UPDATE-LOCK-FILE
