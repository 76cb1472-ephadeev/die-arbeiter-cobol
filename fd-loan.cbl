      ******************************************************************
      *    Primary Key - LN-LOAN-KEY
      *        (LN-ARBEITER-ID + LN-LOAN-NUMBER)
      *    One record per employer loan or salary advance - the
      *    principal lent, the annual interest rate (zero for an
      *    interest-free advance), the monthly instalment and the
      *    first pay period it is taken in. LN-BALANCE is what is
      *    still owed, principal plus interest charged, less the
      *    repayments.
      *    LN-STATUS - "A" active, "P" paid off, "R" flagged for
      *    recovery out of the final settlement when the worker is
      *    offboarded, in which case the whole balance is taken in
      *    the next period the worker is paid.
      *    PAYROLL-RUN takes the repayment under the DEDUCTION-TABLE
      *    row keyed with the loan basis "D", after the wage tax,
      *    and keeps the to-date figures; the amounts of the last
      *    period paid are kept apart so REVERSE-PAYROLL-PERIOD can
      *    put the balance back.
      ******************************************************************
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           05 LN-LOAN-KEY.
               10 LN-ARBEITER-ID  PIC 9(6).
               10 LN-LOAN-NUMBER  PIC 9(3).
           05 LN-KIND             PIC X.
               88 LN-IS-LOAN          VALUE "L".
               88 LN-IS-ADVANCE       VALUE "A".
               88 LN-KIND-IS-VALID    VALUES "L", "A".
           05 LN-PRINCIPAL        PIC 9(7)V99.
           05 LN-INTEREST-RATE    PIC 9(2)V99.
           05 LN-INSTALMENT       PIC 9(5)V99.
           05 LN-START-PERIOD     PIC X(7).
           05 LN-GRANT-DATE       PIC X(10).
           05 LN-BALANCE          PIC 9(7)V99.
           05 LN-STATUS           PIC X.
               88 LN-IS-ACTIVE        VALUE "A".
               88 LN-IS-PAID-OFF      VALUE "P".
               88 LN-IS-FOR-RECOVERY  VALUE "R".
           05 LN-REPAID-TO-DATE   PIC 9(7)V99.
           05 LN-INTEREST-TO-DATE PIC 9(7)V99.
           05 LN-RECOVERY-DATE    PIC X(10).
           05 LN-LAST-PERIOD      PIC X(7).
           05 LN-LAST-REPAYMENT   PIC 9(7)V99.
           05 LN-LAST-INTEREST    PIC 9(5)V99.
