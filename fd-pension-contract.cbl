      ******************************************************************
      *    Primary Key - PN-ARBEITER-ID
      *    One record per worker in the company pension plan - the
      *    provider's contract number, the plan, the monthly salary
      *    conversion the worker has signed for, the employer top-up
      *    as a percent of that conversion, and the plan entry date.
      *    PN-STATUS - "A" active, "S" suspended (no conversion is
      *    taken while suspended), "E" ended.
      *    PAYROLL-RUN takes the conversion under the DEDUCTION-TABLE
      *    row keyed with the pension basis "V", out of the basis of
      *    every other row and of the wage tax, and adds the top-up
      *    to the employer cost. Both are accumulated here - to date
      *    since plan entry, and for the calendar year in PN-YEAR -
      *    and REVERSE-PAYROLL-PERIOD backs them out again. The
      *    amounts taken in the last period paid are kept apart in
      *    PN-LAST-CONVERSION / PN-LAST-TOP-UP.
      ******************************************************************
       FD  PENSION-CONTRACT-FILE.
       01  PENSION-CONTRACT-RECORD.
           05 PN-ARBEITER-ID      PIC 9(6).
           05 PN-CONTRACT-NUMBER  PIC X(15).
           05 PN-PLAN             PIC X(20).
           05 PN-CONVERSION-AMOUNT PIC 9(5)V99.
           05 PN-TOP-UP-PERCENT   PIC 9(3)V99.
           05 PN-START-DATE       PIC X(10).
           05 PN-STATUS           PIC X.
               88 PN-IS-ACTIVE        VALUE "A".
               88 PN-IS-SUSPENDED     VALUE "S".
               88 PN-IS-ENDED         VALUE "E".
               88 PN-STATUS-IS-VALID  VALUES "A", "S", "E".
           05 PN-CONVERSION-TO-DATE PIC 9(9)V99.
           05 PN-TOP-UP-TO-DATE   PIC 9(9)V99.
           05 PN-YEAR             PIC 9(4).
           05 PN-YEAR-CONVERSION  PIC 9(7)V99.
           05 PN-YEAR-TOP-UP      PIC 9(7)V99.
           05 PN-LAST-PERIOD      PIC X(7).
           05 PN-LAST-CONVERSION  PIC 9(5)V99.
           05 PN-LAST-TOP-UP      PIC 9(5)V99.
