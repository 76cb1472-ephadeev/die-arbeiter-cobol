      ******************************************************************
      *    Primary Key - BF-BENEFIT-KEY
      *        (BF-ARBEITER-ID + BF-BENEFIT-NUMBER)
      *    One record per benefit in kind a worker receives - a
      *    company car, subsidised meals or any other non-cash
      *    benefit - that is taxable and insurable but never paid
      *    out. Kept on MAINTENANCE-BENEFIT.
      *    BF-LIST-PRICE - a company car's gross list price; the
      *    monthly value is BENEFIT-LIST-PRICE-PERCENT (1%) of it.
      *    BF-MONTHLY-VALUE - the monthly value of any benefit kept
      *    without a list price.
      *    BF-VALID-FROM / BF-VALID-TO - the benefit counts for
      *    every pay period from the month of BF-VALID-FROM through
      *    the month of BF-VALID-TO, a whole month each; a blank
      *    BF-VALID-TO means it has no end yet.
      *    PAYROLL-RUN adds the month's value to the basis of the
      *    percentage DEDUCTION-TABLE rows and of the wage tax,
      *    never to the net, and carries it as PR-BENEFIT-IN-KIND.
      ******************************************************************
       FD  BENEFIT-FILE.
       01  BENEFIT-RECORD.
           05 BF-BENEFIT-KEY.
               10 BF-ARBEITER-ID    PIC 9(6).
               10 BF-BENEFIT-NUMBER PIC 9(3).
           05 BF-TYPE             PIC X.
               88 BF-IS-COMPANY-CAR   VALUE "C".
               88 BF-IS-MEALS         VALUE "M".
               88 BF-IS-OTHER         VALUE "O".
               88 BF-TYPE-IS-VALID    VALUES "C", "M", "O".
           05 BF-BESCHREIBUNG     PIC X(40).
           05 BF-LIST-PRICE       PIC 9(7)V99.
           05 BF-MONTHLY-VALUE    PIC 9(7)V99.
           05 BF-VALID-FROM       PIC X(10).
           05 BF-VALID-TO         PIC X(10).
