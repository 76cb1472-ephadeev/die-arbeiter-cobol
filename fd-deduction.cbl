      *    MEMBERSHIP-FILE row for the code, at that row's override
      *    rate where one is keyed - one health fund per worker
      *    instead of one averaged row for everyone.
      *    The three tax bases take the row out of the band and
      *    percentage logic altogether - "L" is the wage tax,
      *    worked out by PAYROLL-RUN from the worker's TAX-CARD-FILE
      *    entry against the annual tariff, "S" the solidarity
      *    surcharge on that tax (DED-RATE the surcharge percent)
      *    and "K" the church tax on it (DED-RATE the church-tax
      *    percent, only for workers whose card shows liability).
      *    "V" is the company-pension salary conversion - the amount
      *    comes from the worker's PENSION-CONTRACT-FILE entry, and
      *    PAYROLL-RUN takes it out of the gross every other row
      *    and the wage tax are worked out on. DED-KIND, DED-RATE
      *    and the band are not used for it.
      *    "D" is the employer-loan repayment - the instalments come
      *    from the worker's LOAN-FILE entries and are taken after
      *    the wage tax, out of net pay; the rest of the row is not
      *    used for it either.
      ******************************************************************
       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DED-BASIS           PIC X.
               88 DED-IS-BAND-BASED    VALUES "B", " ".
               88 DED-IS-MEMBER-BASED  VALUE "M".
               88 DED-IS-WAGE-TAX      VALUE "L".
               88 DED-IS-SOLIDARITY    VALUE "S".
               88 DED-IS-CHURCH-TAX    VALUE "K".
               88 DED-IS-TAX-BASED     VALUES "L", "S", "K".
               88 DED-IS-PENSION-CONVERSION VALUE "V".
               88 DED-IS-LOAN-REPAYMENT VALUE "D".
           05 DED-RATE            PIC 9(3)V99.
           05 DED-FIXED-AMOUNT    PIC 9(7)V99.
           05 DED-BAND-FROM       PIC 9(7)V99.
