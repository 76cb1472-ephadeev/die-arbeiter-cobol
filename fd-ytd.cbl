      *    One record per worker per calendar year, maintained by
      *    PAYROLL-RUN as each period is paid - the year-to-date
      *    gross, the deduction amounts accumulated per DED-CODE,
      *    the total deductions and the net, and the benefits in
      *    kind taxed with the pay but not paid out (not in
      *    YT-GROSS). Read at year end by EXPORT-ANNUAL-EARNINGS
      *    for the certified statements.
      ******************************************************************
       FD  YTD-FILE.
       01  YTD-RECORD.
               10 YT-DED-AMOUNT   PIC 9(9)V99.
           05 YT-TOTAL-DEDUCTIONS PIC 9(9)V99.
           05 YT-NET              PIC S9(9)V99.
           05 YT-BENEFIT-IN-KIND  PIC 9(9)V99.
