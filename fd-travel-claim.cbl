      ******************************************************************
      *    Primary Key - TV-CLAIM-KEY
      *        (TV-ARBEITER-ID + TV-CLAIM-NUMBER)
      *    One record per business trip claimed, captured in
      *    MAINTENANCE-TRAVEL-CLAIM and decided by the worker's
      *    CHIEF-ID in APPROVE-TRAVEL-CLAIMS, the same way as a
      *    leave request. TV-ABTEILUNG-ID is the worker's home
      *    department when the claim was captured - the department
      *    the trip is charged to on PRINT-TRAVEL-COST-REPORT.
      *    The per-diem days are split into full days away (24
      *    hours) and part days (the single day of a one-day trip,
      *    or the departure and return days of an overnight trip);
      *    TV-PART-DAY-HOURS is the time away on a one-day trip.
      *    TV-PER-DIEM-AMOUNT is priced off the PER-DIEM-RATE-FILE
      *    at capture and is the tax-free allowance; the mileage is
      *    priced at the flat rate per kilometre. TV-TOTAL-AMOUNT is
      *    per-diem plus mileage plus receipts, all of it a
      *    non-taxable reimbursement.
      *    TV-PAY-VIA - "P" with the next PAYROLL-RUN, on top of the
      *    net pay; "T" as a transfer of its own in the
      *    EXPORT-PAYMENT-FILE batch.
      *    TV-STATUS - "P" pending, "A" approved, "R" rejected,
      *    "S" settled in TV-SETTLED-PERIOD. REVERSE-PAYROLL-PERIOD
      *    puts a claim settled through a reversed period back to
      *    approved so the rerun pays it again.
      ******************************************************************
       FD  TRAVEL-CLAIM-FILE.
       01  TRAVEL-CLAIM-RECORD.
           05 TV-CLAIM-KEY.
               10 TV-ARBEITER-ID  PIC 9(6).
               10 TV-CLAIM-NUMBER PIC 9(3).
           05 TV-ABTEILUNG-ID     PIC 9(4).
           05 TV-CHIEF-ID         PIC 9(6).
           05 TV-DESTINATION      PIC X(30).
           05 TV-FROM-DATE        PIC X(10).
           05 TV-TO-DATE          PIC X(10).
           05 TV-FULL-DAYS        PIC 9(3).
           05 TV-PART-DAYS        PIC 9.
           05 TV-PART-DAY-HOURS   PIC 9(2).
           05 TV-KILOMETRES       PIC 9(5).
           05 TV-RECEIPTS-AMOUNT  PIC 9(5)V99.
           05 TV-PER-DIEM-AMOUNT  PIC 9(5)V99.
           05 TV-MILEAGE-AMOUNT   PIC 9(5)V99.
           05 TV-TOTAL-AMOUNT     PIC 9(7)V99.
           05 TV-PAY-VIA          PIC X.
               88 TV-PAY-BY-PAYROLL   VALUE "P".
               88 TV-PAY-BY-TRANSFER  VALUE "T".
           05 TV-STATUS           PIC X.
               88 TV-IS-PENDING       VALUE "P".
               88 TV-IS-APPROVED      VALUE "A".
               88 TV-IS-REJECTED      VALUE "R".
               88 TV-IS-SETTLED       VALUE "S".
           05 TV-SETTLED-PERIOD   PIC X(7).
           05 TV-REQUESTED-BY     PIC 9(4).
           05 TV-REQUEST-DATE     PIC X(10).
           05 TV-DECIDED-BY       PIC 9(4).
           05 TV-DECIDED-DATE     PIC X(10).
