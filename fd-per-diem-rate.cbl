      ******************************************************************
      *    Primary Key - PDR-MIN-HOURS
      *    One record per per-diem band - the tax-free daily
      *    allowance paid for a travel day of at least PDR-MIN-HOURS
      *    hours away, up to the next band. A day is priced at the
      *    highest band it reaches; a full day away is priced at the
      *    24-hour band, and the departure and return days of an
      *    overnight trip at the lowest band that pays anything.
      *    Maintained in MAINTENANCE-PER-DIEM.
      ******************************************************************
       FD  PER-DIEM-RATE-FILE.
       01  PER-DIEM-RATE-RECORD.
           05 PDR-MIN-HOURS       PIC 9(2).
           05 PDR-DAILY-RATE      PIC 9(3)V99.
           05 PDR-DESCRIPTION     PIC X(30).
