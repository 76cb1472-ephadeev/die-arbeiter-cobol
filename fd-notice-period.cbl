      ******************************************************************
      *    Primary Key - NP-MIN-YEARS
      *    One record per notice-period band - the notice the
      *    employer must give a worker with at least NP-MIN-YEARS
      *    completed years of service, up to the next band. The
      *    period is NP-NOTICE-MONTHS calendar months, or when that
      *    is zero NP-NOTICE-WEEKS weeks (the basic period), and it
      *    runs out on the next date NP-TERM-RULE allows:
      *        E - the end of a calendar month
      *        M - the 15th or the end of a calendar month
      *    With no table on disk CALC-NOTICE-PERIOD uses the
      *    statutory scale. Maintained in MAINTENANCE-NOTICE-PERIOD.
      ******************************************************************
       FD  NOTICE-PERIOD-FILE.
       01  NOTICE-PERIOD-RECORD.
           05 NP-MIN-YEARS        PIC 9(2).
           05 NP-NOTICE-MONTHS    PIC 9(2).
           05 NP-NOTICE-WEEKS     PIC 9(2).
           05 NP-TERM-RULE        PIC X.
               88 NP-TO-MONTH-END     VALUE "E".
               88 NP-TO-MID-OR-END    VALUE "M".
               88 NP-TERM-RULE-VALID  VALUES "E" "M".
           05 NP-DESCRIPTION      PIC X(30).
