      ******************************************************************
      *    Parameter block for CALL "CALC-NOTICE-PERIOD"
      *    Passed in:
      *        NR-EINSTELL-DATUM  the worker's hire date
      *        NR-NOTICE-DATUM    the date notice is given
      *        NR-SALARY          monthly SALARY
      *        NR-PRAEMIE         the department's PRAEMIE percent
      *    Handed back:
      *        NR-SERVICE-YEARS / -MONTHS  completed service at the
      *                           notice date
      *        NR-NOTICE-MONTHS / -WEEKS / NR-TERM-RULE  the band
      *                           that applies (see fd-notice-period)
      *        NR-LAWFUL-DATUM    the earliest lawful termination
      *                           date
      *        NR-MONTHS-PER-YEAR the severance factor in force
      *        NR-SEVERANCE-YEARS service years counted for
      *                           severance - more than six months
      *                           over a full year counts as a year
      *        NR-MONTHLY-PAY     SALARY plus its PRAEMIE
      *        NR-SEVERANCE       the severance estimate
      *        NR-STATUTORY-SCALE "Y" when no notice table is on disk
      *                           and the statutory scale was used
      *        NR-DATES-VALID     "N" when the notice date is before
      *                           the hire date - nothing is worked
      *                           out
      ******************************************************************
       01  NOTICE-REQUEST.
           05 NR-EINSTELL-DATUM   PIC X(10).
           05 NR-NOTICE-DATUM     PIC X(10).
           05 NR-SALARY           PIC 9(7)V99.
           05 NR-PRAEMIE          PIC 9(3).
           05 NR-SERVICE-YEARS    PIC 9(2).
           05 NR-SERVICE-MONTHS   PIC 9(2).
           05 NR-NOTICE-MONTHS    PIC 9(2).
           05 NR-NOTICE-WEEKS     PIC 9(2).
           05 NR-TERM-RULE        PIC X.
               88 NR-TO-MONTH-END     VALUE "E".
               88 NR-TO-MID-OR-END    VALUE "M".
           05 NR-LAWFUL-DATUM     PIC X(10).
           05 NR-MONTHS-PER-YEAR  PIC 9V99.
           05 NR-SEVERANCE-YEARS  PIC 9(2).
           05 NR-MONTHLY-PAY      PIC 9(7)V99.
           05 NR-SEVERANCE        PIC 9(8)V99.
           05 NR-STATUTORY-SCALE  PIC X.
           05 NR-DATES-VALID      PIC X.
