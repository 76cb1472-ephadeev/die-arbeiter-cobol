      ******************************************************************
      *    One record - the severance estimate's months of pay per
      *    year of service, e.g. 0.50 for half a month's pay a
      *    year. Not on disk (or 0) means 0.50.
      ******************************************************************
       FD  SEVERANCE-FACTOR-FILE.
       01  SEVERANCE-FACTOR-RECORD.
           05 SEVERANCE-MONTHS-PER-YEAR PIC 9V99.
