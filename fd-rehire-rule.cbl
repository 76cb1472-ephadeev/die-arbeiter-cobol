      ******************************************************************
      *    One record - the company rule for service before a
      *    rehire: the earlier employment counts towards service
      *    anniversaries when the worker was away no more than
      *    RR-MAX-BREAK-MONTHS whole months. Not on disk (or 0)
      *    means earlier service never counts; 999 means it always
      *    does.
      ******************************************************************
       FD  REHIRE-RULE-FILE.
       01  REHIRE-RULE-RECORD.
           05 RR-MAX-BREAK-MONTHS PIC 9(3).
