      *    APPLY-URLAUB-CARRYOVER. The usable balance for the year is
      *    EN-BASE-DAYS pro-rated by the worker's TEILZEIT-PROZENT,
      *    plus EN-CARRIED-DAYS in full.
      *    EN-DISABILITY-DAYS - how many of EN-BASE-DAYS are the
      *    additional leave for a severe disability, put there by
      *    CALC-DISABILITY-LEAVE; kept so that a change to the
      *    disability record replaces them rather than adding again.
      *    EN-AWARD-DAYS - how many of EN-BASE-DAYS are the extra
      *    days of a service anniversary award, put there by
      *    JUBILEE-AWARD-RUN. They are for that year only, so
      *    APPLY-URLAUB-CARRYOVER leaves them out when it seeds the
      *    next year's base days, and a re-keyed base keeps them.
      ******************************************************************
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD.
               10 EN-YEAR         PIC 9(4).
           05 EN-BASE-DAYS        PIC 9(3).
           05 EN-CARRIED-DAYS     PIC 9(3).
           05 EN-DISABILITY-DAYS  PIC 9(3).
           05 EN-AWARD-DAYS       PIC 9(3).
