      ******************************************************************
      *    Parameter block for CALL "CALC-PARENTAL-LEAVE"
      *    Passed in:
      *        PL-ARBEITER-ID     the worker
      *        PL-YEAR            the entitlement year
      *        PL-BASE-DAYS       the year's base vacation days
      *    Handed back:
      *        PL-MONTHS          the full calendar months of the
      *                           year the worker spends on parental
      *                           leave (type E on URLAUB-FILE)
      *        PL-REDUCTION-DAYS  the days the entitlement is cut
      *                           by - PL-BASE-DAYS times PL-MONTHS
      *                           over 12, half a day and more
      *                           rounded up
      ******************************************************************
       01  PARENTAL-LEAVE-REQUEST.
           05 PL-ARBEITER-ID      PIC 9(6).
           05 PL-YEAR             PIC 9(4).
           05 PL-BASE-DAYS        PIC 9(3).
           05 PL-MONTHS           PIC 9(2).
           05 PL-REDUCTION-DAYS   PIC 9(3).
