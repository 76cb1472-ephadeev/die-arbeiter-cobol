      ******************************************************************
      *    Parameter block for CALL "CALC-DISABILITY-LEAVE"
      *    Passed in:
      *        DL-ARBEITER-ID     the worker
      *        DL-YEAR            the entitlement year
      *    Handed back:
      *        DL-EXTRA-DAYS      the additional leave days for the
      *                           year from the worker's disability
      *                           records - each record's
      *                           DB-EXTRA-URLAUB times the full
      *                           months it covers in the year,
      *                           over 12, half a day and more
      *                           rounded up
      *        DL-MONTHS-COVERED  the full months of the year with a
      *                           recognised status
      ******************************************************************
       01  DISABILITY-LEAVE-REQUEST.
           05 DL-ARBEITER-ID      PIC 9(6).
           05 DL-YEAR             PIC 9(4).
           05 DL-EXTRA-DAYS       PIC 9(3).
           05 DL-MONTHS-COVERED   PIC 9(2).
