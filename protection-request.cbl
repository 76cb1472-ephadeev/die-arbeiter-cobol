      ******************************************************************
      *    Parameter block for CALL "CHECK-DISMISSAL-PROTECTION"
      *    Passed in:
      *        PT-ARBEITER-ID     the worker
      *        PT-DATUM           the day notice is given (YYYY-MM-DD)
      *    Handed back:
      *        PT-PROTECTED       "Y" when that day falls inside a
      *                           statutory protection period
      *        PT-KIND            "M" maternity protection,
      *                           "E" parental leave
      *        PT-UNTIL-DATUM     the last day of the protection
      ******************************************************************
       01  PROTECTION-REQUEST.
           05 PT-ARBEITER-ID      PIC 9(6).
           05 PT-DATUM            PIC X(10).
           05 PT-PROTECTED        PIC X.
           05 PT-KIND             PIC X.
           05 PT-UNTIL-DATUM      PIC X(10).
