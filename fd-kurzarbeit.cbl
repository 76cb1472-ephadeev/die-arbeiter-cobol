      ******************************************************************
      *    Primary Key - KA-KEY
      *        (KA-PERIOD "YYYY-MM" + KA-ABTEILUNG-ID + KA-ARBEITER-ID)
      *    Short-time work (Kurzarbeit) notified to the employment
      *    agency. A record with KA-ARBEITER-ID zero is the
      *    department's row for the month - the percentage of the
      *    normal working hours lost. A record with a worker number
      *    overrides the department's percentage for that one
      *    worker; an override of zero keeps the worker on full
      *    time while the rest of the department is on short time.
      ******************************************************************
       FD  KURZARBEIT-FILE.
       01  KURZARBEIT-RECORD.
           05 KA-KEY.
               10 KA-PERIOD       PIC X(7).
               10 KA-ABTEILUNG-ID PIC 9(4).
               10 KA-ARBEITER-ID  PIC 9(6).
           05 KA-LOSS-PERCENT     PIC 9(3).
