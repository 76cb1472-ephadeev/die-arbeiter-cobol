      ******************************************************************
      *    Primary Key - JH-WORKER-YEARS-KEY
      *        (JH-ARBEITER-ID + JH-YEARS)
      *    One record per service anniversary awarded - written by
      *    JUBILEE-AWARD-RUN when it queues the payment and adds
      *    the days, so no anniversary is ever awarded twice, not
      *    even when the run is repeated for a period.
      *    JH-ANNIVERSARY-DATUM - the day the years were completed,
      *        counted from the service start (EINSTELL-DATUM moved
      *        back by any earlier service credited after a rehire).
      *    JH-PERIOD - the pay period the payment was queued for.
      *    JH-CHIEF-ID - the chief told of the anniversary.
      ******************************************************************
       FD  JUBILEE-HISTORY-FILE.
       01  JUBILEE-HISTORY-RECORD.
           05 JH-WORKER-YEARS-KEY.
               10 JH-ARBEITER-ID  PIC 9(6).
               10 JH-YEARS        PIC 9(2).
           05 JH-ANNIVERSARY-DATUM PIC X(10).
           05 JH-PERIOD           PIC X(7).
           05 JH-AMOUNT           PIC 9(7)V99.
           05 JH-EXTRA-DAYS       PIC 9(2).
           05 JH-ABTEILUNG-ID     PIC 9(4).
           05 JH-CHIEF-ID         PIC 9(6).
           05 JH-RUN-DATUM        PIC X(10).
