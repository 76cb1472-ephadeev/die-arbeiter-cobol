      ******************************************************************
      *    One line per rehire - ARBEITER-ID, the new hire date, and
      *    the hire and leaving dates of the employment that ended
      *    before it, as they stood on the master when the worker
      *    was brought back.
      ******************************************************************
       FD  REHIRE-HISTORY-FILE.
       01  REHIRE-HISTORY-RECORD.
           05 RH-ARBEITER-ID          PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RH-REHIRE-DATUM         PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RH-PRIOR-EINSTELL-DATUM PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RH-PRIOR-AUSTRITTS-DATUM PIC X(10).
