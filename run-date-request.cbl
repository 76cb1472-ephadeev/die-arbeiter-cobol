      ******************************************************************
      *    Parameter block for CALL "BATCH-RUN-DATE"
      *    RD-FUNCTION
      *        S - set the run date: NIGHTLY-DRIVER passes the
      *            business day it is replaying in RD-DATUM-TEXT;
      *            the step's failure flag is cleared
      *        C - clear the run date: the date-driven jobs go back
      *            to the system date
      *        G - get the run date: a date-driven job asks which
      *            day it is running for - the day set by the
      *            driver, or today from the system date.
      *            RD-IS-REPLAY "Y" when the driver set it; the
      *            failure flag and text are handed back as well
      *        F - step failed: the job reports it could not do its
      *            work for the day, with the reason in
      *            RD-FAILURE-TEXT, so the driver stops the chain
      ******************************************************************
       01  RUN-DATE-REQUEST.
           05 RD-FUNCTION         PIC X.
               88 RD-SET-RUN-DATE     VALUE "S".
               88 RD-CLEAR-RUN-DATE   VALUE "C".
               88 RD-GET-RUN-DATE     VALUE "G".
               88 RD-REPORT-FAILURE   VALUE "F".
           05 RD-DATUM-TEXT       PIC X(10).
           05 RD-IS-REPLAY        PIC X.
           05 RD-STEP-FAILED      PIC X.
           05 RD-FAILURE-TEXT     PIC X(40).
