      ******************************************************************
      *    Primary Key - LG-EVENT-KEY
      *        (LG-LETTER-CODE + LG-ARBEITER-ID + LG-EFFECTIVE-DATE
      *         + LG-EVENT-DETAIL)
      *    One record per HR event PRINT-HR-LETTERS has dealt with.
      *    LG-EVENT-DETAIL tells apart two events of one kind for one
      *    worker on one date - the new SALARY for a salary change,
      *    the new ABTEILUNG-ID for a transfer, zero for a probation
      *    decision (dated PRB-DECIDED-DATUM). The key does not
      *    depend on where the event sits on its history file, so a
      *    LOG-ROTATE cut does not upset it. LG-STATUS P means the
      *    letter was printed, S that the event predates the first
      *    letter run and was passed over. An event with no log
      *    record is still owed a letter.
      *    The record with LG-LETTER-CODE "00" and the rest of the
      *    key zero is the run control - the date and operator of
      *    the last run.
      ******************************************************************
       FD  LETTER-LOG-FILE.
       01  LETTER-LOG-RECORD.
           05 LG-EVENT-KEY.
               10 LG-LETTER-CODE  PIC X(2).
               10 LG-ARBEITER-ID  PIC 9(6).
               10 LG-EFFECTIVE-DATE PIC X(10).
               10 LG-EVENT-DETAIL PIC 9(7)V99.
           05 LG-STATUS           PIC X.
               88 LG-WAS-PRINTED      VALUE "P".
               88 LG-WAS-SKIPPED      VALUE "S".
           05 LG-RUN-DATE         PIC X(10).
           05 LG-RUN-BY           PIC 9(4).
