      ******************************************************************
      *    Parameter block for CALL "REBUILD-ARBEITER-AS-OF"
      *    ASOF-ARBEITER-ID / ASOF-DATUM (YYYY-MM-DD) are passed in;
      *    the worker's master fields as they stood at the end of
      *    that day are handed back, one row per field:
      *        1 ABTEILUNG-ID     5 TEILZEIT-PROZENT
      *        2 CHIEF-ID         6 ARBEITER-STATUS
      *        3 SALARY           7 FAMILIE
      *        4 STELLE-ID        8 MASTER RECORD (ON FILE or
      *                             NOT ON FILE)
      *    ASOF-VALUE         the value that day
      *    ASOF-SOURCE        the log entry that set it - the last
      *                       one on or before the date
      *    ASOF-ROLLED-BACK   "Y" when a later entry changed it, so
      *                       the value differs from today's master
      *    ASOF-WORKER-FOUND  "N" when the worker is neither on the
      *                       master nor in any log
      ******************************************************************
       01  AS-OF-REQUEST.
           05 ASOF-ARBEITER-ID    PIC 9(6).
           05 ASOF-DATUM          PIC X(10).
           05 ASOF-WORKER-FOUND   PIC X.
           05 ASOF-FIELD OCCURS 8 TIMES.
               10 ASOF-FIELD-NAME   PIC X(20).
               10 ASOF-VALUE        PIC X(30).
               10 ASOF-SOURCE       PIC X(50).
               10 ASOF-ROLLED-BACK  PIC X.
