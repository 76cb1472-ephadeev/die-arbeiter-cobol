      ******************************************************************
      *    Primary Key - WN-WARNING-KEY
      *        (WN-ARBEITER-ID + WN-WARNING-NUMBER)
      *    One record per formal disciplinary warning given to a
      *    worker. Kept on MAINTENANCE-WARNING (supervisor-only).
      *    WN-ISSUED-BY - ARBEITER-ID of the manager who gave it.
      *    WN-EXPIRY-DATUM - the last day the warning counts; it is
      *    live only while WN-STATUS is "L" and the date has not
      *    passed. EXPIRE-WARNINGS turns a passed warning to "E".
      *    WN-STATUS
      *      "L" live
      *      "E" expired
      *      "W" withdrawn by a supervisor
      ******************************************************************
       FD  WARNING-FILE.
       01  WARNING-RECORD.
           05 WN-WARNING-KEY.
               10 WN-ARBEITER-ID    PIC 9(6).
               10 WN-WARNING-NUMBER PIC 9(3).
           05 WN-WARNING-DATUM    PIC X(10).
           05 WN-CATEGORY         PIC X.
               88 WN-IS-ATTENDANCE    VALUE "A".
               88 WN-IS-CONDUCT       VALUE "C".
               88 WN-IS-PERFORMANCE   VALUE "P".
               88 WN-IS-SAFETY        VALUE "S".
               88 WN-IS-OTHER         VALUE "O".
               88 WN-CATEGORY-IS-VALID VALUES "A", "C", "P", "S",
                                             "O".
           05 WN-ISSUED-BY        PIC 9(6).
           05 WN-BESCHREIBUNG     PIC X(60).
           05 WN-EXPIRY-DATUM     PIC X(10).
           05 WN-STATUS           PIC X.
               88 WN-IS-LIVE          VALUE "L".
               88 WN-IS-EXPIRED       VALUE "E".
               88 WN-IS-WITHDRAWN     VALUE "W".
           05 WN-ENTERED-BY       PIC 9(4).
