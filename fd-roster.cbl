      ******************************************************************
      *    Primary Key - RO-WORKER-DATE-KEY
      *        (RO-ARBEITER-ID + RO-DATUM)
      *    One record per worker per rostered day, built a week at a
      *    time per department in MAINTENANCE-ROSTER. RO-ABTEILUNG-ID
      *    is the department the shift was rostered for and
      *    RO-SHIFT-CODE one of that department's SHIFT-PATTERN
      *    codes. A day on HOLIDAY-FILE can only be rostered with
      *    RO-HOLIDAY-FLAG set to Y - holiday work authorised.
      ******************************************************************
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RO-WORKER-DATE-KEY.
               10 RO-ARBEITER-ID  PIC 9(6).
               10 RO-DATUM        PIC X(10).
           05 RO-ABTEILUNG-ID     PIC 9(4).
           05 RO-SHIFT-CODE       PIC X(2).
           05 RO-HOLIDAY-FLAG     PIC X.
               88 RO-HOLIDAY-AUTHORISED VALUE "Y".
           05 RO-ENTERED-BY       PIC 9(4).
           05 RO-ENTRY-DATE       PIC X(10).
