      ******************************************************************
      *    Primary Key - UR-WORKER-DATE-KEY
      *        (UR-ARBEITER-ID + UR-VON-DATUM)
      *    One record per absence - type (vacation/sick/unpaid/time
      *    off against the working-time account/maternity
      *    protection/parental leave), the from/to dates and the
      *    number of working days taken.
      *    UR-ENTBINDUNG-DATUM - maternity protection (type M) only:
      *    the expected delivery date the protection period was
      *    worked out from (six weeks before it to eight weeks
      *    after, twelve after a premature or multiple birth).
      *    Dismissal protection runs to four months after it. Space
      *    on every other type.
      ******************************************************************
       FD  URLAUB-FILE.
       01  URLAUB-RECORD.
               88 UR-IS-VACATION      VALUE "V".
               88 UR-IS-SICK          VALUE "S".
               88 UR-IS-UNPAID        VALUE "U".
               88 UR-IS-TIME-OFF      VALUE "Z".
               88 UR-IS-MATERNITY     VALUE "M".
               88 UR-IS-PARENTAL      VALUE "E".
           05 UR-BIS-DATUM        PIC X(10).
           05 UR-TAGE             PIC 9(3).
           05 UR-ENTBINDUNG-DATUM PIC X(10).
