      *    Primary Key - ARBEITER-ID
      *    Alternate Key with duplicates - FAMILIE-NAME-KEY
      *        (FAMILIE + ARBEITER-NAME)
      *    GESCHLECHT - "M" male, "W" female, "D" diverse, "X" not
      *        stated; blank on records converted from before the
      *        field was added. Read by the pay-equity reporting.
      ******************************************************************
       FD  ARBEITER-FILE.
       01  ARBEITER-RECORD.
           05 ARBEITER-STELLE-ID PIC 9(4).
           05 GEBURTS-DATUM  PIC X(10).
           05 TEILZEIT-PROZENT PIC 9(3).
           05 GESCHLECHT     PIC X(01).
               88 GESCHLECHT-MAENNLICH VALUE "M".
               88 GESCHLECHT-WEIBLICH  VALUE "W".
               88 GESCHLECHT-DIVERS    VALUE "D".
               88 GESCHLECHT-NICHT-ANGEGEBEN VALUE "X".
               88 GESCHLECHT-IS-VALID  VALUES "M", "W", "D", "X".
