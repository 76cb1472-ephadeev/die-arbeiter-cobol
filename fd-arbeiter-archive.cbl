      *    One line per archived worker - the date the archive run
      *    moved the record out of the live file, followed by every
      *    field of the ARBEITER-RECORD as it stood at that moment.
      *    AR-ANONYMIZED-DATE - space until ANONYMIZE-ARCHIVE blanks
      *    the personal fields once the retention period has run
      *    out, then the date it did so. The pay figures stay.
      *    AR-GESCHLECHT - last so lines archived before it was
      *    carried read back with it blank.
      ******************************************************************
       FD  ARBEITER-ARCHIVE-FILE.
       01  ARBEITER-ARCHIVE-RECORD.
           05 AR-STELLE-ID        PIC 9(4).
           05 AR-GEBURTS-DATUM    PIC X(10).
           05 AR-TEILZEIT-PROZENT PIC 9(3).
           05 AR-ANONYMIZED-DATE  PIC X(10).
           05 AR-GESCHLECHT       PIC X(01).
