      ******************************************************************
      *    One-Time Worker Master Conversion
      *    Expands an arbeiter.dat written under the old record
      *    layout - before GESCHLECHT was added - into the current
      *    layout. The new field comes out blank (not recorded), to
      *    be filled in through MAINTENANCE-ARBEITER; until it is,
      *    the worker is left out of the pay-equity groups.
      *
      *    Operating procedure:
      *      1. rename the live file to ARBEITER-FILE-OLD
      *      2. run this program - it builds a fresh ARBEITER-FILE
      *      3. check the record counts match before opening the
      *         maintenance screens
      *      4. convert the MASTER-JOURNAL the same day with
      *         CONVERT-JOURNAL-FILE, so its images match the new
      *         record width
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-ARBEITER-FILE.
           COPY "fd-arbeiter.cbl".

      ******************************************************************
      *    The record layout as it was before GESCHLECHT was
      *    appended.
      ******************************************************************
       FD  OLD-ARBEITER-FILE.
       01  OLD-ARBEITER-RECORD.
           05 OLD-FAMILIE-NAME-KEY.
               10 OLD-FAMILIE        PIC X(100).
               10 OLD-ARBEITER-NAME  PIC X(100).
           05 OLD-SALARY         PIC 9(7)V99.
           05 OLD-EINSTELL-DATUM PIC X(10).
           05 OLD-ARBEITER-STATUS PIC X(01).
           05 OLD-AUSTRITTS-DATUM PIC X(10).
           05 OLD-STELLE-ID      PIC 9(4).
           05 OLD-GEBURTS-DATUM  PIC X(10).
           05 OLD-TEILZEIT-PROZENT PIC 9(3).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS     PIC XX.
           MOVE OLD-EINSTELL-DATUM   TO EINSTELL-DATUM.
           MOVE OLD-ARBEITER-STATUS  TO ARBEITER-STATUS.
           MOVE OLD-AUSTRITTS-DATUM  TO AUSTRITTS-DATUM.
           MOVE OLD-STELLE-ID        TO ARBEITER-STELLE-ID.
           MOVE OLD-GEBURTS-DATUM    TO GEBURTS-DATUM.
           MOVE OLD-TEILZEIT-PROZENT TO TEILZEIT-PROZENT.
           MOVE SPACE                TO GESCHLECHT.
           WRITE ARBEITER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONVERTED RECORD "
