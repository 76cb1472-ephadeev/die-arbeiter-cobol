       77  ABTEIL-FILE-AT-END           PIC X.
       77  HISTORY-FILE-AT-END          PIC X.
       77  WORKER-IS-REFERENCED         PIC X.
       77  SAVE-ARBEITER-RECORD         PIC X(264).
       77  SAVE-ARBEITER-ID             PIC 9(6).
       77  UPDATE-LOCK-FILE-STATUS PIC XX.
       77  UPDATE-LOCK-TAKEN     PIC X.
           MOVE ARBEITER-STELLE-ID    TO AR-STELLE-ID.
           MOVE GEBURTS-DATUM         TO AR-GEBURTS-DATUM.
           MOVE TEILZEIT-PROZENT      TO AR-TEILZEIT-PROZENT.
           MOVE GESCHLECHT            TO AR-GESCHLECHT.
           WRITE ARBEITER-ARCHIVE-RECORD.

      ******************************************************************
