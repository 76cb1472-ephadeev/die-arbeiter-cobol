      ******************************************************************
      *    SELECT for SHIFT-PATTERN-FILE
      *    Primary Key - SP-PATTERN-KEY (SP-ABTEILUNG-ID +
      *    SP-SHIFT-CODE), so a department's shifts sit together
      *    and are loaded with one START plus sequential reads.
      ******************************************************************
           SELECT SHIFT-PATTERN-FILE ASSIGN TO "SHIFT-PATTERNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-PATTERN-KEY
               FILE STATUS IS SHIFT-PATTERN-FILE-STATUS.
