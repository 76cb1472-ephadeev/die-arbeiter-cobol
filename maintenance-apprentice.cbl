       77  TODAY-DATUM-TEXT   PIC X(10).
       77  JOURNAL-FILE-KIND  PIC X.
       77  JOURNAL-ACTION     PIC X.
       77  JOURNAL-BEFORE-IMAGE PIC X(264).
       77  JOURNAL-AFTER-IMAGE  PIC X(264).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
