       FD  ARBEITER-SNAPSHOT-FILE.
       01  ARBEITER-SNAPSHOT-RECORD.
           05 SNAP-ARBEITER-ID    PIC 9(6).
           05 SNAP-REST-OF-WORKER PIC X(258).
           05 FILLER REDEFINES SNAP-REST-OF-WORKER.
               10 FILLER          PIC X(10).
               10 SNAP-FAMILIE-NAME-KEY PIC X(200).
               10 FILLER          PIC X(48).

       FD  ABTEIL-SNAPSHOT-FILE.
       01  ABTEIL-SNAPSHOT-RECORD.
           05 SNAP-ABTEILUNG-ID   PIC 9(4).
           05 SNAP-REST-OF-ABTEIL PIC X(131).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
