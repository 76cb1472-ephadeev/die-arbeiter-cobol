       77  NEW-SALARY-TOTAL           PIC 9(11)V99 VALUE ZERO.
       77  JOURNAL-FILE-KIND          PIC X.
       77  JOURNAL-ACTION             PIC X.
       77  JOURNAL-BEFORE-IMAGE       PIC X(264).
       77  JOURNAL-AFTER-IMAGE        PIC X(264).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
