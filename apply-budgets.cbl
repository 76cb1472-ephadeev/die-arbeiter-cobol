       77  REJECTED-COUNT             PIC 9(4) VALUE ZERO.
       77  JOURNAL-FILE-KIND          PIC X.
       77  JOURNAL-ACTION             PIC X.
       77  JOURNAL-BEFORE-IMAGE       PIC X(264).
       77  JOURNAL-AFTER-IMAGE        PIC X(264).

       PROCEDURE DIVISION.
       PROGRAM-START.
