       LINKAGE SECTION.
       01  JN-PARM-FILE-KIND     PIC X.
       01  JN-PARM-ACTION        PIC X.
       01  JN-PARM-BEFORE        PIC X(264).
       01  JN-PARM-AFTER         PIC X(264).

       PROCEDURE DIVISION USING JN-PARM-FILE-KIND
                                JN-PARM-ACTION
