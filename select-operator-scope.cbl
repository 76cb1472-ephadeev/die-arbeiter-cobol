      ******************************************************************
      *    SELECT for OPERATOR-SCOPE-FILE
      *    Primary Key - OS-SCOPE-KEY (OS-OPERATOR-ID +
      *    OS-ABTEILUNG-ID), so one START on the operator lists every
      *    department that operator looks after.
      ******************************************************************
           SELECT OPERATOR-SCOPE-FILE ASSIGN TO "OPERATOR-SCOPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-SCOPE-KEY
               FILE STATUS IS OPERATOR-SCOPE-FILE-STATUS.
