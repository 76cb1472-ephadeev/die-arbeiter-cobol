      ******************************************************************
      *    Primary Key - OS-SCOPE-KEY
      *        (OS-OPERATOR-ID + OS-ABTEILUNG-ID)
      *    One record per department an operator is responsible for,
      *    granted by a supervisor in MAINTENANCE-OPERATOR-SCOPE.
      *    An operator who is not a supervisor sees and changes only
      *    workers in the departments listed here for them - the
      *    check itself lives in CHECK-OPERATOR-SCOPE. Until the file
      *    has been set up nobody is restricted.
      ******************************************************************
       FD  OPERATOR-SCOPE-FILE.
       01  OPERATOR-SCOPE-RECORD.
           05 OS-SCOPE-KEY.
               10 OS-OPERATOR-ID  PIC 9(4).
               10 OS-ABTEILUNG-ID PIC 9(4).
           05 OS-GRANTED-BY       PIC 9(4).
           05 OS-GRANTED-DATE     PIC X(10).
