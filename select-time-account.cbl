      ******************************************************************
      *    SELECT for TIME-ACCOUNT-FILE
      *    Primary Key - TA-ARBEITER-ID, so a worker's account is a
      *    single keyed read in the payroll run and on the URLAUB
      *    screen.
      ******************************************************************
           SELECT TIME-ACCOUNT-FILE ASSIGN TO "TIME-ACCOUNT-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ARBEITER-ID
               FILE STATUS IS TIME-ACCOUNT-FILE-STATUS.
