      ******************************************************************
      *    SELECT for LOAN-FILE
      *    Primary Key - LN-LOAN-KEY (LN-ARBEITER-ID +
      *    LN-LOAN-NUMBER), read forward from loan zero to pick up
      *    all of a worker's loans in the payroll run.
      ******************************************************************
           SELECT LOAN-FILE ASSIGN TO "LOAN-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS LOAN-FILE-STATUS.
