      ******************************************************************
      *    SELECT for BENEFIT-FILE
      *    Primary Key - BF-BENEFIT-KEY (BF-ARBEITER-ID +
      *    BF-BENEFIT-NUMBER), read forward from benefit zero to
      *    pick up all of a worker's benefits in the payroll run.
      ******************************************************************
           SELECT BENEFIT-FILE ASSIGN TO "BENEFIT-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-BENEFIT-KEY
               FILE STATUS IS BENEFIT-FILE-STATUS.
