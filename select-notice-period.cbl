      ******************************************************************
      *    SELECT for NOTICE-PERIOD-FILE
      *    Primary Key - NP-MIN-YEARS, so the bands read in length
      *    of service order.
      ******************************************************************
           SELECT NOTICE-PERIOD-FILE ASSIGN TO "NOTICE-PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NP-MIN-YEARS
               FILE STATUS IS NOTICE-PERIOD-FILE-STATUS.
