      ******************************************************************
      *    SELECT for PER-DIEM-RATE-FILE
      *    Primary Key - PDR-MIN-HOURS, so the bands read in trip
      *    length order.
      ******************************************************************
           SELECT PER-DIEM-RATE-FILE ASSIGN TO "PER-DIEM-RATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDR-MIN-HOURS
               FILE STATUS IS PER-DIEM-RATE-FILE-STATUS.
