      ******************************************************************
      *    SELECT for DISABILITY-FILE
      *    Primary Key - DB-DISABILITY-KEY (DB-ARBEITER-ID +
      *    DB-VALID-FROM), so a worker's status history sits
      *    together in date order.
      ******************************************************************
           SELECT DISABILITY-FILE ASSIGN TO "DISABILITY-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-DISABILITY-KEY
               FILE STATUS IS DISABILITY-FILE-STATUS.
