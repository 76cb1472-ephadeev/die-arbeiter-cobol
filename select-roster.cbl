      ******************************************************************
      *    SELECT for ROSTER-FILE
      *    Primary Key - RO-WORKER-DATE-KEY (RO-ARBEITER-ID +
      *    RO-DATUM), so a worker can hold only one shift a day and
      *    a worker's week is seven keyed reads.
      ******************************************************************
           SELECT ROSTER-FILE ASSIGN TO "ROSTER-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-WORKER-DATE-KEY
               FILE STATUS IS ROSTER-FILE-STATUS.
