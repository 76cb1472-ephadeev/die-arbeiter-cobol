      ******************************************************************
      *    SELECT for CONTRACT-FILE
      *    Primary Key - CT-ARBEITER-ID, one contract record per
      *    worker - a single keyed read on the maintenance screen,
      *    read in key order by PRINT-CONTRACT-EXPIRY.
      ******************************************************************
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ARBEITER-ID
               FILE STATUS IS CONTRACT-FILE-STATUS.
