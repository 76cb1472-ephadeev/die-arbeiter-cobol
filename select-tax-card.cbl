      ******************************************************************
      *    SELECT for TAX-CARD-FILE
      *    Primary Key - TC-ARBEITER-ID, one tax card per worker,
      *    a single keyed read during the payroll run.
      ******************************************************************
           SELECT TAX-CARD-FILE ASSIGN TO "TAX-CARD-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-ARBEITER-ID
               FILE STATUS IS TAX-CARD-FILE-STATUS.
