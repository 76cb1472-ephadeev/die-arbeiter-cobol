      ******************************************************************
      *    SELECT for PENSION-CONTRACT-FILE
      *    Primary Key - PN-ARBEITER-ID, one company-pension contract
      *    per worker, a single keyed read during the payroll run.
      ******************************************************************
           SELECT PENSION-CONTRACT-FILE
               ASSIGN TO "PENSION-CONTRACT-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-ARBEITER-ID
               FILE STATUS IS PENSION-CONTRACT-FILE-STATUS.
