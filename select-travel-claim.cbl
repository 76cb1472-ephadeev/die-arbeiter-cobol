      ******************************************************************
      *    SELECT for TRAVEL-CLAIM-FILE
      *    Primary Key - TV-CLAIM-KEY (TV-ARBEITER-ID +
      *    TV-CLAIM-NUMBER), so a worker's claims sit together for
      *    the payroll run; the approval queue is a full scan.
      ******************************************************************
           SELECT TRAVEL-CLAIM-FILE ASSIGN TO "TRAVEL-CLAIMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-CLAIM-KEY
               FILE STATUS IS TRAVEL-CLAIM-FILE-STATUS.
