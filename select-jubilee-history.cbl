      ******************************************************************
      *    SELECT for JUBILEE-HISTORY-FILE
      *    Primary Key - JH-WORKER-YEARS-KEY (JH-ARBEITER-ID +
      *    JH-YEARS), so whether an anniversary was already awarded
      *    is one keyed read.
      ******************************************************************
           SELECT JUBILEE-HISTORY-FILE ASSIGN TO "JUBILEE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-WORKER-YEARS-KEY
               FILE STATUS IS JUBILEE-HISTORY-FILE-STATUS.
