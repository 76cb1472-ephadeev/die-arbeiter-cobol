      ******************************************************************
      *    SELECT for WARNING-FILE
      *    Primary Key - WN-WARNING-KEY (WN-ARBEITER-ID +
      *    WN-WARNING-NUMBER), read forward from warning zero to
      *    pick up all of a worker's warnings.
      ******************************************************************
           SELECT WARNING-FILE ASSIGN TO "WARNING-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WN-WARNING-KEY
               FILE STATUS IS WARNING-FILE-STATUS.
