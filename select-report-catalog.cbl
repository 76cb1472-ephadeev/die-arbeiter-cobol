      ******************************************************************
      *    SELECT for REPORT-CATALOG-FILE
      *    Primary Key - RCAT-KEY (report program + run stamp)
      *    One record per report run filed by CATALOG-REPORT-RUN -
      *    listed and reprinted by INQUIRE-REPORT-CATALOG, thinned
      *    out by PURGE-REPORT-CATALOG.
      ******************************************************************
           SELECT REPORT-CATALOG-FILE ASSIGN TO "REPORT-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCAT-KEY
               FILE STATUS IS REPORT-CATALOG-FILE-STATUS.
