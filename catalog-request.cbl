      ******************************************************************
      *    Parameter block for CALL "CATALOG-REPORT-RUN"
      *    Passed by every PRINT- program once its report file is
      *    closed:
      *        CATALOG-PROGRAM-NAME  the report program
      *        CATALOG-REPORT-FILE   the logical name its output
      *                              went to
      *        CATALOG-PARAMETERS    the period, date or choices
      *                              the run was made for
      *    CATALOG-OK is handed back "Y" once the output is filed
      *    and on the catalog.
      ******************************************************************
       01  CATALOG-REQUEST.
           05 CATALOG-PROGRAM-NAME    PIC X(30).
           05 CATALOG-REPORT-FILE     PIC X(30).
           05 CATALOG-PARAMETERS      PIC X(40).
           05 CATALOG-OK              PIC X.
