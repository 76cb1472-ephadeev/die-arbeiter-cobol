      ******************************************************************
      *    Primary Key - RCAT-KEY
      *    RCAT-RUN-STAMP is YYYYMMDD-HHMMSS, so one program's runs
      *    read back in date order. RCAT-GENERATION-FILE is the
      *    dated copy of the report output the run was filed under;
      *    RCAT-PAGE-COUNT counts 60 lines to the page.
      ******************************************************************
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05 RCAT-KEY.
               10 RCAT-PROGRAM-NAME   PIC X(30).
               10 RCAT-RUN-STAMP      PIC X(15).
           05 RCAT-RUN-DATE           PIC X(10).
           05 RCAT-RUN-TIME           PIC X(8).
           05 RCAT-OPERATOR-ID        PIC 9(4).
           05 RCAT-PARAMETERS         PIC X(40).
           05 RCAT-REPORT-FILE        PIC X(30).
           05 RCAT-GENERATION-FILE    PIC X(50).
           05 RCAT-LINE-COUNT         PIC 9(7).
           05 RCAT-PAGE-COUNT         PIC 9(5).
