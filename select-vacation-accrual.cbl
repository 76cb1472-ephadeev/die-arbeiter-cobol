      ******************************************************************
      *    SELECT for VACATION-ACCRUAL-FILE
      *    Primary Key - VA-DEPT-PERIOD-KEY (VA-ABTEILUNG-ID +
      *    VA-PERIOD), so a department's accruals read in period
      *    order and the last one before a period is found by
      *    walking that department's records.
      ******************************************************************
           SELECT VACATION-ACCRUAL-FILE ASSIGN TO "VACATION-ACCRUAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-DEPT-PERIOD-KEY
               FILE STATUS IS VACATION-ACCRUAL-FILE-STATUS.
