      ******************************************************************
      *    SELECT for DEPT-SNAPSHOT-FILE
      *    Primary Key - DS-PERIOD-DEPT-KEY (DS-PERIOD + DS-ABTEILUNG-
      *    ID), so a month's snapshots sit together and a department's
      *    twelve months are twelve keyed reads. Written by the
      *    month-end close, read by PRINT-DEPARTMENT-TREND.
      ******************************************************************
           SELECT DEPT-SNAPSHOT-FILE ASSIGN TO "DEPT-SNAPSHOT-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-PERIOD-DEPT-KEY
               FILE STATUS IS DEPT-SNAPSHOT-FILE-STATUS.
