      ******************************************************************
      *    SELECT for ONBOARDING-FILE
      *    Primary Key - OB-WORKER-TASK-KEY, one record per task on
      *    a new hire's checklist - a START on the worker reads the
      *    whole checklist in task order.
      ******************************************************************
           SELECT ONBOARDING-FILE ASSIGN TO "ONBOARDING-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-WORKER-TASK-KEY
               FILE STATUS IS ONBOARDING-FILE-STATUS.
