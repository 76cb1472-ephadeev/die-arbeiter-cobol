      ******************************************************************
      *    One-Time GL Account Map Conversion
      *    Expands a GL map written under the old record layout -
      *    before the two vacation accrual accounts were added -
      *    into the current layout. Every account and the cost
      *    centre are carried across unchanged; only
      *    GLM-VACATION-EXPENSE-ACCOUNT and
      *    GLM-VACATION-ACCRUAL-ACCOUNT come out as spaces.
      *    Until they are keyed in MAINTENANCE-GL-MAP,
      *    VACATION-ACCRUAL-RUN lists the department on its
      *    exception page and posts nothing for it.
      *
      *    Operating procedure:
      *      1. rename the live file to GL-ACCOUNT-MAP-OLD
           COPY "fd-gl-account-map.cbl".

      ******************************************************************
      *    The record layout as it was before the vacation accrual
      *    accounts were added.
      ******************************************************************
       FD  OLD-GL-MAP-FILE.
       01  OLD-GL-MAP-RECORD.
           05 OLD-GLM-ABTEILUNG-ID     PIC 9(4).
           05 OLD-GLM-SALARY-ACCOUNT   PIC X(6).
           05 OLD-GLM-BONUS-ACCOUNT    PIC X(6).
           05 OLD-GLM-EMPLOYER-ACCOUNT PIC X(6).
           05 OLD-GLM-CLEARING-ACCOUNT PIC X(6).
           05 OLD-GLM-COST-CENTER      PIC X(8).

           MOVE OLD-GLM-ABTEILUNG-ID     TO GLM-ABTEILUNG-ID.
           MOVE OLD-GLM-SALARY-ACCOUNT   TO GLM-SALARY-ACCOUNT.
           MOVE OLD-GLM-BONUS-ACCOUNT    TO GLM-BONUS-ACCOUNT.
           MOVE OLD-GLM-EMPLOYER-ACCOUNT TO GLM-EMPLOYER-ACCOUNT.
           MOVE OLD-GLM-CLEARING-ACCOUNT TO GLM-CLEARING-ACCOUNT.
           MOVE OLD-GLM-COST-CENTER      TO GLM-COST-CENTER.
           MOVE SPACE TO GLM-VACATION-EXPENSE-ACCOUNT.
           MOVE SPACE TO GLM-VACATION-ACCRUAL-ACCOUNT.
           WRITE GL-ACCOUNT-MAP-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONVERTED RECORD "
