      *    GLM-BONUS-ACCOUNT, the employer's own social
      *    contributions to GLM-EMPLOYER-ACCOUNT, the balancing
      *    credit to GLM-CLEARING-ACCOUNT, all tagged
      *    GLM-COST-CENTER. The month-end vacation liability goes
      *    to GLM-VACATION-EXPENSE-ACCOUNT against the balance-sheet
      *    accrual GLM-VACATION-ACCRUAL-ACCOUNT.
      ******************************************************************
       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-RECORD.
           05 GLM-EMPLOYER-ACCOUNT PIC X(6).
           05 GLM-CLEARING-ACCOUNT PIC X(6).
           05 GLM-COST-CENTER      PIC X(8).
           05 GLM-VACATION-EXPENSE-ACCOUNT PIC X(6).
           05 GLM-VACATION-ACCRUAL-ACCOUNT PIC X(6).
