      ******************************************************************
      *    Primary Key - VA-DEPT-PERIOD-KEY
      *        (VA-ABTEILUNG-ID + VA-PERIOD)
      *    One record per department per month-end - the vacation
      *    liability VACATION-ACCRUAL-RUN posted to the general
      *    ledger for the department at that period end. The next
      *    month's run posts only the change against the latest of
      *    these records, so VA-ACCRUAL-TOTAL is always the balance
      *    standing on the department's accrual account.
      *    VA-REMAINING-DAYS - the untaken vacation days of the
      *        department's active workers at the period end.
      *    VA-SALARY-VALUE - those days at each worker's daily rate.
      *    VA-EMPLOYER-VALUE - the employer contributions on them.
      *    VA-POSTED-CHANGE - what the run posted for the period,
      *        VA-ACCRUAL-TOTAL less the accrual before it.
      ******************************************************************
       FD  VACATION-ACCRUAL-FILE.
       01  VACATION-ACCRUAL-RECORD.
           05 VA-DEPT-PERIOD-KEY.
               10 VA-ABTEILUNG-ID PIC 9(4).
               10 VA-PERIOD       PIC X(7).
           05 VA-WORKER-COUNT     PIC 9(5).
           05 VA-REMAINING-DAYS   PIC 9(6).
           05 VA-SALARY-VALUE     PIC 9(9)V99.
           05 VA-EMPLOYER-VALUE   PIC 9(9)V99.
           05 VA-ACCRUAL-TOTAL    PIC 9(9)V99.
           05 VA-POSTED-CHANGE    PIC S9(9)V99.
           05 VA-RUN-DATUM        PIC X(10).
