      *    Finance's account mapping per department - salary expense,
      *    bonus expense, clearing account and cost-center code.
      *    Maintained by MAINTENANCE-GL-MAP, read by
      *    EXPORT-GL-INTERFACE and VACATION-ACCRUAL-RUN.
      ******************************************************************
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GL-ACCOUNT-MAP"
               ORGANIZATION IS INDEXED
