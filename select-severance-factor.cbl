      ******************************************************************
      *    SELECT for SEVERANCE-FACTOR-FILE
      *    Single-record line sequential setting in the style of
      *    OVERTIME-RATE - the severance months-per-year factor.
      *    Set by SET-SEVERANCE-FACTOR, read by CALC-NOTICE-PERIOD.
      ******************************************************************
           SELECT SEVERANCE-FACTOR-FILE ASSIGN TO "SEVERANCE-FACTOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEVERANCE-FACTOR-FILE-STATUS.
