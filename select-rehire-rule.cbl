      ******************************************************************
      *    SELECT for REHIRE-RULE-FILE
      *    Single-record line sequential setting in the style of
      *    SEVERANCE-FACTOR - the longest break after which service
      *    before a rehire still counts. Set in MAINTENANCE-JUBILEE-
      *    AWARD, read by JUBILEE-AWARD-RUN.
      ******************************************************************
           SELECT REHIRE-RULE-FILE ASSIGN TO "REHIRE-RULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REHIRE-RULE-FILE-STATUS.
