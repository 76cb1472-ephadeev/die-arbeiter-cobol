      ******************************************************************
      *    SELECT for REHIRE-HISTORY-FILE
      *    Line sequential, append-only rehire history written by
      *    MAINTENANCE-ARBEITER's REHIRE mode - the earlier service
      *    JUBILEE-AWARD-RUN may credit under the rehire rule.
      ******************************************************************
           SELECT REHIRE-HISTORY-FILE ASSIGN TO "REHIRE-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REHIRE-HISTORY-FILE-STATUS.
