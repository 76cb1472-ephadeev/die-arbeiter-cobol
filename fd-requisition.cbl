      *    raised, approved and filled it. Raised in
      *    MAINTENANCE-REQUISITION, decided in APPROVE-REQUISITIONS
      *    against BUDGETED-HEADCOUNT, consumed by a hire in
      *    MAINTENANCE-ARBEITER's ADD mode or by an accepted offer in
      *    MAINTENANCE-APPLICANT, aged by PRINT-REQUISITION-REPORT.
      ******************************************************************
       FD  REQUISITION-FILE.
       01  REQUISITION-RECORD.
