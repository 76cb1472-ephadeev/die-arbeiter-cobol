      ******************************************************************
      *    SELECT for APPLICANT-FILE
      *    Primary Key - AP-RQ-APPLICANT-KEY (RQ-ID + applicant
      *    number), so one requisition's candidates read together.
      ******************************************************************
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-RQ-APPLICANT-KEY
               FILE STATUS IS APPLICANT-FILE-STATUS.
