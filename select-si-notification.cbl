      ******************************************************************
      *    SELECT for SI-NOTIFICATION-FILE
      *    Primary Key - SN-NOTIFICATION-KEY (SN-ARBEITER-ID +
      *    SN-REASON-CODE + SN-EVENT-DATE), so a worker's reported
      *    cases sit together and "has this one gone out already" is
      *    a single keyed read.
      ******************************************************************
           SELECT SI-NOTIFICATION-FILE ASSIGN TO "SI-NOTIFICATION-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-NOTIFICATION-KEY
               FILE STATUS IS SI-NOTIFICATION-FILE-STATUS.
