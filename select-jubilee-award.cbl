      ******************************************************************
      *    SELECT for JUBILEE-AWARD-FILE
      *    Primary Key - JA-YEARS, so one keyed read tells whether
      *    an anniversary carries an award.
      ******************************************************************
           SELECT JUBILEE-AWARD-FILE ASSIGN TO "JUBILEE-AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JA-YEARS
               FILE STATUS IS JUBILEE-AWARD-FILE-STATUS.
