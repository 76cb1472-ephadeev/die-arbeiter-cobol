      ******************************************************************
      *    SELECT for KURZARBEIT-FILE
      *    Primary Key - KA-KEY (KA-PERIOD + KA-ABTEILUNG-ID +
      *    KA-ARBEITER-ID), so a period's short-time work sits
      *    together, department by department, each department's
      *    own row first and its worker overrides after it.
      ******************************************************************
           SELECT KURZARBEIT-FILE ASSIGN TO "KURZARBEIT-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-KEY
               FILE STATUS IS KURZARBEIT-FILE-STATUS.
