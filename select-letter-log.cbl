      ******************************************************************
      *    SELECT for LETTER-LOG-FILE
      *    Primary Key - LG-EVENT-KEY (LG-LETTER-CODE +
      *    LG-ARBEITER-ID + LG-EFFECTIVE-DATE + LG-EVENT-DETAIL),
      *    one keyed read per event to see whether its letter has
      *    gone out.
      ******************************************************************
           SELECT LETTER-LOG-FILE ASSIGN TO "LETTER-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-EVENT-KEY
               FILE STATUS IS LETTER-LOG-FILE-STATUS.
