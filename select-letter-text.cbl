      ******************************************************************
      *    SELECT for LETTER-TEXT-FILE
      *    Primary Key - LTX-KEY (LTX-LETTER-CODE + LTX-LINE-NUMBER),
      *    so a letter's lines come back in order off one START.
      ******************************************************************
           SELECT LETTER-TEXT-FILE ASSIGN TO "LETTER-TEXTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTX-KEY
               FILE STATUS IS LETTER-TEXT-FILE-STATUS.
