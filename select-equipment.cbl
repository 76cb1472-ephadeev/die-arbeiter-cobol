      ******************************************************************
      *    SELECT for EQUIPMENT-FILE
      *    Primary Key - EQ-ASSET-NUMBER
      *    Alternate Key with duplicates - EQ-ARBEITER-ID, so the
      *        kit a worker holds is read with one START
      ******************************************************************
           SELECT EQUIPMENT-FILE ASSIGN TO "EQUIPMENT-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-ASSET-NUMBER
               ALTERNATE RECORD KEY IS EQ-ARBEITER-ID WITH DUPLICATES
               FILE STATUS IS EQUIPMENT-FILE-STATUS.
