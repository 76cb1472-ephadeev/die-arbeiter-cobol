      ******************************************************************
      *    SELECT for FIRMA-FILE
      *    Primary Key - FIRMA-ID, the legal entity (company code) a
      *    department belongs to through ABTEIL-FIRMA-ID.
      ******************************************************************
           SELECT FIRMA-FILE ASSIGN TO "FIRMA-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIRMA-ID
               FILE STATUS IS FIRMA-FILE-STATUS.
