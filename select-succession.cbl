      ******************************************************************
      *    SELECT for SUCCESSION-FILE
      *    Primary Key - SC-ROLE-CANDIDATE-KEY (SC-ROLE-KIND +
      *    SC-ROLE-ID + SC-CANDIDATE-ID), so the candidates for one
      *    role sit together and a role's plan is one START plus
      *    sequential reads.
      ******************************************************************
           SELECT SUCCESSION-FILE ASSIGN TO "SUCCESSION-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ROLE-CANDIDATE-KEY
               FILE STATUS IS SUCCESSION-FILE-STATUS.
