      ******************************************************************
      *    Primary Key - SC-ROLE-CANDIDATE-KEY
      *        (SC-ROLE-KIND + SC-ROLE-ID + SC-CANDIDATE-ID)
      *    One record per successor candidate named for a role, at
      *    most three per role, keyed in MAINTENANCE-SUCCESSION.
      *    SC-ROLE-KIND "H" - head of the department SC-ROLE-ID
      *        (the ABTEILUNG-LEITER-ID post); "P" - the critical
      *        position SC-ROLE-ID (a STELLE-ID). A position is
      *        critical when a plan has been keyed for it.
      *    SC-READINESS - "N" ready now, "S" ready in one to two
      *        years, "L" later.
      *    SC-NAMED-BY / SC-NAMED-DATE - the operator who named the
      *        candidate and when; a readiness change restamps them.
      ******************************************************************
       FD  SUCCESSION-FILE.
       01  SUCCESSION-RECORD.
           05 SC-ROLE-CANDIDATE-KEY.
               10 SC-ROLE-KIND    PIC X.
                   88 SC-ROLE-IS-HEAD     VALUE "H".
                   88 SC-ROLE-IS-POSITION VALUE "P".
                   88 SC-ROLE-KIND-IS-VALID VALUES "H", "P".
               10 SC-ROLE-ID      PIC 9(4).
               10 SC-CANDIDATE-ID PIC 9(6).
           05 SC-READINESS        PIC X.
               88 SC-READY-NOW        VALUE "N".
               88 SC-READY-SOON       VALUE "S".
               88 SC-READY-LATER      VALUE "L".
               88 SC-READINESS-IS-VALID VALUES "N", "S", "L".
           05 SC-NAMED-BY         PIC 9(4).
           05 SC-NAMED-DATE       PIC X(10).
