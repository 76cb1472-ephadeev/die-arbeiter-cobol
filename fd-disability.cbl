      ******************************************************************
      *    Primary Key - DB-DISABILITY-KEY
      *        (DB-ARBEITER-ID + DB-VALID-FROM)
      *    One record per recognised disability status of a worker -
      *    a new notice of assessment starts a new record and the
      *    old one is given its DB-VALID-TO. DB-GRAD is the degree
      *    of disability (20-100); 50 and above is a severe
      *    disability, 30-49 counts the same only with the equal-
      *    status approval (DB-GLEICHSTELLUNG "Y"). DB-VALID-TO
      *    blank means open-ended. DB-EXTRA-URLAUB is the approved
      *    additional leave a year; CALC-DISABILITY-LEAVE adds it to
      *    the ENTITLEMENT-FILE base days, pro-rated by the full
      *    months the status covers in the year.
      ******************************************************************
       FD  DISABILITY-FILE.
       01  DISABILITY-RECORD.
           05 DB-DISABILITY-KEY.
               10 DB-ARBEITER-ID      PIC 9(6).
               10 DB-VALID-FROM       PIC X(10).
           05 DB-GRAD                 PIC 9(3).
           05 DB-GLEICHSTELLUNG       PIC X.
               88 DB-IS-EQUAL-STATUS      VALUE "Y".
               88 DB-GLEICHSTELLUNG-IS-VALID VALUES "Y", "N".
           05 DB-VALID-TO             PIC X(10).
           05 DB-EXTRA-URLAUB         PIC 9(2).
           05 DB-ENTERED-BY           PIC 9(4).
