      ******************************************************************
      *    Primary Key - CT-ARBEITER-ID
      *    One record per worker - the employment contract in force.
      *    CT-CONTRACT-TYPE "P" permanent, "F" fixed-term.
      *    CT-FIRST-START-DATUM is the start of the first fixed term
      *    in an unbroken chain with us, CT-START-DATUM and
      *    CT-END-DATUM the current term (no end for a permanent
      *    contract), CT-RENEWAL-COUNT how often the fixed term has
      *    been renewed, and CT-OBJECTIVE-REASON whether the current
      *    term rests on an objective reason (CT-REASON-TEXT says
      *    which). A fixed term without an objective reason may run
      *    two years in total with at most three renewals - the
      *    limits MAINTENANCE-CONTRACT enforces.
      ******************************************************************
       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD.
           05 CT-ARBEITER-ID       PIC 9(6).
           05 CT-CONTRACT-TYPE     PIC X.
               88 CT-IS-PERMANENT      VALUE "P".
               88 CT-IS-FIXED-TERM     VALUE "F".
               88 CT-CONTRACT-TYPE-IS-VALID VALUES "P", "F".
           05 CT-FIRST-START-DATUM PIC X(10).
           05 CT-START-DATUM       PIC X(10).
           05 CT-END-DATUM         PIC X(10).
           05 CT-RENEWAL-COUNT     PIC 9(2).
           05 CT-OBJECTIVE-REASON  PIC X.
               88 CT-HAS-OBJECTIVE-REASON VALUE "Y".
           05 CT-REASON-TEXT       PIC X(30).
