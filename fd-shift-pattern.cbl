      ******************************************************************
      *    Primary Key - SP-PATTERN-KEY
      *        (SP-ABTEILUNG-ID + SP-SHIFT-CODE)
      *    One record per shift a department works - early, late,
      *    night and so on - maintained in MAINTENANCE-SHIFT-PATTERN.
      *    SP-START-TIME / SP-END-TIME are HH:MM; a night shift ends
      *    before it starts. SP-RUN-DAYS holds one Y/N per weekday,
      *    Monday first, for the days the shift is worked, and
      *    SP-MIN-HEADCOUNT is the fewest workers the shift may run
      *    with on such a day - PRINT-ROSTER-COVERAGE flags every
      *    day rostered below it. MAINTENANCE-ROSTER only accepts
      *    a shift code the worker's department has on file here.
      ******************************************************************
       FD  SHIFT-PATTERN-FILE.
       01  SHIFT-PATTERN-RECORD.
           05 SP-PATTERN-KEY.
               10 SP-ABTEILUNG-ID PIC 9(4).
               10 SP-SHIFT-CODE   PIC X(2).
           05 SP-DESCRIPTION      PIC X(30).
           05 SP-START-TIME       PIC X(5).
           05 SP-END-TIME         PIC X(5).
           05 SP-MIN-HEADCOUNT    PIC 9(3).
           05 SP-RUN-DAYS         PIC X(7).
