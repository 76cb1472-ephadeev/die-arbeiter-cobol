      ******************************************************************
      *    Primary Key - SN-NOTIFICATION-KEY
      *        (SN-ARBEITER-ID + SN-REASON-CODE + SN-EVENT-DATE)
      *    One record per social-insurance notification case, written
      *    by EXPORT-SI-NOTIFICATIONS as each case goes to the
      *    carrier, so no case is ever reported twice.
      *    SN-REASON-CODE - the carrier's reason code: "10" start of
      *    employment, "30" end of employment, "50" annual report.
      *    SN-EVENT-DATE - the hire date, the final working date, or
      *    the 31st of December of the reported year.
      *    SN-PERIOD - the pay period whose run reported the case.
      *    SN-INSURABLE-GROSS / SN-FROM-DATE / SN-TO-DATE - what was
      *    reported, kept so a cancellation can repeat it exactly.
      *    SN-STATUS - "R" reported; "X" reported and later cancelled
      *    (the leaver was rehired or the offboarding reversed); "S"
      *    never reported because the employment ran on unbroken.
      ******************************************************************
       FD  SI-NOTIFICATION-FILE.
       01  SI-NOTIFICATION-RECORD.
           05 SN-NOTIFICATION-KEY.
               10 SN-ARBEITER-ID  PIC 9(6).
               10 SN-REASON-CODE  PIC X(2).
                   88 SN-IS-START         VALUE "10".
                   88 SN-IS-END           VALUE "30".
                   88 SN-IS-ANNUAL        VALUE "50".
               10 SN-EVENT-DATE   PIC X(10).
           05 SN-PERIOD           PIC X(7).
           05 SN-INSURABLE-GROSS  PIC 9(9)V99.
           05 SN-FROM-DATE        PIC X(10).
           05 SN-TO-DATE          PIC X(10).
           05 SN-RUN-DATE         PIC X(10).
           05 SN-STATUS           PIC X.
               88 SN-IS-REPORTED      VALUE "R".
               88 SN-IS-CANCELLED     VALUE "X".
               88 SN-IS-SUPPRESSED    VALUE "S".
