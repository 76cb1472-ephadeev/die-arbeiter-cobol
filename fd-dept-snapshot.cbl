      ******************************************************************
      *    Primary Key - DS-PERIOD-DEPT-KEY
      *        (DS-PERIOD "YYYY-MM" + DS-ABTEILUNG-ID)
      *    One record per department per month-end close, written by
      *    PRINT-PERIOD-CLOSE-REPORT; running the close again for the
      *    same month replaces the month's snapshot.
      *    DS-PARENT-ABTEILUNG-ID - the department's division at the
      *        close.
      *    DS-HEADCOUNT / DS-FTE - active workers at the close, FTE
      *        from TEILZEIT-PROZENT.
      *    DS-STARTERS / DS-LEAVERS - workers whose EINSTELL-DATUM /
      *        AUSTRITTS-DATUM falls in the month.
      *    DS-SICK-DAYS - URLAUB-FILE sick days of episodes starting
      *        in the month; DS-OVERTIME-HOURS - the month's
      *        OVERTIME-FILE hours. Both for the active workers and
      *        the month's leavers.
      *    DS-GROSS-PAY / DS-EMPLOYER-COST - the sum of every PAY-
      *        REGISTER entry of the period booked to the department
      *        (reversals, corrections and special payments
      *        included), zero when payroll has not run.
      ******************************************************************
       FD  DEPT-SNAPSHOT-FILE.
       01  DEPT-SNAPSHOT-RECORD.
           05 DS-PERIOD-DEPT-KEY.
               10 DS-PERIOD          PIC X(7).
               10 DS-ABTEILUNG-ID    PIC 9(4).
           05 DS-PARENT-ABTEILUNG-ID PIC 9(4).
           05 DS-PERIOD-END-DATE     PIC X(10).
           05 DS-RUN-DATE-TIME       PIC X(15).
           05 DS-HEADCOUNT           PIC 9(6).
           05 DS-FTE                 PIC 9(6)V99.
           05 DS-STARTERS            PIC 9(5).
           05 DS-LEAVERS             PIC 9(5).
           05 DS-SICK-DAYS           PIC 9(6).
           05 DS-OVERTIME-HOURS      PIC 9(7)V99.
           05 DS-GROSS-PAY           PIC S9(11)V99.
           05 DS-EMPLOYER-COST       PIC S9(11)V99.
