      ******************************************************************
      *    Primary Key - TA-ARBEITER-ID
      *    One record per worker with a working-time account - the
      *    hours of overtime banked to be taken as time off later
      *    instead of being paid.
      *    TA-OVERTIME-CHOICE - "P" the month's overtime is paid as
      *    always, "B" it is banked into the account.
      *    TA-ANNUAL-CAP is the most hours that may be banked in one
      *    calendar year (TA-CAP-YEAR, running total in
      *    TA-BANKED-IN-YEAR); PAYROLL-RUN pays the hours above it.
      *    TA-BALANCE is the hours banked less the hours taken off
      *    (absence type "Z" on the URLAUB screen) and paid out. It
      *    can only go below zero through a correction of an
      *    absence already booked.
      *    The hours banked and paid out by the last period run are
      *    kept apart so REVERSE-PAYROLL-PERIOD can put the balance
      *    back.
      ******************************************************************
       FD  TIME-ACCOUNT-FILE.
       01  TIME-ACCOUNT-RECORD.
           05 TA-ARBEITER-ID      PIC 9(6).
           05 TA-OVERTIME-CHOICE  PIC X.
               88 TA-PAY-OVERTIME     VALUE "P".
               88 TA-BANK-OVERTIME    VALUE "B".
               88 TA-CHOICE-IS-VALID  VALUES "P", "B".
           05 TA-ANNUAL-CAP       PIC 9(3)V99.
           05 TA-BALANCE          PIC S9(4)V99.
           05 TA-CAP-YEAR         PIC 9(4).
           05 TA-BANKED-IN-YEAR   PIC 9(4)V99.
           05 TA-BANKED-TO-DATE   PIC 9(5)V99.
           05 TA-TAKEN-TO-DATE    PIC 9(5)V99.
           05 TA-PAID-TO-DATE     PIC 9(5)V99.
           05 TA-LAST-PERIOD      PIC X(7).
           05 TA-LAST-BANKED      PIC 9(3)V99.
           05 TA-LAST-PAID-OUT    PIC 9(4)V99.
