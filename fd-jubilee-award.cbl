      ******************************************************************
      *    Primary Key - JA-YEARS
      *    One record per service anniversary that carries an award
      *    - the jubilee after JA-YEARS completed years of service,
      *    the one-off payment it brings, paid with the anniversary
      *    month's pay as a VARPAY line, and the extra vacation
      *    days added to that year's entitlement. Maintained in
      *    MAINTENANCE-JUBILEE-AWARD, awarded by JUBILEE-AWARD-RUN.
      ******************************************************************
       FD  JUBILEE-AWARD-FILE.
       01  JUBILEE-AWARD-RECORD.
           05 JA-YEARS            PIC 9(2).
           05 JA-AMOUNT           PIC 9(7)V99.
           05 JA-EXTRA-DAYS       PIC 9(2).
           05 JA-DESCRIPTION      PIC X(30).
