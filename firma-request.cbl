      ******************************************************************
      *    Parameter block for CALL "CHECK-RUN-FIRMA"
      *    FR-FUNCTION
      *        E - enter the run's company: the operator keys the
      *            company code a payroll or export run is for, 0
      *            for all companies together. The company's name,
      *            tax number, bank account and ledger come back in
      *            the FR-RUN- fields. With FIRMA-FILE not set up
      *            yet the run is for all companies and nothing is
      *            asked.
      *        A - a department's company: FR-FIRMA-ID comes back
      *            as the company of FR-ABTEILUNG-ID (zero when the
      *            department is not on file), and FR-IN-RUN "Y"
      *            when that is the run's company or the run is for
      *            all companies
      ******************************************************************
       01  FIRMA-REQUEST.
           05 FR-FUNCTION         PIC X.
               88 FR-ENTER-RUN-FIRMA  VALUE "E".
               88 FR-ABTEILUNG-FIRMA  VALUE "A".
           05 FR-RUN-FIRMA-ID     PIC 9(2).
               88 FR-RUN-IS-ALL-FIRMEN VALUE ZERO.
           05 FR-RUN-NAME         PIC X(40).
           05 FR-RUN-STEUERNUMMER PIC X(20).
           05 FR-RUN-IBAN         PIC X(34).
           05 FR-RUN-GL-LEDGER    PIC X(4).
           05 FR-ABTEILUNG-ID     PIC 9(4).
           05 FR-FIRMA-ID         PIC 9(2).
           05 FR-IN-RUN           PIC X.
