      ******************************************************************
      *    Primary Key - FIRMA-ID
      *    One record per legal entity (company code) run inside this
      *    installation. Every department carries the company it
      *    belongs to in ABTEIL-FIRMA-ID, and a worker belongs to the
      *    company of their department. Kept on MAINTENANCE-FIRMA.
      *    FIRMA-STEUERNUMMER - the entity's tax number, quoted on
      *    its own payment and remittance files.
      *    FIRMA-IBAN / FIRMA-BANK-NAME - the account the entity's
      *    salaries and remittances are paid from.
      *    FIRMA-GL-LEDGER - the entity's ledger in the general
      *    ledger, written on every line of its GL-INTERFACE.
      *    PAYROLL-RUN and the exports run one company at a time,
      *    or all of them together when company 0 is keyed.
      ******************************************************************
       FD  FIRMA-FILE.
       01  FIRMA-RECORD.
           05 FIRMA-ID            PIC 9(2).
           05 FIRMA-NAME          PIC X(40).
           05 FIRMA-STEUERNUMMER  PIC X(20).
           05 FIRMA-IBAN          PIC X(34).
           05 FIRMA-BANK-NAME     PIC X(40).
           05 FIRMA-GL-LEDGER     PIC X(4).
