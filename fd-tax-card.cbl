      ******************************************************************
      *    Primary Key - TC-ARBEITER-ID
      *    One record per worker - the electronic wage-tax card as
      *    the tax office issued it. TC-TAX-ID is the worker's tax
      *    identification number, TC-TAX-CLASS the wage-tax class
      *    (1-6), TC-CHILD-ALLOWANCE the number of child allowances
      *    (0.5 per child per parent, so 1.0 for a child counted in
      *    full), and TC-CHURCH-TAX-FLAG whether the worker belongs
      *    to a church that levies church tax. PAYROLL-RUN taxes a
      *    worker with no card on file at class 6.
      ******************************************************************
       FD  TAX-CARD-FILE.
       01  TAX-CARD-RECORD.
           05 TC-ARBEITER-ID      PIC 9(6).
           05 TC-TAX-ID           PIC X(11).
           05 TC-TAX-CLASS        PIC 9.
               88 TC-TAX-CLASS-IS-VALID VALUES 1 THRU 6.
           05 TC-CHILD-ALLOWANCE  PIC 9V9.
           05 TC-CHURCH-TAX-FLAG  PIC X.
               88 TC-PAYS-CHURCH-TAX   VALUE "Y".
