      *    PARENT-ABTEILUNG-ID - the division this department sits
      *        inside, zero for a top-level department; rolled up by
      *        PRINT-HIERARCHY-REPORT
      *    ABTEIL-FIRMA-ID - the legal entity (company code on
      *        FIRMA-FILE) the department belongs to; its workers are
      *        paid, booked and reported under that company
      ******************************************************************
       FD  ABTEIL-FILE.
       01  ABTEIL-RECORD.
           05 ANNUAL-BUDGET       PIC 9(9)V99.
           05 BUDGETED-HEADCOUNT  PIC 9(5).
           05 PARENT-ABTEILUNG-ID PIC 9(4).
           05 ABTEIL-FIRMA-ID     PIC 9(2).
