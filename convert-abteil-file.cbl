      ******************************************************************
      *    One-Time Department Master Conversion
      *    Expands an abteil.dat written under the old record layout
      *    - before ABTEIL-FIRMA-ID was added - into the current
      *    layout. Every department comes out in company 01, the
      *    company the installation ran as until then; departments
      *    of any further company are moved to it through
      *    MAINTENANCE-ABTEIL afterwards, once FIRMA-FILE holds it.
      *
      *    Operating procedure:
      *      1. rename the live file to ABTEIL-FILE-OLD
           COPY "fd-abteil.cbl".

      ******************************************************************
      *    The record layout as it was before ABTEIL-FIRMA-ID was
      *    appended.
      ******************************************************************
       FD  OLD-ABTEIL-FILE.
       01  OLD-ABTEIL-RECORD.
           05 OLD-ABTEILUNG-LEITER-ID PIC 9(6).
           05 OLD-ANNUAL-BUDGET       PIC 9(9)V99.
           05 OLD-BUDGETED-HEADCOUNT  PIC 9(5).
           05 OLD-PARENT-ABTEILUNG-ID PIC 9(4).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS     PIC XX.
           MOVE OLD-ABTEILUNG-LEITER-ID TO ABTEILUNG-LEITER-ID.
           MOVE OLD-ANNUAL-BUDGET       TO ANNUAL-BUDGET.
           MOVE OLD-BUDGETED-HEADCOUNT  TO BUDGETED-HEADCOUNT.
           MOVE OLD-PARENT-ABTEILUNG-ID TO PARENT-ABTEILUNG-ID.
           MOVE 1                       TO ABTEIL-FIRMA-ID.
           WRITE ABTEIL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONVERTED RECORD "
