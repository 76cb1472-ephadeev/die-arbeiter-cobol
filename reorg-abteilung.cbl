      *    moved across the same way. The GL mapping for the new
      *    department must then be keyed in MAINTENANCE-GL-MAP -
      *    the run says so.
      *
      *    Both stay within one company (legal entity): a merge
      *    into a department of another company would be an
      *    inter-company move for every worker, which needs leavers
      *    and starters rather than TRANSFER-HISTORY lines, so the
      *    target must belong to the source's company; a split-out
      *    department is created in the source's company.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG-ABTEILUNG.
       77  SOURCE-HEADCOUNT      PIC 9(5).
       77  SOURCE-PRAEMIE        PIC 9(3).
       77  SOURCE-PARENT-ID      PIC 9(4).
       77  SOURCE-FIRMA-ID       PIC 9(2).
       77  SPLIT-BUDGET-PORTION  PIC 9(9)V99.
       77  SPLIT-HEADCOUNT-PORTION PIC 9(5).
       77  NEW-ABTEILUNG-NAME    PIC X(100).
       77  AUDIT-ID-EDIT         PIC ZZZ9.
       77  JOURNAL-FILE-KIND     PIC X.
       77  JOURNAL-ACTION        PIC X.
       77  JOURNAL-BEFORE-IMAGE  PIC X(264).
       77  JOURNAL-AFTER-IMAGE   PIC X(264).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       ENTER-MERGE-DEPARTMENTS.
           PERFORM ENTER-SOURCE-ABTEILUNG.
           PERFORM SAVE-SOURCE-FIGURES.
           PERFORM ENTER-TARGET-ABTEILUNG.

       ENTER-SOURCE-ABTEILUNG.
           PERFORM ACCEPT-SOURCE-ABTEILUNG.
           MOVE BUDGETED-HEADCOUNT TO SOURCE-HEADCOUNT.
           MOVE PRAEMIE TO SOURCE-PRAEMIE.
           MOVE PARENT-ABTEILUNG-ID TO SOURCE-PARENT-ID.
           MOVE ABTEIL-FIRMA-ID TO SOURCE-FIRMA-ID.

       ENTER-TARGET-ABTEILUNG.
           PERFORM ACCEPT-TARGET-ABTEILUNG.
           PERFORM RE-ACCEPT-TARGET-ABTEILUNG
               UNTIL RECORD-FOUND = "Y" AND
               TARGET-ABTEILUNG-ID NOT = SOURCE-ABTEILUNG-ID AND
               ABTEIL-FIRMA-ID = SOURCE-FIRMA-ID.

       ACCEPT-TARGET-ABTEILUNG.
           DISPLAY "ENTER THE ABTEILUNG IT MERGES INTO".
           IF RECORD-FOUND = "N"
               DISPLAY "NO ABTEILUNG WITH THAT ID ON FILE"
           ELSE
           IF TARGET-ABTEILUNG-ID = SOURCE-ABTEILUNG-ID
               DISPLAY "SOURCE AND TARGET CANNOT BE THE SAME"
           ELSE
               DISPLAY "INTER-COMPANY MOVE - THE TARGET IS IN "
                   "COMPANY " ABTEIL-FIRMA-ID
               DISPLAY "MERGE ONLY WITHIN COMPANY " SOURCE-FIRMA-ID.
           PERFORM ACCEPT-TARGET-ABTEILUNG.

      ******************************************************************
               MOVE SPLIT-BUDGET-PORTION TO ANNUAL-BUDGET
               MOVE SPLIT-HEADCOUNT-PORTION TO BUDGETED-HEADCOUNT
               MOVE SOURCE-PARENT-ID TO PARENT-ABTEILUNG-ID
               MOVE SOURCE-FIRMA-ID TO ABTEIL-FIRMA-ID
               WRITE ABTEIL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR CREATING THE NEW ABTEILUNG"
