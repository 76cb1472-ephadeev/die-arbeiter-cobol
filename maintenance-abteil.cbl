           COPY "select-update-lock.cbl".
           COPY "select-id-control.cbl".
           COPY "select-praemie-history.cbl".
           COPY "select-firma.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-update-lock.cbl".
           COPY "fd-id-control.cbl".
           COPY "fd-praemie-history.cbl".
           COPY "fd-firma.cbl".

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS     PIC XX.
       77  PRAEMIE-HISTORY-FILE-STATUS PIC XX.
       77  FIRMA-FILE-STATUS      PIC XX.
       77  FIRMA-FILE-MISSING     PIC X VALUE "N".
       77  FIRMA-ID-FOUND         PIC X.
       77  SAVE-ABTEIL-FIRMA-ID   PIC 9(2).
       77  TODAY-DATUM-PART       PIC 9(8).
       77  TODAY-DATUM-TEXT       PIC X(10).
       77  JOURNAL-FILE-KIND      PIC X.
       77  JOURNAL-ACTION         PIC X.
       77  JOURNAL-BEFORE-IMAGE   PIC X(264).
       77  JOURNAL-AFTER-IMAGE    PIC X(264).
       77  UPDATE-LOCK-FILE-STATUS PIC XX.
       77  UPDATE-LOCK-TAKEN     PIC X.
       77  LOCK-DATE-PART        PIC 9(8).
       77  WHICH-FIELD        PIC 9.
       77  ABTEILUNG-ID-FIELD PIC Z(4).
       77  LEITER-ID-FOUND    PIC X.
       77  SAVE-ABTEIL-RECORD PIC X(135).
       77  PARENT-ID-FOUND    PIC X.
       77  PARENT-WALK-ID     PIC 9(4).
       77  PARENT-WALK-DEPTH  PIC 9(2).
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM OPEN-ACTING-HEAD-FILE.
           PERFORM OPEN-PRAEMIE-HISTORY-FILE.
           OPEN INPUT FIRMA-FILE.
           IF FIRMA-FILE-STATUS = "35"
               MOVE "Y" TO FIRMA-FILE-MISSING.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
           CLOSE AUDIT-LOG-FILE.
           CLOSE ACTING-HEAD-FILE.
           CLOSE PRAEMIE-HISTORY-FILE.
           IF FIRMA-FILE-MISSING NOT = "Y"
               CLOSE FIRMA-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM ENTER-ANNUAL-BUDGET.
           PERFORM ENTER-BUDGETED-HEADCOUNT.
           PERFORM ENTER-PARENT-ABTEILUNG-ID.
           PERFORM ENTER-ABTEIL-FIRMA-ID.

      ******************************************************************
      *    CHANGE

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 7
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
               PERFORM ENTER-BUDGETED-HEADCOUNT.
           IF WHICH-FIELD = 6
               PERFORM ENTER-PARENT-ABTEILUNG-ID.
           IF WHICH-FIELD = 7
               PERFORM CHANGE-ABTEIL-FIRMA-ID.
           PERFORM LOG-CHANGED-FIELD.
           PERFORM REWRITE-ABTEIL-RECORD.
           IF WHICH-FIELD = 2
               MOVE BUDGETED-HEADCOUNT TO AUDIT-OLD-VALUE.
           IF WHICH-FIELD = 6
               MOVE PARENT-ABTEILUNG-ID TO AUDIT-OLD-VALUE.
           IF WHICH-FIELD = 7
               MOVE ABTEIL-FIRMA-ID TO AUDIT-OLD-VALUE.

       LOG-CHANGED-FIELD.
           MOVE SPACE TO AUDIT-NEW-VALUE.
           IF WHICH-FIELD = 6
               MOVE "PARENT-ABTEILUNG-ID" TO AUDIT-FIELD-NAME
               MOVE PARENT-ABTEILUNG-ID TO AUDIT-NEW-VALUE.
           IF WHICH-FIELD = 7
               MOVE "ABTEIL-FIRMA-ID" TO AUDIT-FIELD-NAME
               MOVE ABTEIL-FIRMA-ID TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      ******************************************************************
                   MOVE PARENT-ABTEILUNG-ID TO PARENT-WALK-ID
               END-READ.

      ******************************************************************
      *    Company code - the legal entity on FIRMA-FILE the
      *    department belongs to. Until FIRMA-FILE is set up the
      *    installation is one company, 01, and nothing is asked.
      ******************************************************************
       ENTER-ABTEIL-FIRMA-ID.
           IF FIRMA-FILE-MISSING = "Y"
               MOVE 1 TO ABTEIL-FIRMA-ID
           ELSE
               PERFORM ACCEPT-ABTEIL-FIRMA-ID
               PERFORM RE-ACCEPT-ABTEIL-FIRMA-ID
                   UNTIL FIRMA-ID-FOUND = "Y".

       ACCEPT-ABTEIL-FIRMA-ID.
           DISPLAY "ENTER COMPANY CODE".
           MOVE ZERO TO ABTEIL-FIRMA-ID.
           ACCEPT ABTEIL-FIRMA-ID.
           MOVE ABTEIL-FIRMA-ID TO FIRMA-ID.
           MOVE "Y" TO FIRMA-ID-FOUND.
           READ FIRMA-FILE RECORD
               INVALID KEY
               MOVE "N" TO FIRMA-ID-FOUND.

       RE-ACCEPT-ABTEIL-FIRMA-ID.
           DISPLAY "COMPANY CODE IS NOT ON FILE".
           PERFORM ACCEPT-ABTEIL-FIRMA-ID.

      ******************************************************************
      *    Moving a department to another company moves its people
      *    to another employer - that is a leaver and a starter for
      *    every one of them, with final settlement and a new
      *    payroll record, not a field change. Only a department
      *    with no active workers may change company.
      ******************************************************************
       CHANGE-ABTEIL-FIRMA-ID.
           MOVE ABTEIL-FIRMA-ID TO SAVE-ABTEIL-FIRMA-ID.
           PERFORM ENTER-ABTEIL-FIRMA-ID.
           IF ABTEIL-FIRMA-ID NOT = SAVE-ABTEIL-FIRMA-ID
               PERFORM COMPUTE-ABTEILUNG-SUMMARY
               IF SUMMARY-HEADCOUNT > ZERO
                   DISPLAY "CANNOT CHANGE COMPANY - "
                       SUMMARY-HEADCOUNT
                       " ACTIVE WORKER(S) IN THIS ABTEILUNG"
                   DISPLAY "OFFBOARD THEM AND REHIRE THEM IN THE "
                       "NEW COMPANY FIRST"
                   MOVE SAVE-ABTEIL-FIRMA-ID TO ABTEIL-FIRMA-ID.

      ******************************************************************
      *    Routines shared by Change, Inquier and Delete
      ******************************************************************
           PERFORM DISPLAY-ANNUAL-BUDGET.
           PERFORM DISPLAY-BUDGETED-HEADCOUNT.
           PERFORM DISPLAY-PARENT-ABTEILUNG-ID.
           PERFORM DISPLAY-ABTEIL-FIRMA-ID.
           DISPLAY " ".

       DISPLAY-ABTEILUNG-ID.
       DISPLAY-PARENT-ABTEILUNG-ID.
           DISPLAY "6. PARENT ABTEILUNG ID: " PARENT-ABTEILUNG-ID.

       DISPLAY-ABTEIL-FIRMA-ID.
           DISPLAY "7. COMPANY CODE: " ABTEIL-FIRMA-ID.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
