      ******************************************************************
      * Add, Change, Inquire, Delete - FIRMA (legal entities)
      * One row per company code run inside this installation - its
      * name, tax number, paying bank account and GL ledger. Every
      * department names its company in ABTEIL-FIRMA-ID; PAYROLL-RUN
      * and the exports run per company from these rows. A company
      * still named by a department cannot be deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-FIRMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-firma.cbl".
           COPY "select-abteil.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-firma.cbl".
           COPY "fd-abteil.cbl".

       WORKING-STORAGE SECTION.
       77  FIRMA-FILE-STATUS     PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  ABTEIL-FILE-AT-END    PIC X.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-FIRMA".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  WHICH-FIELD        PIC 9.
       77  FIRMA-ID-FIELD     PIC Z(2).
       77  ABTEILUNGEN-IN-FIRMA PIC 9(4).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y"
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM OPEN-FIRMA-FILE.
           OPEN INPUT ABTEIL-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The company file is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-FIRMA-FILE.
           OPEN I-O FIRMA-FILE.
           IF FIRMA-FILE-STATUS = "35"
               OPEN OUTPUT FIRMA-FILE
               CLOSE FIRMA-FILE
               OPEN I-O FIRMA-FILE.

      ******************************************************************
      *    Operator sign-on - password, lockout and sign-on logging
      *    all live in the shared SIGNON-OPERATOR subprogram.
      ******************************************************************
       CHECK-OPERATOR-LOGIN.
           CALL "SIGNON-OPERATOR" USING SIGNON-PROGRAM-NAME
                                        THIS-OPERATOR-ID
                                        THIS-OPERATOR-IS-SUPERVISOR
                                        SIGNON-OK.
           IF SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS".

       CLOSING-PROCEDURE.
           CLOSE FIRMA-FILE.
           CLOSE ABTEIL-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

      ******************************************************************
      *    MENU
      ******************************************************************
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD COMPANIES".
           DISPLAY "          2.  CHANGE A COMPANY".
           DISPLAY "          3.  LOOK UP A COMPANY".
           DISPLAY "          4.  DELETE A COMPANY".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM DELETE-MODE.

      ******************************************************************
      *    ADD
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-FIRMA-RECORD.
           PERFORM ADD-RECORDS
               UNTIL FIRMA-ID = ZERO.

       GET-NEW-FIRMA-RECORD.
           PERFORM INIT-FIRMA-RECORD.
           PERFORM ENTER-FIRMA-ID.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-FIRMA-RECORD
               UNTIL RECORD-FOUND = "N" OR FIRMA-ID = ZERO.

       FIND-NEW-FIRMA-RECORD.
           PERFORM READ-FIRMA-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "THAT COMPANY CODE IS ALREADY ON FILE"
               PERFORM ENTER-FIRMA-ID.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-FIRMA-RECORD.
           PERFORM GET-NEW-FIRMA-RECORD.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-FIRMA-NAME.
           PERFORM ENTER-FIRMA-STEUERNUMMER.
           PERFORM ENTER-FIRMA-IBAN.
           PERFORM ENTER-FIRMA-BANK-NAME.
           PERFORM ENTER-FIRMA-GL-LEDGER.

      ******************************************************************
      *    CHANGE
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-FIRMA-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL FIRMA-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-FIRMA-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 5
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-FIRMA-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-FIRMA-STEUERNUMMER.
           IF WHICH-FIELD = 3
               PERFORM ENTER-FIRMA-IBAN.
           IF WHICH-FIELD = 4
               PERFORM ENTER-FIRMA-BANK-NAME.
           IF WHICH-FIELD = 5
               PERFORM ENTER-FIRMA-GL-LEDGER.
           PERFORM REWRITE-FIRMA-RECORD.

      ******************************************************************
      *    INQUIRE
      ******************************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-FIRMA-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL FIRMA-ID = ZERO.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM COUNT-ABTEILUNGEN-IN-FIRMA.
           DISPLAY "   DEPARTMENTS IN THIS COMPANY: "
               ABTEILUNGEN-IN-FIRMA.
           PERFORM GET-FIRMA-RECORD.

      ******************************************************************
      *    DELETE - refused while any department still names the
      *    company, the same rule MAINTENANCE-ABTEIL applies to a
      *    department that still has workers.
      ******************************************************************
       DELETE-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY DELETE RECORDS"
           ELSE
               MOVE "DELETE" TO THE-MODE
               PERFORM GET-FIRMA-RECORD
               PERFORM DELETE-RECORDS
                   UNTIL FIRMA-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM COUNT-ABTEILUNGEN-IN-FIRMA.
           IF ABTEILUNGEN-IN-FIRMA > ZERO
               DISPLAY "CANNOT DELETE - " ABTEILUNGEN-IN-FIRMA
                   " ABTEILUNG(EN) STILL BELONG TO THIS COMPANY"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-FIRMA-RECORD.
           PERFORM GET-FIRMA-RECORD.

       COUNT-ABTEILUNGEN-IN-FIRMA.
           MOVE ZERO TO ABTEILUNGEN-IN-FIRMA.
           MOVE ZERO TO ABTEILUNG-ID.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           START ABTEIL-FILE KEY IS NOT LESS THAN ABTEILUNG-ID
               INVALID KEY
               MOVE "Y" TO ABTEIL-FILE-AT-END.
           IF ABTEIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ABTEIL-RECORD
               PERFORM COUNT-ONE-ABTEILUNG-IF-MATCH
                   UNTIL ABTEIL-FILE-AT-END = "Y".

       COUNT-ONE-ABTEILUNG-IF-MATCH.
           IF ABTEIL-FIRMA-ID = FIRMA-ID
               ADD 1 TO ABTEILUNGEN-IN-FIRMA.
           PERFORM READ-NEXT-ABTEIL-RECORD.

       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS COMPANY (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-DELETE.

      ******************************************************************
      *    Routines shared by all modes
      ******************************************************************
       INIT-FIRMA-RECORD.
           MOVE SPACE TO FIRMA-RECORD.
           MOVE ZERO TO FIRMA-ID.

       ENTER-FIRMA-ID.
           DISPLAY " ".
           DISPLAY "ENTER COMPANY CODE".
           DISPLAY "TO " THE-MODE " (1-99)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO FIRMA-ID-FIELD.
           ACCEPT FIRMA-ID-FIELD.
           MOVE FIRMA-ID-FIELD TO FIRMA-ID.

       GET-FIRMA-RECORD.
           PERFORM INIT-FIRMA-RECORD.
           PERFORM ENTER-FIRMA-ID.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-FIRMA-RECORD
               UNTIL RECORD-FOUND = "Y" OR FIRMA-ID = ZERO.

       FIND-FIRMA-RECORD.
           PERFORM READ-FIRMA-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO COMPANY ON FILE WITH THAT CODE"
               PERFORM ENTER-FIRMA-ID.

       ENTER-FIRMA-NAME.
           PERFORM ACCEPT-FIRMA-NAME.
           PERFORM RE-ACCEPT-FIRMA-NAME
               UNTIL FIRMA-NAME NOT = SPACES.

       ACCEPT-FIRMA-NAME.
           DISPLAY "ENTER COMPANY NAME".
           ACCEPT FIRMA-NAME.

       RE-ACCEPT-FIRMA-NAME.
           DISPLAY "COMPANY NAME MUST BE ENTERED".
           PERFORM ACCEPT-FIRMA-NAME.

       ENTER-FIRMA-STEUERNUMMER.
           PERFORM ACCEPT-FIRMA-STEUERNUMMER.
           PERFORM RE-ACCEPT-FIRMA-STEUERNUMMER
               UNTIL FIRMA-STEUERNUMMER NOT = SPACES.

       ACCEPT-FIRMA-STEUERNUMMER.
           DISPLAY "ENTER COMPANY TAX NUMBER (STEUERNUMMER)".
           ACCEPT FIRMA-STEUERNUMMER.

       RE-ACCEPT-FIRMA-STEUERNUMMER.
           DISPLAY "TAX NUMBER MUST BE ENTERED".
           PERFORM ACCEPT-FIRMA-STEUERNUMMER.

       ENTER-FIRMA-IBAN.
           PERFORM ACCEPT-FIRMA-IBAN.
           PERFORM RE-ACCEPT-FIRMA-IBAN
               UNTIL FIRMA-IBAN NOT = SPACES.

       ACCEPT-FIRMA-IBAN.
           DISPLAY "ENTER IBAN OF THE PAYING ACCOUNT".
           ACCEPT FIRMA-IBAN.
           INSPECT FIRMA-IBAN
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-FIRMA-IBAN.
           DISPLAY "PAYING IBAN MUST BE ENTERED".
           PERFORM ACCEPT-FIRMA-IBAN.

       ENTER-FIRMA-BANK-NAME.
           DISPLAY "ENTER NAME OF THE PAYING BANK".
           ACCEPT FIRMA-BANK-NAME.

       ENTER-FIRMA-GL-LEDGER.
           PERFORM ACCEPT-FIRMA-GL-LEDGER.
           PERFORM RE-ACCEPT-FIRMA-GL-LEDGER
               UNTIL FIRMA-GL-LEDGER NOT = SPACES.

       ACCEPT-FIRMA-GL-LEDGER.
           DISPLAY "ENTER GL LEDGER CODE (UP TO 4 CHARACTERS)".
           ACCEPT FIRMA-GL-LEDGER.
           INSPECT FIRMA-GL-LEDGER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-FIRMA-GL-LEDGER.
           DISPLAY "GL LEDGER MUST BE ENTERED".
           PERFORM ACCEPT-FIRMA-GL-LEDGER.

      ******************************************************************
      *    Routines shared by Change, Inquire and Delete
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   COMPANY CODE: " FIRMA-ID.
           DISPLAY "1. COMPANY NAME: " FIRMA-NAME.
           DISPLAY "2. TAX NUMBER: " FIRMA-STEUERNUMMER.
           DISPLAY "3. PAYING IBAN: " FIRMA-IBAN.
           DISPLAY "4. PAYING BANK: " FIRMA-BANK-NAME.
           DISPLAY "5. GL LEDGER: " FIRMA-GL-LEDGER.
           DISPLAY " ".

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-FIRMA-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ FIRMA-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       WRITE-FIRMA-RECORD.
           WRITE FIRMA-RECORD
               INVALID KEY
               DISPLAY "THAT COMPANY CODE IS ALREADY ON FILE".

       REWRITE-FIRMA-RECORD.
           REWRITE FIRMA-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING COMPANY RECORD".

       DELETE-FIRMA-RECORD.
           DELETE FIRMA-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING COMPANY RECORD".

       END PROGRAM MAINTENANCE-FIRMA.
