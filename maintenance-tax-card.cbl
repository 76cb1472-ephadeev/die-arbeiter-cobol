      ******************************************************************
      * Add, Change, Inquire, Delete - TAX-CARD (wage-tax cards)
      * One card per worker - tax ID, tax class, child allowances
      * and church-tax liability - read by PAYROLL-RUN to work out
      * the worker's monthly wage tax, solidarity surcharge and
      * church tax. Deleting a card is supervisor-only, the same
      * way deletes are protected elsewhere.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-TAX-CARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-tax-card.cbl".
           COPY "select-arbeiter.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-tax-card.cbl".
           COPY "fd-arbeiter.cbl".

       WORKING-STORAGE SECTION.
       77  TAX-CARD-FILE-STATUS  PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-TAX-CARD".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  WORKER-FOUND       PIC X.
       77  WHICH-FIELD        PIC 9.
       77  TC-ARBEITER-ID-FIELD PIC Z(6).
       77  TC-TAX-ID-VALID    PIC X.

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
           PERFORM OPEN-TAX-CARD-FILE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The tax card file is created by the first session -
      *    status "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-TAX-CARD-FILE.
           OPEN I-O TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               OPEN OUTPUT TAX-CARD-FILE
               CLOSE TAX-CARD-FILE
               OPEN I-O TAX-CARD-FILE.

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
           CLOSE TAX-CARD-FILE.
           CLOSE ARBEITER-FILE.

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
           DISPLAY "          1.  RECORD A TAX CARD".
           DISPLAY "          2.  CHANGE A TAX CARD".
           DISPLAY "          3.  LOOK UP A TAX CARD".
           DISPLAY "          4.  DELETE A TAX CARD".
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
      *    ADD - the worker must exist on arbeiter.dat before a card
      *    can be recorded. Pending hires are allowed, so the card
      *    is in place before their first payroll.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-WORKER-FOR-CARD.
           PERFORM ADD-RECORDS
               UNTIL TC-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-CARD.
           PERFORM INIT-TAX-CARD-RECORD.
           PERFORM ENTER-TC-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           PERFORM FIND-WORKER-FOR-CARD
               UNTIL WORKER-FOUND = "Y" OR TC-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-CARD.
           PERFORM CHECK-WORKER-ON-FILE.
           IF WORKER-FOUND = "N"
               PERFORM ENTER-TC-ARBEITER-ID.

       CHECK-WORKER-ON-FILE.
           MOVE TC-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y" AND ARBEITER-IS-INACTIVE
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "N"
               DISPLAY "NO ACTIVE OR PENDING WORKER WITH THAT "
                   "ARBEITER ID".

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-TAX-CARD-RECORD.
           PERFORM GET-WORKER-FOR-CARD.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-TC-TAX-ID.
           PERFORM ENTER-TC-TAX-CLASS.
           PERFORM ENTER-TC-CHILD-ALLOWANCE.
           PERFORM ENTER-TC-CHURCH-TAX-FLAG.

      ******************************************************************
      *    CHANGE
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-TAX-CARD-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL TC-ARBEITER-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-TAX-CARD-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 4
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-TC-TAX-ID.
           IF WHICH-FIELD = 2
               PERFORM ENTER-TC-TAX-CLASS.
           IF WHICH-FIELD = 3
               PERFORM ENTER-TC-CHILD-ALLOWANCE.
           IF WHICH-FIELD = 4
               PERFORM ENTER-TC-CHURCH-TAX-FLAG.
           PERFORM REWRITE-TAX-CARD-RECORD.

       GET-TAX-CARD-RECORD.
           PERFORM INIT-TAX-CARD-RECORD.
           PERFORM ENTER-TC-ARBEITER-ID.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-TAX-CARD-RECORD
               UNTIL RECORD-FOUND = "Y" OR TC-ARBEITER-ID = ZERO.

       FIND-TAX-CARD-RECORD.
           PERFORM READ-TAX-CARD-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO TAX CARD ON FILE FOR THAT WORKER"
               PERFORM ENTER-TC-ARBEITER-ID.

      ******************************************************************
      *    INQUIRE
      ******************************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-TAX-CARD-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL TC-ARBEITER-ID = ZERO.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-TAX-CARD-RECORD.

      ******************************************************************
      *    DELETE
      ******************************************************************
       DELETE-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY DELETE A TAX CARD"
           ELSE
               MOVE "DELETE" TO THE-MODE
               PERFORM GET-TAX-CARD-RECORD
               PERFORM DELETE-RECORDS
                   UNTIL TC-ARBEITER-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-TAX-CARD-RECORD.
           PERFORM GET-TAX-CARD-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS TAX CARD (Y/N)?".
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
       INIT-TAX-CARD-RECORD.
           MOVE SPACE TO TAX-CARD-RECORD.
           MOVE ZERO TO TC-ARBEITER-ID.
           MOVE ZERO TO TC-TAX-CLASS.
           MOVE ZERO TO TC-CHILD-ALLOWANCE.

       ENTER-TC-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A TAX CARD (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO TC-ARBEITER-ID-FIELD.
           ACCEPT TC-ARBEITER-ID-FIELD.
           MOVE TC-ARBEITER-ID-FIELD TO TC-ARBEITER-ID.

      ******************************************************************
      *    The tax identification number is eleven digits.
      ******************************************************************
       ENTER-TC-TAX-ID.
           PERFORM ACCEPT-TC-TAX-ID.
           PERFORM RE-ACCEPT-TC-TAX-ID
               UNTIL TC-TAX-ID-VALID = "Y".

       ACCEPT-TC-TAX-ID.
           DISPLAY "ENTER TAX IDENTIFICATION NUMBER (11 DIGITS)".
           ACCEPT TC-TAX-ID.
           MOVE "Y" TO TC-TAX-ID-VALID.
           IF TC-TAX-ID IS NOT NUMERIC
               MOVE "N" TO TC-TAX-ID-VALID.

       RE-ACCEPT-TC-TAX-ID.
           DISPLAY "TAX ID MUST BE 11 DIGITS".
           PERFORM ACCEPT-TC-TAX-ID.

       ENTER-TC-TAX-CLASS.
           PERFORM ACCEPT-TC-TAX-CLASS.
           PERFORM RE-ACCEPT-TC-TAX-CLASS
               UNTIL TC-TAX-CLASS-IS-VALID.

       ACCEPT-TC-TAX-CLASS.
           DISPLAY "ENTER TAX CLASS (1-6)".
           ACCEPT TC-TAX-CLASS.

       RE-ACCEPT-TC-TAX-CLASS.
           DISPLAY "TAX CLASS MUST BE 1 THROUGH 6".
           PERFORM ACCEPT-TC-TAX-CLASS.

       ENTER-TC-CHILD-ALLOWANCE.
           DISPLAY "ENTER CHILD ALLOWANCES (E.G. 1.5, 0 FOR NONE)".
           ACCEPT TC-CHILD-ALLOWANCE.

       ENTER-TC-CHURCH-TAX-FLAG.
           PERFORM ACCEPT-TC-CHURCH-TAX-FLAG.
           PERFORM RE-ACCEPT-TC-CHURCH-TAX-FLAG
               UNTIL TC-CHURCH-TAX-FLAG = "Y" OR "N".

       ACCEPT-TC-CHURCH-TAX-FLAG.
           DISPLAY "LIABLE FOR CHURCH TAX (Y/N)?".
           ACCEPT TC-CHURCH-TAX-FLAG.
           INSPECT TC-CHURCH-TAX-FLAG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TC-CHURCH-TAX-FLAG.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-TC-CHURCH-TAX-FLAG.

      ******************************************************************
      *    Routines shared by Change, Inquire and Delete
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " TC-ARBEITER-ID.
           DISPLAY "1. TAX ID: " TC-TAX-ID.
           DISPLAY "2. TAX CLASS: " TC-TAX-CLASS.
           DISPLAY "3. CHILD ALLOWANCES: " TC-CHILD-ALLOWANCE.
           DISPLAY "4. CHURCH TAX (Y/N): " TC-CHURCH-TAX-FLAG.
           DISPLAY " ".

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-TAX-CARD-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ TAX-CARD-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       WRITE-TAX-CARD-RECORD.
           WRITE TAX-CARD-RECORD
               INVALID KEY
               DISPLAY "A TAX CARD IS ALREADY ON FILE FOR THIS "
                   "WORKER - USE CHANGE".

       REWRITE-TAX-CARD-RECORD.
           REWRITE TAX-CARD-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TAX CARD RECORD".

       DELETE-TAX-CARD-RECORD.
           DELETE TAX-CARD-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING TAX CARD RECORD".

       END PROGRAM MAINTENANCE-TAX-CARD.
