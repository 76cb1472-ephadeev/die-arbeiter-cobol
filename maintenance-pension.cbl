      ******************************************************************
      * Add, Change, Inquire, Delete - PENSION-CONTRACT (company
      * pension plan). One contract per worker - the provider's
      * contract number, the plan, the monthly salary conversion,
      * the employer top-up percent and the plan entry date.
      * PAYROLL-RUN takes the conversion and keeps the to-date and
      * yearly accumulators, which are shown here but cannot be
      * keyed. Deleting a contract is supervisor-only, the same way
      * deletes are protected elsewhere - a contract the worker has
      * left is set to ended instead, so the accumulated history
      * stays for the statement and the deferred-members list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-PENSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-pension-contract.cbl".
           COPY "select-arbeiter.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-pension-contract.cbl".
           COPY "fd-arbeiter.cbl".

       WORKING-STORAGE SECTION.
       77  PENSION-CONTRACT-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-PENSION".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  WORKER-FOUND       PIC X.
       77  WHICH-FIELD        PIC 9.
       77  PN-ARBEITER-ID-FIELD PIC Z(6).
       77  PN-AMOUNT-FIELD    PIC Z(5).ZZ.
       77  PN-PERCENT-FIELD   PIC ZZZ.ZZ.
       77  PN-TOTAL-FIELD     PIC Z(9).ZZ.

       77  DATUM-TO-CHECK     PIC X(10).
       77  DATUM-VALID        PIC X.
       77  DATUM-YEAR         PIC 9(4).
       77  DATUM-MONTH        PIC 99.
       77  DATUM-DAY          PIC 99.
       77  DAYS-IN-MONTH      PIC 99.
       77  IS-LEAP-YEAR       PIC X.
       77  DATUM-DIVIDE-QUOT  PIC 9(4).
       77  DATUM-DIVIDE-REM   PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

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
           PERFORM OPEN-PENSION-CONTRACT-FILE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The pension contract file is created by the first session -
      *    status "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-PENSION-CONTRACT-FILE.
           OPEN I-O PENSION-CONTRACT-FILE.
           IF PENSION-CONTRACT-FILE-STATUS = "35"
               OPEN OUTPUT PENSION-CONTRACT-FILE
               CLOSE PENSION-CONTRACT-FILE
               OPEN I-O PENSION-CONTRACT-FILE.

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
           CLOSE PENSION-CONTRACT-FILE.
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
           DISPLAY "          1.  RECORD A PENSION CONTRACT".
           DISPLAY "          2.  CHANGE A PENSION CONTRACT".
           DISPLAY "          3.  LOOK UP A PENSION CONTRACT".
           DISPLAY "          4.  DELETE A PENSION CONTRACT".
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
      *    ADD - the worker must exist on arbeiter.dat before a
      *    contract can be recorded. Pending hires are allowed, so
      *    the conversion is in place before their first payroll.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-WORKER-FOR-CONTRACT.
           PERFORM ADD-RECORDS
               UNTIL PN-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-CONTRACT.
           PERFORM INIT-PENSION-CONTRACT-RECORD.
           PERFORM ENTER-PN-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           PERFORM FIND-WORKER-FOR-CONTRACT
               UNTIL WORKER-FOUND = "Y" OR PN-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-CONTRACT.
           PERFORM CHECK-WORKER-ON-FILE.
           IF WORKER-FOUND = "N"
               PERFORM ENTER-PN-ARBEITER-ID.

       CHECK-WORKER-ON-FILE.
           MOVE PN-ARBEITER-ID TO ARBEITER-ID.
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
           PERFORM WRITE-PENSION-CONTRACT-RECORD.
           PERFORM GET-WORKER-FOR-CONTRACT.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-PN-CONTRACT-NUMBER.
           PERFORM ENTER-PN-PLAN.
           PERFORM ENTER-PN-CONVERSION-AMOUNT.
           PERFORM ENTER-PN-TOP-UP-PERCENT.
           PERFORM ENTER-PN-START-DATE.
           PERFORM ENTER-PN-STATUS.

      ******************************************************************
      *    CHANGE
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-PENSION-CONTRACT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL PN-ARBEITER-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-PENSION-CONTRACT-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 6
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-PN-CONTRACT-NUMBER.
           IF WHICH-FIELD = 2
               PERFORM ENTER-PN-PLAN.
           IF WHICH-FIELD = 3
               PERFORM ENTER-PN-CONVERSION-AMOUNT.
           IF WHICH-FIELD = 4
               PERFORM ENTER-PN-TOP-UP-PERCENT.
           IF WHICH-FIELD = 5
               PERFORM ENTER-PN-START-DATE.
           IF WHICH-FIELD = 6
               PERFORM ENTER-PN-STATUS.
           PERFORM REWRITE-PENSION-CONTRACT-RECORD.

       GET-PENSION-CONTRACT-RECORD.
           PERFORM INIT-PENSION-CONTRACT-RECORD.
           PERFORM ENTER-PN-ARBEITER-ID.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-PENSION-CONTRACT-RECORD
               UNTIL RECORD-FOUND = "Y" OR PN-ARBEITER-ID = ZERO.

       FIND-PENSION-CONTRACT-RECORD.
           PERFORM READ-PENSION-CONTRACT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO PENSION CONTRACT ON FILE FOR THAT WORKER"
               PERFORM ENTER-PN-ARBEITER-ID.

      ******************************************************************
      *    INQUIRE
      ******************************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-PENSION-CONTRACT-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL PN-ARBEITER-ID = ZERO.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-PENSION-CONTRACT-RECORD.

      ******************************************************************
      *    DELETE
      ******************************************************************
       DELETE-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY DELETE A PENSION "
                   "CONTRACT"
           ELSE
               MOVE "DELETE" TO THE-MODE
               PERFORM GET-PENSION-CONTRACT-RECORD
               PERFORM DELETE-RECORDS
                   UNTIL PN-ARBEITER-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-PENSION-CONTRACT-RECORD.
           PERFORM GET-PENSION-CONTRACT-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS PENSION CONTRACT (Y/N)?".
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
       INIT-PENSION-CONTRACT-RECORD.
           MOVE SPACE TO PENSION-CONTRACT-RECORD.
           MOVE ZERO TO PN-ARBEITER-ID.
           MOVE ZERO TO PN-CONVERSION-AMOUNT.
           MOVE ZERO TO PN-TOP-UP-PERCENT.
           MOVE ZERO TO PN-CONVERSION-TO-DATE.
           MOVE ZERO TO PN-TOP-UP-TO-DATE.
           MOVE ZERO TO PN-YEAR.
           MOVE ZERO TO PN-YEAR-CONVERSION.
           MOVE ZERO TO PN-YEAR-TOP-UP.
           MOVE ZERO TO PN-LAST-CONVERSION.
           MOVE ZERO TO PN-LAST-TOP-UP.

       ENTER-PN-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A PENSION CONTRACT (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO PN-ARBEITER-ID-FIELD.
           ACCEPT PN-ARBEITER-ID-FIELD.
           MOVE PN-ARBEITER-ID-FIELD TO PN-ARBEITER-ID.

       ENTER-PN-CONTRACT-NUMBER.
           PERFORM ACCEPT-PN-CONTRACT-NUMBER.
           PERFORM RE-ACCEPT-PN-CONTRACT-NUMBER
               UNTIL PN-CONTRACT-NUMBER NOT = SPACE.

       ACCEPT-PN-CONTRACT-NUMBER.
           DISPLAY "ENTER PROVIDER CONTRACT NUMBER".
           ACCEPT PN-CONTRACT-NUMBER.
           INSPECT PN-CONTRACT-NUMBER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PN-CONTRACT-NUMBER.
           DISPLAY "CONTRACT NUMBER MUST BE ENTERED".
           PERFORM ACCEPT-PN-CONTRACT-NUMBER.

       ENTER-PN-PLAN.
           PERFORM ACCEPT-PN-PLAN.
           PERFORM RE-ACCEPT-PN-PLAN
               UNTIL PN-PLAN NOT = SPACE.

       ACCEPT-PN-PLAN.
           DISPLAY "ENTER PENSION PLAN NAME".
           ACCEPT PN-PLAN.
           INSPECT PN-PLAN
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PN-PLAN.
           DISPLAY "PLAN NAME MUST BE ENTERED".
           PERFORM ACCEPT-PN-PLAN.

       ENTER-PN-CONVERSION-AMOUNT.
           DISPLAY "ENTER MONTHLY SALARY CONVERSION AMOUNT".
           MOVE ZERO TO PN-AMOUNT-FIELD.
           ACCEPT PN-AMOUNT-FIELD.
           MOVE PN-AMOUNT-FIELD TO PN-CONVERSION-AMOUNT.

       ENTER-PN-TOP-UP-PERCENT.
           DISPLAY "ENTER EMPLOYER TOP-UP PERCENT OF THE CONVERSION".
           DISPLAY "(E.G. 15.00, 0 FOR NONE)".
           MOVE ZERO TO PN-PERCENT-FIELD.
           ACCEPT PN-PERCENT-FIELD.
           MOVE PN-PERCENT-FIELD TO PN-TOP-UP-PERCENT.

      ******************************************************************
      *    The plan entry date - no conversion is taken for a pay
      *    period before the month it falls in, and vesting of the
      *    employer top-up counts from it.
      ******************************************************************
       ENTER-PN-START-DATE.
           PERFORM ACCEPT-PN-START-DATE.
           PERFORM RE-ACCEPT-PN-START-DATE
               UNTIL DATUM-VALID = "Y".

       ACCEPT-PN-START-DATE.
           DISPLAY "ENTER PLAN ENTRY DATE IN FORMAT YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO PN-START-DATE.

       RE-ACCEPT-PN-START-DATE.
           PERFORM ACCEPT-PN-START-DATE.

       ENTER-PN-STATUS.
           PERFORM ACCEPT-PN-STATUS.
           PERFORM RE-ACCEPT-PN-STATUS
               UNTIL PN-STATUS-IS-VALID.

       ACCEPT-PN-STATUS.
           DISPLAY "ENTER STATUS - A ACTIVE, S SUSPENDED, E ENDED".
           ACCEPT PN-STATUS.
           INSPECT PN-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PN-STATUS.
           DISPLAY "YOU MUST ENTER A, S OR E".
           PERFORM ACCEPT-PN-STATUS.

      ******************************************************************
      *    A real calendar-date check - same rules as EINSTELL-DATUM
      *    in MAINTENANCE-ARBEITER, applied to DATUM-TO-CHECK.
      ******************************************************************
       VALIDATE-DATUM-FORMAT.
           MOVE "Y" TO DATUM-VALID.
           IF DATUM-TO-CHECK(5:1) NOT = "-" OR
               DATUM-TO-CHECK(8:1) NOT = "-"
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
           IF DATUM-TO-CHECK(1:4) IS NOT NUMERIC OR
               DATUM-TO-CHECK(6:2) IS NOT NUMERIC OR
               DATUM-TO-CHECK(9:2) IS NOT NUMERIC
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
               MOVE DATUM-TO-CHECK(1:4) TO DATUM-YEAR
               MOVE DATUM-TO-CHECK(6:2) TO DATUM-MONTH
               MOVE DATUM-TO-CHECK(9:2) TO DATUM-DAY
               PERFORM VALIDATE-DATUM-MONTH-AND-DAY.

       VALIDATE-DATUM-MONTH-AND-DAY.
           IF DATUM-MONTH < 1 OR DATUM-MONTH > 12
               MOVE "N" TO DATUM-VALID
               DISPLAY "MONTH MUST BE 01-12"
           ELSE
               PERFORM FIND-DAYS-IN-DATUM-MONTH
               IF DATUM-DAY < 1 OR DATUM-DAY > DAYS-IN-MONTH
                   MOVE "N" TO DATUM-VALID
                   DISPLAY "DAY IS NOT VALID FOR THAT MONTH".

       FIND-DAYS-IN-DATUM-MONTH.
           MOVE DAYS-PER-MONTH-ENTRY(DATUM-MONTH) TO DAYS-IN-MONTH.
           IF DATUM-MONTH = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.

       DETERMINE-LEAP-YEAR.
           MOVE "N" TO IS-LEAP-YEAR.
           DIVIDE DATUM-YEAR BY 4
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           IF DATUM-DIVIDE-REM = 0
               MOVE "Y" TO IS-LEAP-YEAR
               DIVIDE DATUM-YEAR BY 100
                   GIVING DATUM-DIVIDE-QUOT
                   REMAINDER DATUM-DIVIDE-REM
               IF DATUM-DIVIDE-REM = 0
                   MOVE "N" TO IS-LEAP-YEAR
                   DIVIDE DATUM-YEAR BY 400
                       GIVING DATUM-DIVIDE-QUOT
                       REMAINDER DATUM-DIVIDE-REM
                   IF DATUM-DIVIDE-REM = 0
                       MOVE "Y" TO IS-LEAP-YEAR.

      ******************************************************************
      *    Routines shared by Change, Inquire and Delete - the
      *    accumulators are kept by PAYROLL-RUN and shown only.
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " PN-ARBEITER-ID.
           DISPLAY "1. CONTRACT NUMBER: " PN-CONTRACT-NUMBER.
           DISPLAY "2. PLAN: " PN-PLAN.
           MOVE PN-CONVERSION-AMOUNT TO PN-AMOUNT-FIELD.
           DISPLAY "3. MONTHLY CONVERSION: " PN-AMOUNT-FIELD.
           MOVE PN-TOP-UP-PERCENT TO PN-PERCENT-FIELD.
           DISPLAY "4. EMPLOYER TOP-UP %: " PN-PERCENT-FIELD.
           DISPLAY "5. PLAN ENTRY DATE: " PN-START-DATE.
           DISPLAY "6. STATUS (A/S/E): " PN-STATUS.
           MOVE PN-CONVERSION-TO-DATE TO PN-TOTAL-FIELD.
           DISPLAY "   CONVERSION TO DATE: " PN-TOTAL-FIELD.
           MOVE PN-TOP-UP-TO-DATE TO PN-TOTAL-FIELD.
           DISPLAY "   TOP-UP TO DATE: " PN-TOTAL-FIELD.
           IF PN-LAST-PERIOD NOT = SPACE
               DISPLAY "   LAST PAID IN PERIOD " PN-LAST-PERIOD.
           DISPLAY " ".

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-PENSION-CONTRACT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ PENSION-CONTRACT-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       WRITE-PENSION-CONTRACT-RECORD.
           WRITE PENSION-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "A PENSION CONTRACT IS ALREADY ON FILE FOR "
                   "THIS WORKER - USE CHANGE".

       REWRITE-PENSION-CONTRACT-RECORD.
           REWRITE PENSION-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PENSION CONTRACT RECORD".

       DELETE-PENSION-CONTRACT-RECORD.
           DELETE PENSION-CONTRACT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING PENSION CONTRACT RECORD".

       END PROGRAM MAINTENANCE-PENSION.
