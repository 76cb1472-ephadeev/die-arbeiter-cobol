      ******************************************************************
      * Add, Change, List, Delete - BENEFIT-FILE (benefits in kind:
      * company cars, subsidised meals and other non-cash benefits).
      * A worker may hold several, numbered per worker. A company
      * car is kept at its gross list price, which PAYROLL-RUN
      * values at BENEFIT-LIST-PRICE-PERCENT a month; any other
      * benefit is kept at its monthly value. Either counts for
      * every pay period from the month it starts through the month
      * it ends. Ending a benefit is done by keying the valid-to
      * date - deleting is supervisor-only, for entries keyed in
      * error, because the register already carries what was
      * taxed. Every add, change and delete leaves an AUDIT-LOG
      * line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-BENEFIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-benefit.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-audit-log.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-benefit.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-audit-log.cbl".

       WORKING-STORAGE SECTION.
       77  BENEFIT-FILE-STATUS   PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-BENEFIT".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE              PIC X(7).
       77  OK-TO-DELETE          PIC X.
       77  RECORD-FOUND          PIC X.
       77  WORKER-FOUND          PIC X.
       77  WHICH-FIELD           PIC 9.
       77  BENEFIT-AT-END        PIC X.
       77  BENEFITS-LISTED-COUNT PIC 9(3).
       77  SAVE-BF-ARBEITER-ID   PIC 9(6).
       77  NEXT-BENEFIT-NUMBER   PIC 9(3).
       77  BF-ARBEITER-ID-FIELD  PIC Z(6).
       77  BF-BENEFIT-NUMBER-FIELD PIC Z(3).
       77  BF-AMOUNT-FIELD       PIC Z(7).ZZ.
       77  VALID-TO-OK           PIC X.
       77  CHANGED-FIELD-NAME    PIC X(20).
       77  CHANGED-OLD-VALUE     PIC X(30).
       77  CHANGED-NEW-VALUE     PIC X(30).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).

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

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y"
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM OPEN-BENEFIT-FILE.
           OPEN INPUT ARBEITER-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The benefit file is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-BENEFIT-FILE.
           OPEN I-O BENEFIT-FILE.
           IF BENEFIT-FILE-STATUS = "35"
               OPEN OUTPUT BENEFIT-FILE
               CLOSE BENEFIT-FILE
               OPEN I-O BENEFIT-FILE.

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
           CLOSE BENEFIT-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE AUDIT-LOG-FILE.

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
           DISPLAY "          1.  ADD A BENEFIT IN KIND".
           DISPLAY "          2.  CHANGE OR END A BENEFIT".
           DISPLAY "          3.  LIST A WORKER'S BENEFITS".
           DISPLAY "          4.  DELETE A BENEFIT KEYED IN ERROR".
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
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM DELETE-MODE.

      ******************************************************************
      *    ADD - the worker must be active or a pending hire. The
      *    benefit number is the next free one for the worker.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-WORKER-FOR-BENEFIT.
           PERFORM ADD-RECORDS
               UNTIL BF-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-BENEFIT.
           PERFORM INIT-BENEFIT-RECORD.
           PERFORM ENTER-BF-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           MOVE "N" TO SCOPE-OK.
           PERFORM FIND-WORKER-FOR-BENEFIT
               UNTIL (WORKER-FOUND = "Y" AND SCOPE-OK = "Y") OR
                   BF-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-BENEFIT.
           PERFORM CHECK-WORKER-IN-SCOPE.
           IF WORKER-FOUND = "N" OR SCOPE-OK NOT = "Y"
               PERFORM ENTER-BF-ARBEITER-ID.

      ******************************************************************
      *    Department scope - an operator who is not a supervisor
      *    may only work on workers in the departments granted to
      *    them; CHECK-OPERATOR-SCOPE shows and logs a refusal. Only
      *    an active or pending worker is given a new benefit; a
      *    leaver's can still be ended, listed or corrected.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "N" TO SCOPE-OK.
           MOVE BF-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y" AND ARBEITER-IS-INACTIVE AND
               THE-MODE = "ADD"
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "N"
               DISPLAY "NO ACTIVE OR PENDING WORKER WITH THAT "
                   "ARBEITER ID"
           ELSE
               MOVE "O" TO SCOPE-FUNCTION
               MOVE SIGNON-PROGRAM-NAME TO SCOPE-PROGRAM-NAME
               MOVE THIS-OPERATOR-ID TO SCOPE-OPERATOR-ID
               MOVE THIS-OPERATOR-IS-SUPERVISOR
                   TO SCOPE-SUPERVISOR-FLAG
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       ADD-RECORDS.
           PERFORM FIND-NEXT-BENEFIT-NUMBER.
           MOVE NEXT-BENEFIT-NUMBER TO BF-BENEFIT-NUMBER.
           DISPLAY "BENEFIT NUMBER " BF-BENEFIT-NUMBER.
           PERFORM ENTER-BF-TYPE.
           PERFORM ENTER-BF-BESCHREIBUNG.
           IF BF-IS-COMPANY-CAR
               PERFORM ENTER-BF-LIST-PRICE
           ELSE
               PERFORM ENTER-BF-MONTHLY-VALUE.
           PERFORM ENTER-BF-VALID-FROM.
           PERFORM ENTER-BF-VALID-TO.
           PERFORM WRITE-BENEFIT-RECORD.
           MOVE "BENEFIT" TO CHANGED-FIELD-NAME.
           MOVE SPACE TO CHANGED-OLD-VALUE.
           MOVE BF-BESCHREIBUNG TO CHANGED-NEW-VALUE.
           PERFORM LOG-BENEFIT-AUDIT.
           PERFORM GET-WORKER-FOR-BENEFIT.

      ******************************************************************
      *    Next benefit number for the worker - one past the highest
      *    on file under the worker's ID.
      ******************************************************************
       FIND-NEXT-BENEFIT-NUMBER.
           MOVE BF-ARBEITER-ID TO SAVE-BF-ARBEITER-ID.
           MOVE 1 TO NEXT-BENEFIT-NUMBER.
           MOVE ZERO TO BF-BENEFIT-NUMBER.
           MOVE "N" TO BENEFIT-AT-END.
           START BENEFIT-FILE KEY IS NOT LESS THAN BF-BENEFIT-KEY
               INVALID KEY
               MOVE "Y" TO BENEFIT-AT-END.
           IF BENEFIT-AT-END NOT = "Y"
               PERFORM READ-NEXT-BENEFIT-RECORD
               PERFORM TRACK-HIGHEST-BENEFIT-NUMBER
                   UNTIL BENEFIT-AT-END = "Y".
           PERFORM INIT-BENEFIT-RECORD.
           MOVE SAVE-BF-ARBEITER-ID TO BF-ARBEITER-ID.

       TRACK-HIGHEST-BENEFIT-NUMBER.
           IF BF-ARBEITER-ID NOT = SAVE-BF-ARBEITER-ID
               MOVE "Y" TO BENEFIT-AT-END
           ELSE
               COMPUTE NEXT-BENEFIT-NUMBER = BF-BENEFIT-NUMBER + 1
               PERFORM READ-NEXT-BENEFIT-RECORD.

      ******************************************************************
      *    CHANGE - the description, the value and the validity.
      *    The type is fixed once added. A benefit that ends is
      *    ended here by keying its valid-to date.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-BENEFIT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL BF-ARBEITER-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-BENEFIT-RECORD.

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
           MOVE SPACE TO CHANGED-FIELD-NAME.
           IF WHICH-FIELD = 1
               MOVE "BF-BESCHREIBUNG" TO CHANGED-FIELD-NAME
               MOVE BF-BESCHREIBUNG TO CHANGED-OLD-VALUE
               PERFORM ENTER-BF-BESCHREIBUNG
               MOVE BF-BESCHREIBUNG TO CHANGED-NEW-VALUE.
           IF WHICH-FIELD = 2
               PERFORM CHANGE-BENEFIT-VALUE.
           IF WHICH-FIELD = 3
               MOVE "BF-VALID-FROM" TO CHANGED-FIELD-NAME
               MOVE BF-VALID-FROM TO CHANGED-OLD-VALUE
               PERFORM ENTER-BF-VALID-FROM
               IF BF-VALID-TO NOT = SPACE AND
                   BF-VALID-TO < BF-VALID-FROM
                   DISPLAY "VALID-TO IS NOW BEFORE VALID-FROM"
                   PERFORM ENTER-BF-VALID-TO
               END-IF
               MOVE BF-VALID-FROM TO CHANGED-NEW-VALUE.
           IF WHICH-FIELD = 4
               MOVE "BF-VALID-TO" TO CHANGED-FIELD-NAME
               MOVE BF-VALID-TO TO CHANGED-OLD-VALUE
               PERFORM ENTER-BF-VALID-TO
               MOVE BF-VALID-TO TO CHANGED-NEW-VALUE.
           IF CHANGED-FIELD-NAME NOT = SPACE
               PERFORM REWRITE-BENEFIT-RECORD
               PERFORM LOG-BENEFIT-AUDIT.

      ******************************************************************
      *    The value field follows the type - a company car's list
      *    price, any other benefit's monthly value.
      ******************************************************************
       CHANGE-BENEFIT-VALUE.
           IF BF-IS-COMPANY-CAR
               MOVE "BF-LIST-PRICE" TO CHANGED-FIELD-NAME
               MOVE BF-LIST-PRICE TO BF-AMOUNT-FIELD
               MOVE BF-AMOUNT-FIELD TO CHANGED-OLD-VALUE
               PERFORM ENTER-BF-LIST-PRICE
               MOVE BF-LIST-PRICE TO BF-AMOUNT-FIELD
           ELSE
               MOVE "BF-MONTHLY-VALUE" TO CHANGED-FIELD-NAME
               MOVE BF-MONTHLY-VALUE TO BF-AMOUNT-FIELD
               MOVE BF-AMOUNT-FIELD TO CHANGED-OLD-VALUE
               PERFORM ENTER-BF-MONTHLY-VALUE
               MOVE BF-MONTHLY-VALUE TO BF-AMOUNT-FIELD.
           MOVE BF-AMOUNT-FIELD TO CHANGED-NEW-VALUE.

       GET-BENEFIT-RECORD.
           PERFORM GET-WORKER-FOR-BENEFIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-BENEFIT-RECORD
               UNTIL RECORD-FOUND = "Y" OR BF-ARBEITER-ID = ZERO.

       FIND-BENEFIT-RECORD.
           PERFORM ENTER-BF-BENEFIT-NUMBER.
           PERFORM READ-BENEFIT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO BENEFIT ON FILE FOR THAT WORKER AND NUMBER"
               PERFORM GET-WORKER-FOR-BENEFIT.

      ******************************************************************
      *    LIST - a worker's benefits off the primary key.
      ******************************************************************
       LIST-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-WORKER-FOR-BENEFIT.
           PERFORM LIST-RECORDS
               UNTIL BF-ARBEITER-ID = ZERO.

       LIST-RECORDS.
           PERFORM LIST-WORKER-BENEFITS.
           PERFORM GET-WORKER-FOR-BENEFIT.

       LIST-WORKER-BENEFITS.
           MOVE BF-ARBEITER-ID TO SAVE-BF-ARBEITER-ID.
           MOVE ZERO TO BENEFITS-LISTED-COUNT.
           MOVE ZERO TO BF-BENEFIT-NUMBER.
           MOVE "N" TO BENEFIT-AT-END.
           START BENEFIT-FILE KEY IS NOT LESS THAN BF-BENEFIT-KEY
               INVALID KEY
               MOVE "Y" TO BENEFIT-AT-END.
           IF BENEFIT-AT-END NOT = "Y"
               PERFORM READ-NEXT-BENEFIT-RECORD
               PERFORM LIST-ONE-IF-MATCH
                   UNTIL BENEFIT-AT-END = "Y".
           IF BENEFITS-LISTED-COUNT = ZERO
               DISPLAY "NO BENEFITS ON FILE FOR THAT WORKER".
           MOVE SAVE-BF-ARBEITER-ID TO BF-ARBEITER-ID.

       LIST-ONE-IF-MATCH.
           IF BF-ARBEITER-ID NOT = SAVE-BF-ARBEITER-ID
               MOVE "Y" TO BENEFIT-AT-END
           ELSE
               PERFORM DISPLAY-ALL-FIELDS
               ADD 1 TO BENEFITS-LISTED-COUNT.
           IF BENEFIT-AT-END NOT = "Y"
               PERFORM READ-NEXT-BENEFIT-RECORD.

      ******************************************************************
      *    DELETE - supervisor only, for an entry keyed in error.
      ******************************************************************
       DELETE-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY DELETE A BENEFIT"
           ELSE
               MOVE "DELETE" TO THE-MODE
               PERFORM GET-BENEFIT-RECORD
               PERFORM DELETE-RECORDS
                   UNTIL BF-ARBEITER-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-BENEFIT-RECORD
               MOVE "BENEFIT" TO CHANGED-FIELD-NAME
               MOVE BF-BESCHREIBUNG TO CHANGED-OLD-VALUE
               MOVE SPACE TO CHANGED-NEW-VALUE
               PERFORM LOG-BENEFIT-AUDIT.
           PERFORM GET-BENEFIT-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS BENEFIT (Y/N)?".
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
       INIT-BENEFIT-RECORD.
           MOVE SPACE TO BENEFIT-RECORD.
           MOVE ZERO TO BF-ARBEITER-ID.
           MOVE ZERO TO BF-BENEFIT-NUMBER.
           MOVE ZERO TO BF-LIST-PRICE.
           MOVE ZERO TO BF-MONTHLY-VALUE.

       ENTER-BF-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A BENEFIT (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO BF-ARBEITER-ID-FIELD.
           ACCEPT BF-ARBEITER-ID-FIELD.
           MOVE BF-ARBEITER-ID-FIELD TO BF-ARBEITER-ID.

       ENTER-BF-BENEFIT-NUMBER.
           PERFORM ACCEPT-BF-BENEFIT-NUMBER.
           PERFORM RE-ACCEPT-BF-BENEFIT-NUMBER
               UNTIL BF-BENEFIT-NUMBER > ZERO.

       ACCEPT-BF-BENEFIT-NUMBER.
           DISPLAY "ENTER BENEFIT NUMBER (1-999)".
           MOVE ZERO TO BF-BENEFIT-NUMBER-FIELD.
           ACCEPT BF-BENEFIT-NUMBER-FIELD.
           MOVE BF-BENEFIT-NUMBER-FIELD TO BF-BENEFIT-NUMBER.

       RE-ACCEPT-BF-BENEFIT-NUMBER.
           DISPLAY "BENEFIT NUMBER MUST BE 1-999".
           PERFORM ACCEPT-BF-BENEFIT-NUMBER.

       ENTER-BF-TYPE.
           PERFORM ACCEPT-BF-TYPE.
           PERFORM RE-ACCEPT-BF-TYPE
               UNTIL BF-TYPE-IS-VALID.

       ACCEPT-BF-TYPE.
           DISPLAY "ENTER TYPE - C COMPANY CAR, M MEALS, O OTHER".
           ACCEPT BF-TYPE.
           INSPECT BF-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-BF-TYPE.
           DISPLAY "YOU MUST ENTER C, M OR O".
           PERFORM ACCEPT-BF-TYPE.

       ENTER-BF-BESCHREIBUNG.
           PERFORM ACCEPT-BF-BESCHREIBUNG.
           PERFORM RE-ACCEPT-BF-BESCHREIBUNG
               UNTIL BF-BESCHREIBUNG NOT = SPACE.

       ACCEPT-BF-BESCHREIBUNG.
           DISPLAY "ENTER DESCRIPTION (E.G. CAR MAKE AND PLATE)".
           ACCEPT BF-BESCHREIBUNG.
           INSPECT BF-BESCHREIBUNG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-BF-BESCHREIBUNG.
           DISPLAY "DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-BF-BESCHREIBUNG.

       ENTER-BF-LIST-PRICE.
           PERFORM ACCEPT-BF-LIST-PRICE.
           PERFORM RE-ACCEPT-BF-LIST-PRICE
               UNTIL BF-LIST-PRICE > ZERO.
           MOVE ZERO TO BF-MONTHLY-VALUE.

       ACCEPT-BF-LIST-PRICE.
           DISPLAY "ENTER THE CAR'S GROSS LIST PRICE".
           MOVE ZERO TO BF-AMOUNT-FIELD.
           ACCEPT BF-AMOUNT-FIELD.
           MOVE BF-AMOUNT-FIELD TO BF-LIST-PRICE.

       RE-ACCEPT-BF-LIST-PRICE.
           DISPLAY "LIST PRICE MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-BF-LIST-PRICE.

       ENTER-BF-MONTHLY-VALUE.
           PERFORM ACCEPT-BF-MONTHLY-VALUE.
           PERFORM RE-ACCEPT-BF-MONTHLY-VALUE
               UNTIL BF-MONTHLY-VALUE > ZERO.
           MOVE ZERO TO BF-LIST-PRICE.

       ACCEPT-BF-MONTHLY-VALUE.
           DISPLAY "ENTER MONTHLY VALUE".
           MOVE ZERO TO BF-AMOUNT-FIELD.
           ACCEPT BF-AMOUNT-FIELD.
           MOVE BF-AMOUNT-FIELD TO BF-MONTHLY-VALUE.

       RE-ACCEPT-BF-MONTHLY-VALUE.
           DISPLAY "MONTHLY VALUE MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-BF-MONTHLY-VALUE.

       ENTER-BF-VALID-FROM.
           PERFORM ACCEPT-BF-VALID-FROM.
           PERFORM RE-ACCEPT-BF-VALID-FROM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-BF-VALID-FROM.
           DISPLAY "ENTER VALID FROM IN FORMAT YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO BF-VALID-FROM.

       RE-ACCEPT-BF-VALID-FROM.
           PERFORM ACCEPT-BF-VALID-FROM.

      ******************************************************************
      *    Valid-to - blank for a benefit with no end yet, otherwise
      *    a real date no earlier than valid-from.
      ******************************************************************
       ENTER-BF-VALID-TO.
           PERFORM ACCEPT-BF-VALID-TO.
           PERFORM RE-ACCEPT-BF-VALID-TO
               UNTIL VALID-TO-OK = "Y".

       ACCEPT-BF-VALID-TO.
           DISPLAY "ENTER VALID TO IN FORMAT YYYY-MM-DD".
           DISPLAY "(BLANK IF IT HAS NO END YET)".
           MOVE SPACE TO DATUM-TO-CHECK.
           ACCEPT DATUM-TO-CHECK.
           MOVE "Y" TO VALID-TO-OK.
           IF DATUM-TO-CHECK NOT = SPACE
               PERFORM VALIDATE-DATUM-FORMAT
               IF DATUM-VALID NOT = "Y"
                   MOVE "N" TO VALID-TO-OK
               ELSE
               IF DATUM-TO-CHECK < BF-VALID-FROM
                   MOVE "N" TO VALID-TO-OK
                   DISPLAY "VALID TO CANNOT BE BEFORE VALID FROM".
           IF VALID-TO-OK = "Y"
               MOVE DATUM-TO-CHECK TO BF-VALID-TO.

       RE-ACCEPT-BF-VALID-TO.
           PERFORM ACCEPT-BF-VALID-TO.

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
      *    Routines shared by Change, List and Delete
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " BF-ARBEITER-ID
               "   BENEFIT NUMBER: " BF-BENEFIT-NUMBER.
           DISPLAY "   TYPE (C/M/O): " BF-TYPE.
           DISPLAY "1. DESCRIPTION: " BF-BESCHREIBUNG.
           IF BF-IS-COMPANY-CAR
               MOVE BF-LIST-PRICE TO BF-AMOUNT-FIELD
               DISPLAY "2. GROSS LIST PRICE: " BF-AMOUNT-FIELD
           ELSE
               MOVE BF-MONTHLY-VALUE TO BF-AMOUNT-FIELD
               DISPLAY "2. MONTHLY VALUE: " BF-AMOUNT-FIELD.
           DISPLAY "3. VALID FROM: " BF-VALID-FROM.
           IF BF-VALID-TO = SPACE
               DISPLAY "4. VALID TO: (NO END)"
           ELSE
               DISPLAY "4. VALID TO: " BF-VALID-TO.
           DISPLAY " ".

      ******************************************************************
      *    One AUDIT-LOG line per benefit added, changed or deleted,
      *    keyed by the worker. The caller sets the field name and
      *    the old and new values.
      ******************************************************************
       LOG-BENEFIT-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE SIGNON-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE BF-ARBEITER-ID TO AUDIT-RECORD-KEY.
           MOVE SPACE TO AUDIT-FIELD-NAME.
           STRING
               CHANGED-FIELD-NAME DELIMITED BY SPACE
               " "                DELIMITED BY SIZE
               BF-BENEFIT-NUMBER  DELIMITED BY SIZE
               INTO AUDIT-FIELD-NAME.
           MOVE CHANGED-OLD-VALUE TO AUDIT-OLD-VALUE.
           MOVE CHANGED-NEW-VALUE TO AUDIT-NEW-VALUE.
           PERFORM STAMP-AUDIT-DATE-TIME.
           WRITE AUDIT-LOG-RECORD.

       STAMP-AUDIT-DATE-TIME.
           ACCEPT AUDIT-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-PART FROM TIME.
           MOVE SPACE TO AUDIT-DATE-TIME.
           STRING
               AUDIT-DATE-PART       DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               AUDIT-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO AUDIT-DATE-TIME.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-BENEFIT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ BENEFIT-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       READ-NEXT-BENEFIT-RECORD.
           READ BENEFIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BENEFIT-AT-END.

       WRITE-BENEFIT-RECORD.
           WRITE BENEFIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BENEFIT RECORD".

       REWRITE-BENEFIT-RECORD.
           REWRITE BENEFIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BENEFIT RECORD".

       DELETE-BENEFIT-RECORD.
           DELETE BENEFIT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING BENEFIT RECORD".

       END PROGRAM MAINTENANCE-BENEFIT.
