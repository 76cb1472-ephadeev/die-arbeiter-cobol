      ******************************************************************
      * Add, Change, List, Delete - LOAN-FILE (employer loans and
      * salary advances). A worker may hold several, numbered per
      * worker. Granting one records the principal, the annual
      * interest rate, the monthly instalment and the first pay
      * period it is repaid in; the balance starts at the
      * principal. PAYROLL-RUN does the repaying and keeps the
      * balance and to-date figures, so the balance can only be
      * corrected here by a supervisor. Deleting is supervisor-only
      * and only for a loan that owes nothing, so the history stays
      * for the auditors' balance report until it is settled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-LOAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-loan.cbl".
           COPY "select-arbeiter.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-loan.cbl".
           COPY "fd-arbeiter.cbl".

       WORKING-STORAGE SECTION.
       77  LOAN-FILE-STATUS      PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-LOAN".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  WORKER-FOUND       PIC X.
       77  WHICH-FIELD        PIC 9.
       77  LOAN-AT-END        PIC X.
       77  LOANS-LISTED-COUNT PIC 9(3).
       77  SAVE-LN-ARBEITER-ID PIC 9(6).
       77  NEXT-LOAN-NUMBER   PIC 9(3).
       77  PERIOD-VALID       PIC X.
       77  PERIOD-MONTH       PIC 99.
       77  LN-ARBEITER-ID-FIELD PIC Z(6).
       77  LN-LOAN-NUMBER-FIELD PIC Z(3).
       77  LN-AMOUNT-FIELD    PIC Z(7).ZZ.
       77  LN-RATE-FIELD      PIC ZZ.ZZ.

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
           PERFORM OPEN-LOAN-FILE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The loan file is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE.
           IF LOAN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE.

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
           CLOSE LOAN-FILE.
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
           DISPLAY "          1.  GRANT A LOAN OR ADVANCE".
           DISPLAY "          2.  CHANGE A LOAN".
           DISPLAY "          3.  LIST A WORKER'S LOANS".
           DISPLAY "          4.  DELETE A SETTLED LOAN".
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
      *    loan number is the next free one for the worker.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-WORKER-FOR-LOAN.
           PERFORM ADD-RECORDS
               UNTIL LN-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-LOAN.
           PERFORM INIT-LOAN-RECORD.
           PERFORM ENTER-LN-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           PERFORM FIND-WORKER-FOR-LOAN
               UNTIL WORKER-FOUND = "Y" OR LN-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-LOAN.
           PERFORM CHECK-WORKER-ON-FILE.
           IF WORKER-FOUND = "N"
               PERFORM ENTER-LN-ARBEITER-ID.

       CHECK-WORKER-ON-FILE.
           MOVE LN-ARBEITER-ID TO ARBEITER-ID.
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
           PERFORM FIND-NEXT-LOAN-NUMBER.
           MOVE NEXT-LOAN-NUMBER TO LN-LOAN-NUMBER.
           DISPLAY "LOAN NUMBER " LN-LOAN-NUMBER.
           PERFORM ENTER-LN-KIND.
           PERFORM ENTER-LN-PRINCIPAL.
           IF LN-IS-ADVANCE
               MOVE ZERO TO LN-INTEREST-RATE
           ELSE
               PERFORM ENTER-LN-INTEREST-RATE.
           PERFORM ENTER-LN-INSTALMENT.
           PERFORM ENTER-LN-START-PERIOD.
           PERFORM ENTER-LN-GRANT-DATE.
           MOVE LN-PRINCIPAL TO LN-BALANCE.
           MOVE "A" TO LN-STATUS.
           PERFORM WRITE-LOAN-RECORD.
           PERFORM GET-WORKER-FOR-LOAN.

      ******************************************************************
      *    Next loan number for the worker - one past the highest
      *    on file under the worker's ID.
      ******************************************************************
       FIND-NEXT-LOAN-NUMBER.
           MOVE LN-ARBEITER-ID TO SAVE-LN-ARBEITER-ID.
           MOVE 1 TO NEXT-LOAN-NUMBER.
           MOVE ZERO TO LN-LOAN-NUMBER.
           MOVE "N" TO LOAN-AT-END.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY
               MOVE "Y" TO LOAN-AT-END.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD
               PERFORM TRACK-HIGHEST-LOAN-NUMBER
                   UNTIL LOAN-AT-END = "Y".
           PERFORM INIT-LOAN-RECORD.
           MOVE SAVE-LN-ARBEITER-ID TO LN-ARBEITER-ID.

       TRACK-HIGHEST-LOAN-NUMBER.
           IF LN-ARBEITER-ID NOT = SAVE-LN-ARBEITER-ID
               MOVE "Y" TO LOAN-AT-END
           ELSE
               COMPUTE NEXT-LOAN-NUMBER = LN-LOAN-NUMBER + 1
               PERFORM READ-NEXT-LOAN-RECORD.

      ******************************************************************
      *    CHANGE - the terms, the status, and (supervisor only) the
      *    balance. The principal and kind are fixed once granted.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-LOAN-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL LN-ARBEITER-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-LOAN-RECORD.

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
               IF LN-IS-ADVANCE
                   DISPLAY "AN ADVANCE IS INTEREST-FREE"
               ELSE
                   PERFORM ENTER-LN-INTEREST-RATE.
           IF WHICH-FIELD = 2
               PERFORM ENTER-LN-INSTALMENT.
           IF WHICH-FIELD = 3
               PERFORM ENTER-LN-START-PERIOD.
           IF WHICH-FIELD = 4
               PERFORM ENTER-LN-STATUS.
           IF WHICH-FIELD = 5
               IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
                   DISPLAY "ONLY A SUPERVISOR MAY CORRECT A BALANCE"
               ELSE
                   PERFORM ENTER-LN-BALANCE.
           PERFORM REWRITE-LOAN-RECORD.

       GET-LOAN-RECORD.
           PERFORM INIT-LOAN-RECORD.
           PERFORM ENTER-LN-ARBEITER-ID.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-LOAN-RECORD
               UNTIL RECORD-FOUND = "Y" OR LN-ARBEITER-ID = ZERO.

       FIND-LOAN-RECORD.
           PERFORM ENTER-LN-LOAN-NUMBER.
           PERFORM READ-LOAN-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO LOAN ON FILE FOR THAT WORKER AND NUMBER"
               PERFORM ENTER-LN-ARBEITER-ID.

      ******************************************************************
      *    LIST - a worker's loans off the primary key.
      ******************************************************************
       LIST-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM INIT-LOAN-RECORD.
           PERFORM ENTER-LN-ARBEITER-ID.
           PERFORM LIST-RECORDS
               UNTIL LN-ARBEITER-ID = ZERO.

       LIST-RECORDS.
           PERFORM LIST-WORKER-LOANS.
           PERFORM ENTER-LN-ARBEITER-ID.

       LIST-WORKER-LOANS.
           MOVE LN-ARBEITER-ID TO SAVE-LN-ARBEITER-ID.
           MOVE ZERO TO LOANS-LISTED-COUNT.
           MOVE ZERO TO LN-LOAN-NUMBER.
           MOVE "N" TO LOAN-AT-END.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY
               MOVE "Y" TO LOAN-AT-END.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD
               PERFORM LIST-ONE-IF-MATCH
                   UNTIL LOAN-AT-END = "Y".
           IF LOANS-LISTED-COUNT = ZERO
               DISPLAY "NO LOANS ON FILE FOR THAT WORKER".
           MOVE SAVE-LN-ARBEITER-ID TO LN-ARBEITER-ID.

       LIST-ONE-IF-MATCH.
           IF LN-ARBEITER-ID NOT = SAVE-LN-ARBEITER-ID
               MOVE "Y" TO LOAN-AT-END
           ELSE
               PERFORM DISPLAY-ALL-FIELDS
               ADD 1 TO LOANS-LISTED-COUNT.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD.

      ******************************************************************
      *    DELETE - supervisor only, and only once nothing is owed.
      ******************************************************************
       DELETE-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY DELETE A LOAN"
           ELSE
               MOVE "DELETE" TO THE-MODE
               PERFORM GET-LOAN-RECORD
               PERFORM DELETE-RECORDS
                   UNTIL LN-ARBEITER-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF LN-BALANCE > ZERO
               DISPLAY "CANNOT DELETE - THE LOAN STILL HAS A BALANCE"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-LOAN-RECORD.
           PERFORM GET-LOAN-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS LOAN (Y/N)?".
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
       INIT-LOAN-RECORD.
           MOVE SPACE TO LOAN-RECORD.
           MOVE ZERO TO LN-ARBEITER-ID.
           MOVE ZERO TO LN-LOAN-NUMBER.
           MOVE ZERO TO LN-PRINCIPAL.
           MOVE ZERO TO LN-INTEREST-RATE.
           MOVE ZERO TO LN-INSTALMENT.
           MOVE ZERO TO LN-BALANCE.
           MOVE ZERO TO LN-REPAID-TO-DATE.
           MOVE ZERO TO LN-INTEREST-TO-DATE.
           MOVE ZERO TO LN-LAST-REPAYMENT.
           MOVE ZERO TO LN-LAST-INTEREST.

       ENTER-LN-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A LOAN (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO LN-ARBEITER-ID-FIELD.
           ACCEPT LN-ARBEITER-ID-FIELD.
           MOVE LN-ARBEITER-ID-FIELD TO LN-ARBEITER-ID.

       ENTER-LN-LOAN-NUMBER.
           PERFORM ACCEPT-LN-LOAN-NUMBER.
           PERFORM RE-ACCEPT-LN-LOAN-NUMBER
               UNTIL LN-LOAN-NUMBER > ZERO.

       ACCEPT-LN-LOAN-NUMBER.
           DISPLAY "ENTER LOAN NUMBER (1-999)".
           MOVE ZERO TO LN-LOAN-NUMBER-FIELD.
           ACCEPT LN-LOAN-NUMBER-FIELD.
           MOVE LN-LOAN-NUMBER-FIELD TO LN-LOAN-NUMBER.

       RE-ACCEPT-LN-LOAN-NUMBER.
           DISPLAY "LOAN NUMBER MUST BE 1-999".
           PERFORM ACCEPT-LN-LOAN-NUMBER.

       ENTER-LN-KIND.
           PERFORM ACCEPT-LN-KIND.
           PERFORM RE-ACCEPT-LN-KIND
               UNTIL LN-KIND-IS-VALID.

       ACCEPT-LN-KIND.
           DISPLAY "ENTER KIND - L EMPLOYER LOAN, A SALARY ADVANCE".
           ACCEPT LN-KIND.
           INSPECT LN-KIND
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-LN-KIND.
           DISPLAY "YOU MUST ENTER L OR A".
           PERFORM ACCEPT-LN-KIND.

       ENTER-LN-PRINCIPAL.
           PERFORM ACCEPT-LN-PRINCIPAL.
           PERFORM RE-ACCEPT-LN-PRINCIPAL
               UNTIL LN-PRINCIPAL > ZERO.

       ACCEPT-LN-PRINCIPAL.
           DISPLAY "ENTER AMOUNT LENT".
           MOVE ZERO TO LN-AMOUNT-FIELD.
           ACCEPT LN-AMOUNT-FIELD.
           MOVE LN-AMOUNT-FIELD TO LN-PRINCIPAL.

       RE-ACCEPT-LN-PRINCIPAL.
           DISPLAY "AMOUNT MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-LN-PRINCIPAL.

       ENTER-LN-INTEREST-RATE.
           DISPLAY "ENTER ANNUAL INTEREST RATE PERCENT".
           DISPLAY "(E.G. 3.50, 0 FOR INTEREST-FREE)".
           MOVE ZERO TO LN-RATE-FIELD.
           ACCEPT LN-RATE-FIELD.
           MOVE LN-RATE-FIELD TO LN-INTEREST-RATE.

       ENTER-LN-INSTALMENT.
           PERFORM ACCEPT-LN-INSTALMENT.
           PERFORM RE-ACCEPT-LN-INSTALMENT
               UNTIL LN-INSTALMENT > ZERO.

       ACCEPT-LN-INSTALMENT.
           DISPLAY "ENTER MONTHLY INSTALMENT".
           MOVE ZERO TO LN-AMOUNT-FIELD.
           ACCEPT LN-AMOUNT-FIELD.
           MOVE LN-AMOUNT-FIELD TO LN-INSTALMENT.

       RE-ACCEPT-LN-INSTALMENT.
           DISPLAY "INSTALMENT MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-LN-INSTALMENT.

      ******************************************************************
      *    First pay period repaid - YYYY-MM, same check as
      *    PAYROLL-RUN.
      ******************************************************************
       ENTER-LN-START-PERIOD.
           PERFORM ACCEPT-LN-START-PERIOD.
           PERFORM RE-ACCEPT-LN-START-PERIOD
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-LN-START-PERIOD.
           DISPLAY "ENTER FIRST REPAYMENT PERIOD IN FORMAT YYYY-MM".
           ACCEPT LN-START-PERIOD.
           PERFORM VALIDATE-LN-START-PERIOD.

       RE-ACCEPT-LN-START-PERIOD.
           PERFORM ACCEPT-LN-START-PERIOD.

       VALIDATE-LN-START-PERIOD.
           MOVE "Y" TO PERIOD-VALID.
           IF LN-START-PERIOD(5:1) NOT = "-" OR
               LN-START-PERIOD(1:4) IS NOT NUMERIC OR
               LN-START-PERIOD(6:2) IS NOT NUMERIC
               MOVE "N" TO PERIOD-VALID
               DISPLAY "PERIOD MUST BE IN FORMAT YYYY-MM"
           ELSE
               MOVE LN-START-PERIOD(6:2) TO PERIOD-MONTH
               IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
                   MOVE "N" TO PERIOD-VALID
                   DISPLAY "MONTH MUST BE 01-12".

       ENTER-LN-GRANT-DATE.
           PERFORM ACCEPT-LN-GRANT-DATE.
           PERFORM RE-ACCEPT-LN-GRANT-DATE
               UNTIL DATUM-VALID = "Y".

       ACCEPT-LN-GRANT-DATE.
           DISPLAY "ENTER DATE GRANTED IN FORMAT YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO LN-GRANT-DATE.

       RE-ACCEPT-LN-GRANT-DATE.
           PERFORM ACCEPT-LN-GRANT-DATE.

      ******************************************************************
      *    Status by hand - "P" is normally set by PAYROLL-RUN when
      *    the balance reaches zero, and "R" at offboarding; taking
      *    a loan off recovery puts it back to active.
      ******************************************************************
       ENTER-LN-STATUS.
           PERFORM ACCEPT-LN-STATUS.
           PERFORM RE-ACCEPT-LN-STATUS
               UNTIL LN-IS-ACTIVE OR LN-IS-PAID-OFF OR
               LN-IS-FOR-RECOVERY.
           IF LN-IS-ACTIVE
               MOVE SPACE TO LN-RECOVERY-DATE.

       ACCEPT-LN-STATUS.
           DISPLAY "ENTER STATUS - A ACTIVE, P PAID OFF, "
               "R FOR RECOVERY".
           ACCEPT LN-STATUS.
           INSPECT LN-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-LN-STATUS.
           DISPLAY "YOU MUST ENTER A, P OR R".
           PERFORM ACCEPT-LN-STATUS.

       ENTER-LN-BALANCE.
           DISPLAY "ENTER CORRECTED BALANCE OUTSTANDING".
           MOVE ZERO TO LN-AMOUNT-FIELD.
           ACCEPT LN-AMOUNT-FIELD.
           MOVE LN-AMOUNT-FIELD TO LN-BALANCE.

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
      *    Routines shared by Change, List and Delete - the to-date
      *    figures are kept by PAYROLL-RUN and shown only.
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " LN-ARBEITER-ID
               "   LOAN NUMBER: " LN-LOAN-NUMBER.
           DISPLAY "   KIND (L/A): " LN-KIND
               "   GRANTED: " LN-GRANT-DATE.
           MOVE LN-PRINCIPAL TO LN-AMOUNT-FIELD.
           DISPLAY "   AMOUNT LENT: " LN-AMOUNT-FIELD.
           MOVE LN-INTEREST-RATE TO LN-RATE-FIELD.
           DISPLAY "1. ANNUAL INTEREST %: " LN-RATE-FIELD.
           MOVE LN-INSTALMENT TO LN-AMOUNT-FIELD.
           DISPLAY "2. MONTHLY INSTALMENT: " LN-AMOUNT-FIELD.
           DISPLAY "3. FIRST REPAYMENT PERIOD: " LN-START-PERIOD.
           DISPLAY "4. STATUS (A/P/R): " LN-STATUS.
           IF LN-IS-FOR-RECOVERY
               DISPLAY "   FLAGGED FOR RECOVERY ON " LN-RECOVERY-DATE.
           MOVE LN-BALANCE TO LN-AMOUNT-FIELD.
           DISPLAY "5. BALANCE OUTSTANDING: " LN-AMOUNT-FIELD.
           MOVE LN-REPAID-TO-DATE TO LN-AMOUNT-FIELD.
           DISPLAY "   REPAID TO DATE: " LN-AMOUNT-FIELD.
           MOVE LN-INTEREST-TO-DATE TO LN-AMOUNT-FIELD.
           DISPLAY "   INTEREST TO DATE: " LN-AMOUNT-FIELD.
           IF LN-LAST-PERIOD NOT = SPACE
               DISPLAY "   LAST REPAID IN PERIOD " LN-LAST-PERIOD.
           DISPLAY " ".

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-LOAN-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ LOAN-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       READ-NEXT-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOAN-AT-END.

       WRITE-LOAN-RECORD.
           WRITE LOAN-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING LOAN RECORD".

       REWRITE-LOAN-RECORD.
           REWRITE LOAN-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LOAN RECORD".

       DELETE-LOAN-RECORD.
           DELETE LOAN-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING LOAN RECORD".

       END PROGRAM MAINTENANCE-LOAN.
