      ******************************************************************
      * Add, Change, Inquire, Correct - TIME-ACCOUNT-FILE (working-
      * time accounts for banked overtime). One account per worker
      * with the choice whether the month's overtime is paid or
      * banked, and the most hours that may be banked in a calendar
      * year. PAYROLL-RUN moves the banked hours in and pays the
      * hours above the cap; time off is taken through the URLAUB
      * screen as absence type Z. The balance itself is only moved
      * by those two - a correction of the balance is supervisor-
      * only. Every add, change and correction leaves an AUDIT-LOG
      * line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-TIME-ACCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-time-account.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-audit-log.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-time-account.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-audit-log.cbl".

       WORKING-STORAGE SECTION.
       77  TIME-ACCOUNT-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-TIME-ACCOUNT".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE              PIC X(7).
       77  RECORD-FOUND          PIC X.
       77  WORKER-FOUND          PIC X.
       77  WHICH-FIELD           PIC 9.
       77  TA-ARBEITER-ID-FIELD  PIC Z(6).
       77  TA-HOURS-FIELD        PIC Z(3).ZZ.
       77  TA-BALANCE-FIELD      PIC -(4)9.99.
       77  TA-TOTAL-FIELD        PIC Z(4)9.99.
       77  CORRECTION-HOURS      PIC 9(4)V99.
       77  CORRECTION-HOURS-FIELD PIC Z(3)9.99.
       77  CORRECTION-SIGN       PIC X.
           88 CORRECTION-IS-CREDIT VALUE "+".
           88 CORRECTION-IS-DEBIT  VALUE "-".
       77  CHANGED-FIELD-NAME    PIC X(20).
       77  CHANGED-OLD-VALUE     PIC X(30).
       77  CHANGED-NEW-VALUE     PIC X(30).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).

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
           PERFORM OPEN-TIME-ACCOUNT-FILE.
           OPEN INPUT ARBEITER-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The account file is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-TIME-ACCOUNT-FILE.
           OPEN I-O TIME-ACCOUNT-FILE.
           IF TIME-ACCOUNT-FILE-STATUS = "35"
               OPEN OUTPUT TIME-ACCOUNT-FILE
               CLOSE TIME-ACCOUNT-FILE
               OPEN I-O TIME-ACCOUNT-FILE.

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
           CLOSE TIME-ACCOUNT-FILE.
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
           DISPLAY "          1.  OPEN A WORKING-TIME ACCOUNT".
           DISPLAY "          2.  CHANGE PAY/BANK CHOICE OR CAP".
           DISPLAY "          3.  DISPLAY AN ACCOUNT".
           DISPLAY "          4.  CORRECT AN ACCOUNT'S BALANCE".
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
               PERFORM CORRECT-MODE.

      ******************************************************************
      *    ADD - an active or pending worker without an account yet.
      *    The account starts at a zero balance.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-WORKER-FOR-ACCOUNT.
           PERFORM ADD-RECORDS
               UNTIL TA-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-ACCOUNT.
           PERFORM INIT-TIME-ACCOUNT-RECORD.
           PERFORM ENTER-TA-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           MOVE "N" TO SCOPE-OK.
           PERFORM FIND-WORKER-FOR-ACCOUNT
               UNTIL (WORKER-FOUND = "Y" AND SCOPE-OK = "Y") OR
                   TA-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-ACCOUNT.
           PERFORM CHECK-WORKER-IN-SCOPE.
           IF WORKER-FOUND = "N" OR SCOPE-OK NOT = "Y"
               PERFORM ENTER-TA-ARBEITER-ID.

      ******************************************************************
      *    Department scope - an operator who is not a supervisor
      *    may only work on workers in the departments granted to
      *    them; CHECK-OPERATOR-SCOPE shows and logs a refusal. Only
      *    an active or pending worker is given a new account; a
      *    leaver's can still be shown or corrected.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "N" TO SCOPE-OK.
           MOVE TA-ARBEITER-ID TO ARBEITER-ID.
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
           PERFORM READ-TIME-ACCOUNT-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "THIS WORKER ALREADY HAS AN ACCOUNT"
           ELSE
               PERFORM INIT-ACCOUNT-FIGURES
               PERFORM ENTER-TA-OVERTIME-CHOICE
               PERFORM ENTER-TA-ANNUAL-CAP
               PERFORM WRITE-TIME-ACCOUNT-RECORD
               MOVE "TIME ACCOUNT" TO CHANGED-FIELD-NAME
               MOVE SPACE TO CHANGED-OLD-VALUE
               MOVE TA-ANNUAL-CAP TO TA-HOURS-FIELD
               MOVE SPACE TO CHANGED-NEW-VALUE
               STRING
                   TA-OVERTIME-CHOICE DELIMITED BY SIZE
                   " CAP "            DELIMITED BY SIZE
                   TA-HOURS-FIELD     DELIMITED BY SIZE
                   INTO CHANGED-NEW-VALUE
               PERFORM LOG-TIME-ACCOUNT-AUDIT.
           PERFORM GET-WORKER-FOR-ACCOUNT.

       INIT-ACCOUNT-FIGURES.
           MOVE ZERO TO TA-BALANCE.
           ACCEPT AUDIT-DATE-PART FROM DATE YYYYMMDD.
           MOVE AUDIT-DATE-PART(1:4) TO TA-CAP-YEAR.
           MOVE ZERO TO TA-BANKED-IN-YEAR.
           MOVE ZERO TO TA-BANKED-TO-DATE.
           MOVE ZERO TO TA-TAKEN-TO-DATE.
           MOVE ZERO TO TA-PAID-TO-DATE.
           MOVE SPACE TO TA-LAST-PERIOD.
           MOVE ZERO TO TA-LAST-BANKED.
           MOVE ZERO TO TA-LAST-PAID-OUT.

      ******************************************************************
      *    CHANGE - the pay/bank choice and the annual cap. Lowering
      *    the cap below the hours already banked this year stops
      *    further banking for the year; nothing already banked is
      *    paid out.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-TIME-ACCOUNT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL TA-ARBEITER-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-TIME-ACCOUNT-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-2) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 2
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           MOVE SPACE TO CHANGED-FIELD-NAME.
           IF WHICH-FIELD = 1
               MOVE "TA-OVERTIME-CHOICE" TO CHANGED-FIELD-NAME
               MOVE TA-OVERTIME-CHOICE TO CHANGED-OLD-VALUE
               PERFORM ENTER-TA-OVERTIME-CHOICE
               MOVE TA-OVERTIME-CHOICE TO CHANGED-NEW-VALUE.
           IF WHICH-FIELD = 2
               MOVE "TA-ANNUAL-CAP" TO CHANGED-FIELD-NAME
               MOVE TA-ANNUAL-CAP TO TA-HOURS-FIELD
               MOVE TA-HOURS-FIELD TO CHANGED-OLD-VALUE
               PERFORM ENTER-TA-ANNUAL-CAP
               MOVE TA-ANNUAL-CAP TO TA-HOURS-FIELD
               MOVE TA-HOURS-FIELD TO CHANGED-NEW-VALUE.
           IF CHANGED-FIELD-NAME NOT = SPACE
               PERFORM REWRITE-TIME-ACCOUNT-RECORD
               PERFORM LOG-TIME-ACCOUNT-AUDIT.

       GET-TIME-ACCOUNT-RECORD.
           PERFORM GET-WORKER-FOR-ACCOUNT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-TIME-ACCOUNT-RECORD
               UNTIL RECORD-FOUND = "Y" OR TA-ARBEITER-ID = ZERO.

       FIND-TIME-ACCOUNT-RECORD.
           PERFORM READ-TIME-ACCOUNT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO WORKING-TIME ACCOUNT FOR THAT WORKER"
               PERFORM GET-WORKER-FOR-ACCOUNT.

      ******************************************************************
      *    INQUIRE - the account's settings, balance and totals.
      ******************************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-TIME-ACCOUNT-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL TA-ARBEITER-ID = ZERO.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-TIME-ACCOUNT-RECORD.

      ******************************************************************
      *    CORRECT - supervisor only. Hours are added to or taken
      *    from the balance outright, for a booking error the
      *    absence screen or a payroll reversal cannot put right.
      ******************************************************************
       CORRECT-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY CORRECT A BALANCE"
           ELSE
               MOVE "CORRECT" TO THE-MODE
               PERFORM GET-TIME-ACCOUNT-RECORD
               PERFORM CORRECT-RECORDS
                   UNTIL TA-ARBEITER-ID = ZERO.

       CORRECT-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ENTER-CORRECTION-SIGN.
           PERFORM ENTER-CORRECTION-HOURS.
           IF CORRECTION-HOURS > ZERO
               MOVE "TA-BALANCE" TO CHANGED-FIELD-NAME
               MOVE TA-BALANCE TO TA-BALANCE-FIELD
               MOVE TA-BALANCE-FIELD TO CHANGED-OLD-VALUE
               PERFORM APPLY-CORRECTION
               MOVE TA-BALANCE TO TA-BALANCE-FIELD
               MOVE TA-BALANCE-FIELD TO CHANGED-NEW-VALUE
               PERFORM REWRITE-TIME-ACCOUNT-RECORD
               PERFORM LOG-TIME-ACCOUNT-AUDIT.
           PERFORM GET-TIME-ACCOUNT-RECORD.

       APPLY-CORRECTION.
           IF CORRECTION-IS-CREDIT
               ADD CORRECTION-HOURS TO TA-BALANCE
           ELSE
               SUBTRACT CORRECTION-HOURS FROM TA-BALANCE.

       ENTER-CORRECTION-SIGN.
           PERFORM ACCEPT-CORRECTION-SIGN.
           PERFORM RE-ACCEPT-CORRECTION-SIGN
               UNTIL CORRECTION-IS-CREDIT OR CORRECTION-IS-DEBIT.

       ACCEPT-CORRECTION-SIGN.
           DISPLAY "ENTER + TO ADD HOURS, - TO TAKE HOURS OFF".
           ACCEPT CORRECTION-SIGN.

       RE-ACCEPT-CORRECTION-SIGN.
           DISPLAY "YOU MUST ENTER + OR -".
           PERFORM ACCEPT-CORRECTION-SIGN.

       ENTER-CORRECTION-HOURS.
           DISPLAY "ENTER THE HOURS (0 TO CANCEL)".
           MOVE ZERO TO CORRECTION-HOURS-FIELD.
           ACCEPT CORRECTION-HOURS-FIELD.
           MOVE CORRECTION-HOURS-FIELD TO CORRECTION-HOURS.

      ******************************************************************
      *    Routines shared by all modes
      ******************************************************************
       INIT-TIME-ACCOUNT-RECORD.
           MOVE SPACE TO TIME-ACCOUNT-RECORD.
           MOVE ZERO TO TA-ARBEITER-ID.
           MOVE ZERO TO TA-ANNUAL-CAP.

       ENTER-TA-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " AN ACCOUNT (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO TA-ARBEITER-ID-FIELD.
           ACCEPT TA-ARBEITER-ID-FIELD.
           MOVE TA-ARBEITER-ID-FIELD TO TA-ARBEITER-ID.

       ENTER-TA-OVERTIME-CHOICE.
           PERFORM ACCEPT-TA-OVERTIME-CHOICE.
           PERFORM RE-ACCEPT-TA-OVERTIME-CHOICE
               UNTIL TA-CHOICE-IS-VALID.

       ACCEPT-TA-OVERTIME-CHOICE.
           DISPLAY "OVERTIME - P PAY IT, B BANK IT IN THE ACCOUNT".
           ACCEPT TA-OVERTIME-CHOICE.
           INSPECT TA-OVERTIME-CHOICE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TA-OVERTIME-CHOICE.
           DISPLAY "YOU MUST ENTER P OR B".
           PERFORM ACCEPT-TA-OVERTIME-CHOICE.

       ENTER-TA-ANNUAL-CAP.
           PERFORM ACCEPT-TA-ANNUAL-CAP.
           PERFORM RE-ACCEPT-TA-ANNUAL-CAP
               UNTIL TA-ANNUAL-CAP > ZERO.

       ACCEPT-TA-ANNUAL-CAP.
           DISPLAY "ENTER MOST HOURS THAT MAY BE BANKED IN A YEAR".
           MOVE ZERO TO TA-HOURS-FIELD.
           ACCEPT TA-HOURS-FIELD.
           MOVE TA-HOURS-FIELD TO TA-ANNUAL-CAP.

       RE-ACCEPT-TA-ANNUAL-CAP.
           DISPLAY "ANNUAL CAP MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-TA-ANNUAL-CAP.

      ******************************************************************
      *    Routines shared by Change, Inquire and Correct
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " TA-ARBEITER-ID.
           DISPLAY "1. OVERTIME (P PAY/B BANK): " TA-OVERTIME-CHOICE.
           MOVE TA-ANNUAL-CAP TO TA-HOURS-FIELD.
           DISPLAY "2. ANNUAL CAP (HOURS): " TA-HOURS-FIELD.
           MOVE TA-BALANCE TO TA-BALANCE-FIELD.
           DISPLAY "   BALANCE (HOURS): " TA-BALANCE-FIELD.
           MOVE TA-BANKED-IN-YEAR TO TA-TOTAL-FIELD.
           DISPLAY "   BANKED IN " TA-CAP-YEAR ": " TA-TOTAL-FIELD.
           MOVE TA-BANKED-TO-DATE TO TA-TOTAL-FIELD.
           DISPLAY "   BANKED TO DATE:    " TA-TOTAL-FIELD.
           MOVE TA-TAKEN-TO-DATE TO TA-TOTAL-FIELD.
           DISPLAY "   TAKEN OFF TO DATE: " TA-TOTAL-FIELD.
           MOVE TA-PAID-TO-DATE TO TA-TOTAL-FIELD.
           DISPLAY "   PAID OUT TO DATE:  " TA-TOTAL-FIELD.
           IF TA-LAST-PERIOD NOT = SPACE
               DISPLAY "   LAST MOVED BY PERIOD " TA-LAST-PERIOD.
           DISPLAY " ".

      ******************************************************************
      *    One AUDIT-LOG line per account added, changed or
      *    corrected, keyed by the worker. The caller sets the field
      *    name and the old and new values.
      ******************************************************************
       LOG-TIME-ACCOUNT-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE SIGNON-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE TA-ARBEITER-ID TO AUDIT-RECORD-KEY.
           MOVE CHANGED-FIELD-NAME TO AUDIT-FIELD-NAME.
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
       READ-TIME-ACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ TIME-ACCOUNT-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       WRITE-TIME-ACCOUNT-RECORD.
           WRITE TIME-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING TIME ACCOUNT RECORD".

       REWRITE-TIME-ACCOUNT-RECORD.
           REWRITE TIME-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TIME ACCOUNT RECORD".

       END PROGRAM MAINTENANCE-TIME-ACCOUNT.
