      ******************************************************************
      * Add, Renew, Change, Inquire, Delete - CONTRACT (employment
      * contracts)
      * One record per worker - permanent or fixed-term, the term's
      * start and end, how often it has been renewed, and whether
      * it rests on an objective reason. A fixed term without an
      * objective reason may run no more than two years from the
      * start of the first term, renewed no more than three times
      * within them; a contract, renewal or change that breaks
      * either limit is refused and nothing is written. A renewal
      * carries the term on seamlessly from the day after the old
      * end date. Looking up a fixed-term contract whose end date
      * has passed while the worker is still active warns that it
      * may have become permanent. Deleting a contract is
      * supervisor-only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-CONTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-contract.cbl".
           COPY "select-arbeiter.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-contract.cbl".
           COPY "fd-arbeiter.cbl".

       WORKING-STORAGE SECTION.
       77  CONTRACT-FILE-STATUS  PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-CONTRACT".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 5.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  WORKER-FOUND       PIC X.
       77  WHICH-FIELD        PIC 9.
       77  CT-ARBEITER-ID-FIELD PIC Z(6).
       77  LIMITS-OK          PIC X.
       77  OLD-END-DATUM      PIC X(10).
       77  LIMIT-DATUM        PIC X(10).
       77  RENEWALS-LEFT      PIC 9(2).
       77  TODAY-DATUM-PART   PIC 9(8).
       77  TODAY-DATUM-TEXT   PIC X(10).

      ******************************************************************
      *    Statutory limits on a fixed term without an objective
      *    reason - total duration in years, number of renewals.
      ******************************************************************
       77  MAX-TERM-YEARS     PIC 9 VALUE 2.
       77  MAX-RENEWALS       PIC 9(2) VALUE 3.

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
           PERFORM OPEN-CONTRACT-FILE.
           OPEN INPUT ARBEITER-FILE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The contract file is created by the first session -
      *    status "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-CONTRACT-FILE.
           OPEN I-O CONTRACT-FILE.
           IF CONTRACT-FILE-STATUS = "35"
               OPEN OUTPUT CONTRACT-FILE
               CLOSE CONTRACT-FILE
               OPEN I-O CONTRACT-FILE.

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
           CLOSE CONTRACT-FILE.
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
           DISPLAY "          1.  RECORD A CONTRACT".
           DISPLAY "          2.  RENEW A FIXED-TERM CONTRACT".
           DISPLAY "          3.  CHANGE A CONTRACT".
           DISPLAY "          4.  LOOK UP A CONTRACT".
           DISPLAY "          5.  DELETE A CONTRACT".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-5)?".
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
               PERFORM RENEW-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 5
               PERFORM DELETE-MODE.

      ******************************************************************
      *    ADD - the worker must exist on arbeiter.dat before a
      *    contract can be recorded. Pending hires are allowed, so
      *    the contract is in place before their first day. A new
      *    fixed term starts its chain: the first start is the
      *    term's start and there are no renewals yet - a chain
      *    taken over part way is put right in CHANGE.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-WORKER-FOR-CONTRACT.
           PERFORM ADD-RECORDS
               UNTIL CT-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-CONTRACT.
           PERFORM INIT-CONTRACT-RECORD.
           PERFORM ENTER-CT-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           PERFORM FIND-WORKER-FOR-CONTRACT
               UNTIL WORKER-FOUND = "Y" OR CT-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-CONTRACT.
           PERFORM CHECK-WORKER-ON-FILE.
           IF WORKER-FOUND = "N"
               PERFORM ENTER-CT-ARBEITER-ID.

       CHECK-WORKER-ON-FILE.
           MOVE CT-ARBEITER-ID TO ARBEITER-ID.
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
           PERFORM CHECK-CONTRACT-LIMITS.
           IF LIMITS-OK = "Y"
               PERFORM WRITE-CONTRACT-RECORD
           ELSE
               DISPLAY "CONTRACT NOT RECORDED".
           PERFORM GET-WORKER-FOR-CONTRACT.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-CT-CONTRACT-TYPE.
           PERFORM ENTER-CT-START-DATUM.
           MOVE CT-START-DATUM TO CT-FIRST-START-DATUM.
           MOVE ZERO TO CT-RENEWAL-COUNT.
           IF CT-IS-FIXED-TERM
               PERFORM ENTER-CT-END-DATUM
               PERFORM ENTER-CT-OBJECTIVE-REASON
           ELSE
               PERFORM CLEAR-FIXED-TERM-FIELDS.

       CLEAR-FIXED-TERM-FIELDS.
           MOVE SPACE TO CT-END-DATUM.
           MOVE ZERO TO CT-RENEWAL-COUNT.
           MOVE "N" TO CT-OBJECTIVE-REASON.
           MOVE SPACE TO CT-REASON-TEXT.

      ******************************************************************
      *    RENEW - a fixed term is carried on from the day after its
      *    old end date to the new one, and counted as a renewal.
      *    Whether the renewed term has an objective reason is asked
      *    again; without one the chain's limits must still hold.
      ******************************************************************
       RENEW-MODE.
           MOVE "RENEW" TO THE-MODE.
           PERFORM GET-CONTRACT-RECORD.
           PERFORM RENEW-RECORDS
               UNTIL CT-ARBEITER-ID = ZERO.

       RENEW-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF NOT CT-IS-FIXED-TERM
               DISPLAY "ONLY A FIXED-TERM CONTRACT CAN BE RENEWED"
           ELSE
               PERFORM RENEW-THE-CONTRACT.
           PERFORM GET-CONTRACT-RECORD.

       RENEW-THE-CONTRACT.
           MOVE CT-END-DATUM TO OLD-END-DATUM.
           PERFORM ENTER-NEW-END-DATUM.
           PERFORM ENTER-CT-OBJECTIVE-REASON.
           MOVE OLD-END-DATUM TO DATUM-TO-CHECK.
           PERFORM BUILD-DAY-AFTER.
           MOVE DATUM-TO-CHECK TO CT-START-DATUM.
           ADD 1 TO CT-RENEWAL-COUNT.
           PERFORM CHECK-CONTRACT-LIMITS.
           IF LIMITS-OK = "Y"
               PERFORM REWRITE-CONTRACT-RECORD
               DISPLAY "CONTRACT RENEWED FROM " CT-START-DATUM
                   " TO " CT-END-DATUM " - RENEWAL "
                   CT-RENEWAL-COUNT
           ELSE
               DISPLAY "RENEWAL REFUSED - CONTRACT LEFT AS IT WAS".

       ENTER-NEW-END-DATUM.
           PERFORM ACCEPT-NEW-END-DATUM.
           PERFORM RE-ACCEPT-NEW-END-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-NEW-END-DATUM.
           DISPLAY "ENTER NEW END DATE IN FORMAT YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y" AND
               DATUM-TO-CHECK NOT > OLD-END-DATUM
               MOVE "N" TO DATUM-VALID
               DISPLAY "NEW END DATE MUST BE AFTER " OLD-END-DATUM.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO CT-END-DATUM.

       RE-ACCEPT-NEW-END-DATUM.
           PERFORM ACCEPT-NEW-END-DATUM.

      ******************************************************************
      *    CHANGE - corrections, and converting a contract to
      *    permanent. The record is only rewritten while the limits
      *    still hold; a refused change is undone by reading the
      *    record back.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-CONTRACT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL CT-ARBEITER-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-CONTRACT-RECORD.

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
               PERFORM ENTER-CT-CONTRACT-TYPE
               IF CT-IS-PERMANENT
                   PERFORM CLEAR-FIXED-TERM-FIELDS
               ELSE
               IF CT-END-DATUM = SPACE
                   PERFORM ENTER-CT-END-DATUM
                   PERFORM ENTER-CT-OBJECTIVE-REASON.
           IF WHICH-FIELD = 2
               PERFORM ENTER-CT-FIRST-START-DATUM.
           IF WHICH-FIELD = 3
               PERFORM ENTER-CT-START-DATUM.
           IF WHICH-FIELD = 4 AND CT-IS-FIXED-TERM
               PERFORM ENTER-CT-END-DATUM.
           IF WHICH-FIELD = 5 AND CT-IS-FIXED-TERM
               PERFORM ENTER-CT-RENEWAL-COUNT.
           IF WHICH-FIELD = 6 AND CT-IS-FIXED-TERM
               PERFORM ENTER-CT-OBJECTIVE-REASON.
           IF WHICH-FIELD > 3 AND WHICH-FIELD < 7 AND
               CT-IS-PERMANENT
               DISPLAY "A PERMANENT CONTRACT HAS NO FIXED-TERM "
                   "FIELDS".
           IF WHICH-FIELD > ZERO AND WHICH-FIELD < 7
               PERFORM SAVE-CHANGED-CONTRACT.

       SAVE-CHANGED-CONTRACT.
           PERFORM CHECK-CONTRACT-LIMITS.
           IF LIMITS-OK = "Y"
               PERFORM REWRITE-CONTRACT-RECORD
           ELSE
               DISPLAY "CHANGE NOT SAVED"
               PERFORM READ-CONTRACT-RECORD.

       GET-CONTRACT-RECORD.
           PERFORM INIT-CONTRACT-RECORD.
           PERFORM ENTER-CT-ARBEITER-ID.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-CONTRACT-RECORD
               UNTIL RECORD-FOUND = "Y" OR CT-ARBEITER-ID = ZERO.

       FIND-CONTRACT-RECORD.
           PERFORM READ-CONTRACT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO CONTRACT ON FILE FOR THAT WORKER"
               PERFORM ENTER-CT-ARBEITER-ID.

      ******************************************************************
      *    INQUIRE
      ******************************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-CONTRACT-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL CT-ARBEITER-ID = ZERO.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-CONTRACT-RECORD.

      ******************************************************************
      *    DELETE
      ******************************************************************
       DELETE-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY DELETE A CONTRACT"
           ELSE
               MOVE "DELETE" TO THE-MODE
               PERFORM GET-CONTRACT-RECORD
               PERFORM DELETE-RECORDS
                   UNTIL CT-ARBEITER-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-CONTRACT-RECORD.
           PERFORM GET-CONTRACT-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS CONTRACT (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-DELETE.

      ******************************************************************
      *    Limits - the term must end after it starts and not start
      *    before the chain does. Without an objective reason the
      *    term must end before the chain's first start plus
      *    MAX-TERM-YEARS, after no more than MAX-RENEWALS renewals.
      ******************************************************************
       CHECK-CONTRACT-LIMITS.
           MOVE "Y" TO LIMITS-OK.
           IF CT-IS-FIXED-TERM
               PERFORM CHECK-FIXED-TERM-DATES.
           IF CT-IS-FIXED-TERM AND LIMITS-OK = "Y" AND
               NOT CT-HAS-OBJECTIVE-REASON
               PERFORM CHECK-STATUTORY-LIMITS.

       CHECK-FIXED-TERM-DATES.
           IF CT-END-DATUM NOT > CT-START-DATUM
               MOVE "N" TO LIMITS-OK
               DISPLAY "END DATE MUST BE AFTER THE START DATE "
                   CT-START-DATUM
           ELSE
           IF CT-START-DATUM < CT-FIRST-START-DATUM
               MOVE "N" TO LIMITS-OK
               DISPLAY "THE TERM CANNOT START BEFORE THE FIRST "
                   "TERM " CT-FIRST-START-DATUM.

       CHECK-STATUTORY-LIMITS.
           PERFORM BUILD-LIMIT-DATUM.
           IF CT-RENEWAL-COUNT > MAX-RENEWALS
               MOVE "N" TO LIMITS-OK
               DISPLAY "WITHOUT AN OBJECTIVE REASON A FIXED TERM MAY "
                   "BE RENEWED AT MOST " MAX-RENEWALS " TIMES".
           IF CT-END-DATUM NOT < LIMIT-DATUM
               MOVE "N" TO LIMITS-OK
               DISPLAY "WITHOUT AN OBJECTIVE REASON THE TERM MUST END "
                   "BEFORE " LIMIT-DATUM
               DISPLAY "(" MAX-TERM-YEARS " YEARS FROM THE FIRST "
                   "START " CT-FIRST-START-DATUM ")".

       BUILD-LIMIT-DATUM.
           MOVE CT-FIRST-START-DATUM TO LIMIT-DATUM.
           MOVE CT-FIRST-START-DATUM(1:4) TO DATUM-YEAR.
           ADD MAX-TERM-YEARS TO DATUM-YEAR.
           MOVE DATUM-YEAR TO LIMIT-DATUM(1:4).

      ******************************************************************
      *    Routines shared by all modes
      ******************************************************************
       INIT-CONTRACT-RECORD.
           MOVE SPACE TO CONTRACT-RECORD.
           MOVE ZERO TO CT-ARBEITER-ID.
           MOVE ZERO TO CT-RENEWAL-COUNT.
           MOVE "N" TO CT-OBJECTIVE-REASON.

       ENTER-CT-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A CONTRACT (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO CT-ARBEITER-ID-FIELD.
           ACCEPT CT-ARBEITER-ID-FIELD.
           MOVE CT-ARBEITER-ID-FIELD TO CT-ARBEITER-ID.

       ENTER-CT-CONTRACT-TYPE.
           PERFORM ACCEPT-CT-CONTRACT-TYPE.
           PERFORM RE-ACCEPT-CT-CONTRACT-TYPE
               UNTIL CT-CONTRACT-TYPE-IS-VALID.

       ACCEPT-CT-CONTRACT-TYPE.
           DISPLAY "ENTER CONTRACT TYPE (P=PERMANENT, F=FIXED-TERM)".
           ACCEPT CT-CONTRACT-TYPE.
           INSPECT CT-CONTRACT-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CT-CONTRACT-TYPE.
           DISPLAY "CONTRACT TYPE MUST BE P OR F".
           PERFORM ACCEPT-CT-CONTRACT-TYPE.

       ENTER-CT-FIRST-START-DATUM.
           PERFORM ACCEPT-CT-FIRST-START-DATUM.
           PERFORM RE-ACCEPT-CT-FIRST-START-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-CT-FIRST-START-DATUM.
           DISPLAY "ENTER START OF THE FIRST FIXED TERM IN FORMAT "
               "YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO CT-FIRST-START-DATUM.

       RE-ACCEPT-CT-FIRST-START-DATUM.
           PERFORM ACCEPT-CT-FIRST-START-DATUM.

       ENTER-CT-START-DATUM.
           PERFORM ACCEPT-CT-START-DATUM.
           PERFORM RE-ACCEPT-CT-START-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-CT-START-DATUM.
           DISPLAY "ENTER START OF THE CURRENT TERM IN FORMAT "
               "YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO CT-START-DATUM.

       RE-ACCEPT-CT-START-DATUM.
           PERFORM ACCEPT-CT-START-DATUM.

       ENTER-CT-END-DATUM.
           PERFORM ACCEPT-CT-END-DATUM.
           PERFORM RE-ACCEPT-CT-END-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-CT-END-DATUM.
           DISPLAY "ENTER END OF THE CURRENT TERM IN FORMAT "
               "YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO CT-END-DATUM.

       RE-ACCEPT-CT-END-DATUM.
           PERFORM ACCEPT-CT-END-DATUM.

       ENTER-CT-RENEWAL-COUNT.
           DISPLAY "ENTER NUMBER OF RENEWALS SO FAR".
           ACCEPT CT-RENEWAL-COUNT.

       ENTER-CT-OBJECTIVE-REASON.
           PERFORM ACCEPT-CT-OBJECTIVE-REASON.
           PERFORM RE-ACCEPT-CT-OBJECTIVE-REASON
               UNTIL CT-OBJECTIVE-REASON = "Y" OR "N".
           IF CT-HAS-OBJECTIVE-REASON
               PERFORM ENTER-CT-REASON-TEXT
           ELSE
               MOVE SPACE TO CT-REASON-TEXT.

       ACCEPT-CT-OBJECTIVE-REASON.
           DISPLAY "DOES THE TERM HAVE AN OBJECTIVE REASON (Y/N)?".
           ACCEPT CT-OBJECTIVE-REASON.
           INSPECT CT-OBJECTIVE-REASON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CT-OBJECTIVE-REASON.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-CT-OBJECTIVE-REASON.

       ENTER-CT-REASON-TEXT.
           PERFORM ACCEPT-CT-REASON-TEXT.
           PERFORM RE-ACCEPT-CT-REASON-TEXT
               UNTIL CT-REASON-TEXT NOT = SPACE.

       ACCEPT-CT-REASON-TEXT.
           DISPLAY "ENTER THE OBJECTIVE REASON (E.G. PARENTAL LEAVE "
               "COVER)".
           ACCEPT CT-REASON-TEXT.
           INSPECT CT-REASON-TEXT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CT-REASON-TEXT.
           DISPLAY "THE REASON MUST BE ENTERED".
           PERFORM ACCEPT-CT-REASON-TEXT.

      ******************************************************************
      *    Routines shared by Renew, Change, Inquire and Delete. A
      *    fixed term past its end date with the worker still on
      *    the books is warned about - it may have become permanent.
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           MOVE CT-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " CT-ARBEITER-ID.
           IF WORKER-FOUND = "Y"
               DISPLAY "   NAME: " FAMILIE(1:40)
           ELSE
               DISPLAY "   ** WORKER NOT ON FILE **".
           DISPLAY "1. CONTRACT TYPE (P/F): " CT-CONTRACT-TYPE.
           DISPLAY "2. FIRST TERM STARTED: " CT-FIRST-START-DATUM.
           DISPLAY "3. CURRENT TERM STARTED: " CT-START-DATUM.
           DISPLAY "4. CURRENT TERM ENDS: " CT-END-DATUM.
           DISPLAY "5. RENEWALS SO FAR: " CT-RENEWAL-COUNT.
           DISPLAY "6. OBJECTIVE REASON (Y/N): " CT-OBJECTIVE-REASON
               " " CT-REASON-TEXT.
           IF CT-IS-FIXED-TERM AND NOT CT-HAS-OBJECTIVE-REASON
               PERFORM DISPLAY-LIMITS-LEFT.
           IF CT-IS-FIXED-TERM AND WORKER-FOUND = "Y" AND
               ARBEITER-IS-ACTIVE AND
               CT-END-DATUM < TODAY-DATUM-TEXT
               DISPLAY "   ** END DATE PASSED WITH THE WORKER STILL "
                   "ACTIVE - MAY HAVE BECOME PERMANENT **".
           DISPLAY " ".

       DISPLAY-LIMITS-LEFT.
           PERFORM BUILD-LIMIT-DATUM.
           MOVE ZERO TO RENEWALS-LEFT.
           IF CT-RENEWAL-COUNT < MAX-RENEWALS
               COMPUTE RENEWALS-LEFT =
                   MAX-RENEWALS - CT-RENEWAL-COUNT.
           DISPLAY "   RENEWALS LEFT: " RENEWALS-LEFT
               "   LAST TERM MUST END BEFORE " LIMIT-DATUM.

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

      ******************************************************************
      *    The calendar day after DATUM-TO-CHECK, back into it.
      ******************************************************************
       BUILD-DAY-AFTER.
           MOVE DATUM-TO-CHECK(1:4) TO DATUM-YEAR.
           MOVE DATUM-TO-CHECK(6:2) TO DATUM-MONTH.
           MOVE DATUM-TO-CHECK(9:2) TO DATUM-DAY.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.
           IF DATUM-DAY < DAYS-IN-MONTH
               ADD 1 TO DATUM-DAY
           ELSE
               MOVE 1 TO DATUM-DAY
               ADD 1 TO DATUM-MONTH
               IF DATUM-MONTH > 12
                   MOVE 1 TO DATUM-MONTH
                   ADD 1 TO DATUM-YEAR.
           MOVE SPACE TO DATUM-TO-CHECK.
           STRING
               DATUM-YEAR  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               DATUM-MONTH DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               DATUM-DAY   DELIMITED BY SIZE
               INTO DATUM-TO-CHECK.

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
      *    File I-O Routines
      ******************************************************************
       READ-CONTRACT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CONTRACT-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       WRITE-CONTRACT-RECORD.
           WRITE CONTRACT-RECORD
               INVALID KEY
               DISPLAY "A CONTRACT IS ALREADY ON FILE FOR THIS "
                   "WORKER - USE RENEW OR CHANGE".

       REWRITE-CONTRACT-RECORD.
           REWRITE CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTRACT RECORD".

       DELETE-CONTRACT-RECORD.
           DELETE CONTRACT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING CONTRACT RECORD".

       END PROGRAM MAINTENANCE-CONTRACT.
