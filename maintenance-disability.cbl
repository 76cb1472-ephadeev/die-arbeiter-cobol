      ******************************************************************
      * Add, Change, List, Delete - DISABILITY-FILE (recognised
      * disability status). Supervisor-only - the records are health
      * data. One record per notice of assessment, keyed by worker
      * and the date it is valid from; the degree of disability, the
      * equal-status approval, the valid-to date and the approved
      * additional leave days. Every add, change and delete leaves
      * an AUDIT-LOG line and brings the worker's ENTITLEMENT-FILE
      * years up to date with CALC-DISABILITY-LEAVE. PRINT-
      * DISABILITY-QUOTA counts the records against the employment
      * quota.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-DISABILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-disability.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-entitlement.cbl".
           COPY "select-audit-log.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-disability.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-entitlement.cbl".
           COPY "fd-audit-log.cbl".

       WORKING-STORAGE SECTION.
       77  DISABILITY-FILE-STATUS  PIC XX.
       77  ARBEITER-FILE-STATUS    PIC XX.
       77  ENTITLEMENT-FILE-STATUS PIC XX.
       77  AUDIT-LOG-FILE-STATUS   PIC XX.
       77  ENTITLEMENT-FILE-MISSING PIC X.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-DISABILITY".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE              PIC X(7).
       77  OK-TO-DELETE          PIC X.
       77  RECORD-FOUND          PIC X.
       77  WORKER-FOUND          PIC X.
       77  WHICH-FIELD           PIC 9.
       77  DISABILITY-AT-END     PIC X.
       77  ENTITLEMENT-AT-END    PIC X.
       77  RECORDS-LISTED-COUNT  PIC 9(3).
       77  OPEN-RECORD-COUNT     PIC 9(3).
       77  YEARS-UPDATED-COUNT   PIC 9(3).
       77  SAVE-DB-ARBEITER-ID   PIC 9(6).
       77  SAVE-DISABILITY-RECORD PIC X(36).
       77  DB-ARBEITER-ID-FIELD  PIC Z(6).
       77  DB-GRAD-FIELD         PIC Z(3).
       77  DB-EXTRA-URLAUB-FIELD PIC Z(2).
       77  GRAD-OK               PIC X.
       77  VALID-TO-OK           PIC X.
       77  STATUS-TEXT           PIC X(22).
       77  OLD-EN-BASE-DAYS      PIC 9(3).
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
           COPY "disability-leave-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y" AND
               THIS-OPERATOR-IS-SUPERVISOR = "Y"
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM OPEN-DISABILITY-FILE.
           OPEN INPUT ARBEITER-FILE.
           MOVE "N" TO ENTITLEMENT-FILE-MISSING.
           OPEN I-O ENTITLEMENT-FILE.
           IF ENTITLEMENT-FILE-STATUS = "35"
               MOVE "Y" TO ENTITLEMENT-FILE-MISSING.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The disability file is created by the first session -
      *    status "35" on the I-O open means it is not on disk yet.
      *    No entitlement file yet means no year to bring up to date.
      ******************************************************************
       OPEN-DISABILITY-FILE.
           OPEN I-O DISABILITY-FILE.
           IF DISABILITY-FILE-STATUS = "35"
               OPEN OUTPUT DISABILITY-FILE
               CLOSE DISABILITY-FILE
               OPEN I-O DISABILITY-FILE.

      ******************************************************************
      *    Operator sign-on - disability records are supervisor-only.
      ******************************************************************
       CHECK-OPERATOR-LOGIN.
           CALL "SIGNON-OPERATOR" USING SIGNON-PROGRAM-NAME
                                        THIS-OPERATOR-ID
                                        THIS-OPERATOR-IS-SUPERVISOR
                                        SIGNON-OK.
           IF SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY KEEP DISABILITY RECORDS".

       CLOSING-PROCEDURE.
           CLOSE DISABILITY-FILE.
           CLOSE ARBEITER-FILE.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
               CLOSE ENTITLEMENT-FILE.
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
           DISPLAY "          1.  ADD A DISABILITY STATUS".
           DISPLAY "          2.  CHANGE A DISABILITY STATUS".
           DISPLAY "          3.  LIST A WORKER'S STATUS HISTORY".
           DISPLAY "          4.  DELETE A STATUS KEYED IN ERROR".
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
      *    worker's history is shown first, and an earlier record
      *    still open-ended is pointed out - it should be given its
      *    valid-to date.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-WORKER-FOR-STATUS.
           PERFORM ADD-RECORDS
               UNTIL DB-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-STATUS.
           PERFORM INIT-DISABILITY-RECORD.
           PERFORM ENTER-DB-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           MOVE "N" TO SCOPE-OK.
           PERFORM FIND-WORKER-FOR-STATUS
               UNTIL (WORKER-FOUND = "Y" AND SCOPE-OK = "Y") OR
                   DB-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-STATUS.
           PERFORM CHECK-WORKER-IN-SCOPE.
           IF WORKER-FOUND = "N" OR SCOPE-OK NOT = "Y"
               PERFORM ENTER-DB-ARBEITER-ID.

      ******************************************************************
      *    Department scope - kept for the logging of a refusal; a
      *    supervisor is in scope for every department. Only an
      *    active or pending worker is given a new record; a
      *    leaver's can still be listed or corrected.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "N" TO SCOPE-OK.
           MOVE DB-ARBEITER-ID TO ARBEITER-ID.
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
           DISPLAY "WORKER: " FAMILIE(1:40).
           PERFORM LIST-WORKER-RECORDS.
           IF OPEN-RECORD-COUNT > ZERO
               DISPLAY "NOTE - A STATUS ABOVE HAS NO VALID-TO DATE; "
                   "CHANGE IT ONCE THIS ONE IS ADDED".
           PERFORM ENTER-DB-VALID-FROM.
           PERFORM ENTER-DB-GRAD.
           PERFORM ENTER-DB-GLEICHSTELLUNG.
           PERFORM ENTER-DB-VALID-TO.
           PERFORM ENTER-DB-EXTRA-URLAUB.
           MOVE THIS-OPERATOR-ID TO DB-ENTERED-BY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM WRITE-DISABILITY-RECORD.
           IF RECORD-FOUND = "Y"
               MOVE "DISABILITY" TO CHANGED-FIELD-NAME
               MOVE SPACE TO CHANGED-OLD-VALUE
               MOVE DB-GRAD TO CHANGED-NEW-VALUE
               PERFORM LOG-DISABILITY-AUDIT
               PERFORM UPDATE-WORKER-ENTITLEMENTS.
           PERFORM GET-WORKER-FOR-STATUS.

      ******************************************************************
      *    CHANGE - everything but the valid-from date, which is part
      *    of the key; a status keyed with the wrong date is deleted
      *    and added again.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-DISABILITY-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL DB-ARBEITER-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-DISABILITY-RECORD.

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

      ******************************************************************
      *    A lower degree can take away the equal-status approval or
      *    the additional leave, so both are checked again after it.
      ******************************************************************
       CHANGE-THIS-FIELD.
           MOVE SPACE TO CHANGED-FIELD-NAME.
           IF WHICH-FIELD = 1
               MOVE "DB-GRAD" TO CHANGED-FIELD-NAME
               MOVE DB-GRAD TO CHANGED-OLD-VALUE
               PERFORM ENTER-DB-GRAD
               PERFORM CHECK-GLEICHSTELLUNG-FOR-GRAD
               PERFORM CHECK-EXTRA-URLAUB-FOR-GRAD
               MOVE DB-GRAD TO CHANGED-NEW-VALUE.
           IF WHICH-FIELD = 2
               MOVE "DB-GLEICHSTELLUNG" TO CHANGED-FIELD-NAME
               MOVE DB-GLEICHSTELLUNG TO CHANGED-OLD-VALUE
               PERFORM ENTER-DB-GLEICHSTELLUNG
               MOVE DB-GLEICHSTELLUNG TO CHANGED-NEW-VALUE.
           IF WHICH-FIELD = 3
               MOVE "DB-VALID-TO" TO CHANGED-FIELD-NAME
               MOVE DB-VALID-TO TO CHANGED-OLD-VALUE
               PERFORM ENTER-DB-VALID-TO
               MOVE DB-VALID-TO TO CHANGED-NEW-VALUE.
           IF WHICH-FIELD = 4
               MOVE "DB-EXTRA-URLAUB" TO CHANGED-FIELD-NAME
               MOVE DB-EXTRA-URLAUB TO CHANGED-OLD-VALUE
               PERFORM ENTER-DB-EXTRA-URLAUB
               MOVE DB-EXTRA-URLAUB TO CHANGED-NEW-VALUE.
           IF CHANGED-FIELD-NAME NOT = SPACE
               PERFORM REWRITE-DISABILITY-RECORD
               PERFORM LOG-DISABILITY-AUDIT
               PERFORM UPDATE-WORKER-ENTITLEMENTS.

       GET-DISABILITY-RECORD.
           PERFORM GET-WORKER-FOR-STATUS.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-DISABILITY-RECORD
               UNTIL RECORD-FOUND = "Y" OR DB-ARBEITER-ID = ZERO.

       FIND-DISABILITY-RECORD.
           PERFORM LIST-WORKER-RECORDS.
           PERFORM ENTER-DB-VALID-FROM.
           PERFORM READ-DISABILITY-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO STATUS ON FILE FOR THAT WORKER AND DATE"
               PERFORM GET-WORKER-FOR-STATUS.

      ******************************************************************
      *    LIST - a worker's status history off the primary key.
      ******************************************************************
       LIST-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-WORKER-FOR-STATUS.
           PERFORM LIST-RECORDS
               UNTIL DB-ARBEITER-ID = ZERO.

       LIST-RECORDS.
           PERFORM LIST-WORKER-RECORDS.
           PERFORM GET-WORKER-FOR-STATUS.

       LIST-WORKER-RECORDS.
           MOVE DB-ARBEITER-ID TO SAVE-DB-ARBEITER-ID.
           MOVE ZERO TO RECORDS-LISTED-COUNT.
           MOVE ZERO TO OPEN-RECORD-COUNT.
           MOVE SPACE TO DB-VALID-FROM.
           MOVE "N" TO DISABILITY-AT-END.
           START DISABILITY-FILE
               KEY IS NOT LESS THAN DB-DISABILITY-KEY
               INVALID KEY
               MOVE "Y" TO DISABILITY-AT-END.
           IF DISABILITY-AT-END NOT = "Y"
               PERFORM READ-NEXT-DISABILITY-RECORD
               PERFORM LIST-ONE-IF-MATCH
                   UNTIL DISABILITY-AT-END = "Y".
           IF RECORDS-LISTED-COUNT = ZERO
               DISPLAY "NO DISABILITY STATUS ON FILE FOR THAT WORKER".
           PERFORM INIT-DISABILITY-RECORD.
           MOVE SAVE-DB-ARBEITER-ID TO DB-ARBEITER-ID.

       LIST-ONE-IF-MATCH.
           IF DB-ARBEITER-ID NOT = SAVE-DB-ARBEITER-ID
               MOVE "Y" TO DISABILITY-AT-END
           ELSE
               PERFORM DISPLAY-ALL-FIELDS
               ADD 1 TO RECORDS-LISTED-COUNT
               IF DB-VALID-TO = SPACE
                   ADD 1 TO OPEN-RECORD-COUNT
               END-IF
               PERFORM READ-NEXT-DISABILITY-RECORD.

      ******************************************************************
      *    DELETE - for a status keyed in error. A status that has
      *    ended is kept and given its valid-to date instead.
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-DISABILITY-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL DB-ARBEITER-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-DISABILITY-RECORD
               MOVE "DISABILITY" TO CHANGED-FIELD-NAME
               MOVE DB-GRAD TO CHANGED-OLD-VALUE
               MOVE SPACE TO CHANGED-NEW-VALUE
               PERFORM LOG-DISABILITY-AUDIT
               PERFORM UPDATE-WORKER-ENTITLEMENTS.
           PERFORM GET-DISABILITY-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS DISABILITY STATUS (Y/N)?".
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
       INIT-DISABILITY-RECORD.
           MOVE SPACE TO DISABILITY-RECORD.
           MOVE ZERO TO DB-ARBEITER-ID.
           MOVE ZERO TO DB-GRAD.
           MOVE "N" TO DB-GLEICHSTELLUNG.
           MOVE ZERO TO DB-EXTRA-URLAUB.
           MOVE ZERO TO DB-ENTERED-BY.

       ENTER-DB-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A DISABILITY STATUS (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO DB-ARBEITER-ID-FIELD.
           ACCEPT DB-ARBEITER-ID-FIELD.
           MOVE DB-ARBEITER-ID-FIELD TO DB-ARBEITER-ID.

       ENTER-DB-VALID-FROM.
           PERFORM ACCEPT-DB-VALID-FROM.
           PERFORM RE-ACCEPT-DB-VALID-FROM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-DB-VALID-FROM.
           DISPLAY "ENTER DATE THE STATUS IS VALID FROM IN FORMAT "
               "YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO DB-VALID-FROM.

       RE-ACCEPT-DB-VALID-FROM.
           PERFORM ACCEPT-DB-VALID-FROM.

      ******************************************************************
      *    The degree is assessed in steps of ten from 20 to 100.
      ******************************************************************
       ENTER-DB-GRAD.
           PERFORM ACCEPT-DB-GRAD.
           PERFORM RE-ACCEPT-DB-GRAD
               UNTIL GRAD-OK = "Y".

       ACCEPT-DB-GRAD.
           DISPLAY "ENTER DEGREE OF DISABILITY (20-100 IN STEPS "
               "OF 10)".
           MOVE ZERO TO DB-GRAD-FIELD.
           ACCEPT DB-GRAD-FIELD.
           MOVE DB-GRAD-FIELD TO DB-GRAD.
           MOVE "N" TO GRAD-OK.
           DIVIDE DB-GRAD BY 10
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           IF DB-GRAD NOT < 20 AND DB-GRAD NOT > 100 AND
               DATUM-DIVIDE-REM = ZERO
               MOVE "Y" TO GRAD-OK.

       RE-ACCEPT-DB-GRAD.
           DISPLAY "DEGREE MUST BE 20, 30, 40 ... 100".
           PERFORM ACCEPT-DB-GRAD.

      ******************************************************************
      *    Equal status is only granted for a degree of 30 or 40; at
      *    50 and above the worker is severely disabled in any case.
      ******************************************************************
       ENTER-DB-GLEICHSTELLUNG.
           IF DB-GRAD < 30 OR DB-GRAD NOT < 50
               MOVE "N" TO DB-GLEICHSTELLUNG
           ELSE
               PERFORM ACCEPT-DB-GLEICHSTELLUNG
               PERFORM RE-ACCEPT-DB-GLEICHSTELLUNG
                   UNTIL DB-GLEICHSTELLUNG-IS-VALID.

       ACCEPT-DB-GLEICHSTELLUNG.
           DISPLAY "EQUAL STATUS WITH THE SEVERELY DISABLED "
               "APPROVED (Y/N)?".
           MOVE SPACE TO DB-GLEICHSTELLUNG.
           ACCEPT DB-GLEICHSTELLUNG.
           INSPECT DB-GLEICHSTELLUNG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-DB-GLEICHSTELLUNG.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-DB-GLEICHSTELLUNG.

       CHECK-GLEICHSTELLUNG-FOR-GRAD.
           IF DB-IS-EQUAL-STATUS AND
               (DB-GRAD < 30 OR DB-GRAD NOT < 50)
               MOVE "N" TO DB-GLEICHSTELLUNG
               DISPLAY "EQUAL STATUS DOES NOT APPLY AT THIS DEGREE - "
                   "SET TO N".

      ******************************************************************
      *    Valid-to - blank while the status is open-ended.
      ******************************************************************
       ENTER-DB-VALID-TO.
           PERFORM ACCEPT-DB-VALID-TO.
           PERFORM RE-ACCEPT-DB-VALID-TO
               UNTIL VALID-TO-OK = "Y".

       ACCEPT-DB-VALID-TO.
           DISPLAY "ENTER DATE THE STATUS ENDS IN FORMAT YYYY-MM-DD".
           DISPLAY "(BLANK WHILE IT HAS NO END DATE)".
           MOVE SPACE TO DATUM-TO-CHECK.
           ACCEPT DATUM-TO-CHECK.
           MOVE "Y" TO VALID-TO-OK.
           IF DATUM-TO-CHECK NOT = SPACE
               PERFORM VALIDATE-DATUM-FORMAT
               IF DATUM-VALID NOT = "Y"
                   MOVE "N" TO VALID-TO-OK
               ELSE
               IF DATUM-TO-CHECK < DB-VALID-FROM
                   MOVE "N" TO VALID-TO-OK
                   DISPLAY "THE END DATE CANNOT BE BEFORE THE VALID-"
                       "FROM DATE".
           IF VALID-TO-OK = "Y"
               MOVE DATUM-TO-CHECK TO DB-VALID-TO.

       RE-ACCEPT-DB-VALID-TO.
           PERFORM ACCEPT-DB-VALID-TO.

      ******************************************************************
      *    Additional leave is for the severely disabled only (degree
      *    50 and above) - five days for a five-day week.
      ******************************************************************
       ENTER-DB-EXTRA-URLAUB.
           IF DB-GRAD < 50
               MOVE ZERO TO DB-EXTRA-URLAUB
           ELSE
               PERFORM ACCEPT-DB-EXTRA-URLAUB
               PERFORM RE-ACCEPT-DB-EXTRA-URLAUB
                   UNTIL DB-EXTRA-URLAUB NOT > 10.

       ACCEPT-DB-EXTRA-URLAUB.
           DISPLAY "ENTER APPROVED ADDITIONAL LEAVE DAYS A YEAR "
               "(5 FOR A FIVE-DAY WEEK)".
           MOVE ZERO TO DB-EXTRA-URLAUB-FIELD.
           ACCEPT DB-EXTRA-URLAUB-FIELD.
           MOVE DB-EXTRA-URLAUB-FIELD TO DB-EXTRA-URLAUB.

       RE-ACCEPT-DB-EXTRA-URLAUB.
           DISPLAY "ADDITIONAL LEAVE MUST BE 0-10 DAYS".
           PERFORM ACCEPT-DB-EXTRA-URLAUB.

       CHECK-EXTRA-URLAUB-FOR-GRAD.
           IF DB-GRAD < 50 AND DB-EXTRA-URLAUB > ZERO
               MOVE ZERO TO DB-EXTRA-URLAUB
               DISPLAY "NO ADDITIONAL LEAVE BELOW DEGREE 50 - SET TO 0".

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
      *    Severely disabled - degree 50 and above, or 30 and above
      *    with the equal-status approval.
      ******************************************************************
       SET-STATUS-TEXT.
           IF DB-GRAD NOT < 50
               MOVE "SEVERELY DISABLED" TO STATUS-TEXT
           ELSE
           IF DB-IS-EQUAL-STATUS
               MOVE "EQUAL STATUS" TO STATUS-TEXT
           ELSE
               MOVE "NOT SEVERELY DISABLED" TO STATUS-TEXT.

      ******************************************************************
      *    Every ENTITLEMENT-FILE year of the worker gets the
      *    disability leave the records now give it. The days added
      *    last time come out of the base days first, so the days
      *    the clerk keyed are untouched.
      ******************************************************************
       UPDATE-WORKER-ENTITLEMENTS.
           MOVE DB-ARBEITER-ID TO SAVE-DB-ARBEITER-ID.
           MOVE DISABILITY-RECORD TO SAVE-DISABILITY-RECORD.
           MOVE ZERO TO YEARS-UPDATED-COUNT.
           MOVE "Y" TO ENTITLEMENT-AT-END.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
               MOVE DB-ARBEITER-ID TO EN-ARBEITER-ID
               MOVE ZERO TO EN-YEAR
               MOVE "N" TO ENTITLEMENT-AT-END
               START ENTITLEMENT-FILE
                   KEY IS NOT LESS THAN EN-WORKER-YEAR-KEY
                   INVALID KEY
                   MOVE "Y" TO ENTITLEMENT-AT-END.
           IF ENTITLEMENT-AT-END NOT = "Y"
               PERFORM READ-NEXT-ENTITLEMENT-RECORD
               PERFORM UPDATE-ONE-IF-MATCH
                   UNTIL ENTITLEMENT-AT-END = "Y".
           MOVE SAVE-DISABILITY-RECORD TO DISABILITY-RECORD.
           IF YEARS-UPDATED-COUNT > ZERO
               DISPLAY "VACATION ENTITLEMENT UPDATED FOR "
                   YEARS-UPDATED-COUNT " YEAR(S)".

       UPDATE-ONE-IF-MATCH.
           IF EN-ARBEITER-ID NOT = SAVE-DB-ARBEITER-ID
               MOVE "Y" TO ENTITLEMENT-AT-END
           ELSE
               PERFORM APPLY-DISABILITY-LEAVE
               PERFORM READ-NEXT-ENTITLEMENT-RECORD.

       APPLY-DISABILITY-LEAVE.
           MOVE EN-ARBEITER-ID TO DL-ARBEITER-ID.
           MOVE EN-YEAR TO DL-YEAR.
           CALL "CALC-DISABILITY-LEAVE" USING DISABILITY-LEAVE-REQUEST.
           IF DL-EXTRA-DAYS NOT = EN-DISABILITY-DAYS
               MOVE EN-BASE-DAYS TO OLD-EN-BASE-DAYS
               IF EN-DISABILITY-DAYS > EN-BASE-DAYS
                   MOVE ZERO TO EN-BASE-DAYS
               ELSE
                   SUBTRACT EN-DISABILITY-DAYS FROM EN-BASE-DAYS
               END-IF
               ADD DL-EXTRA-DAYS TO EN-BASE-DAYS
               MOVE DL-EXTRA-DAYS TO EN-DISABILITY-DAYS
               REWRITE ENTITLEMENT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ENTITLEMENT RECORD"
               END-REWRITE
               DISPLAY "  " EN-YEAR ": BASE DAYS " OLD-EN-BASE-DAYS
                   " NOW " EN-BASE-DAYS
               ADD 1 TO YEARS-UPDATED-COUNT.

      ******************************************************************
      *    Routines shared by Change, List and Delete
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           PERFORM SET-STATUS-TEXT.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " DB-ARBEITER-ID
               "   VALID FROM: " DB-VALID-FROM
               "   " STATUS-TEXT.
           DISPLAY "1. DEGREE OF DISABILITY: " DB-GRAD.
           DISPLAY "2. EQUAL STATUS (Y/N): " DB-GLEICHSTELLUNG.
           DISPLAY "3. VALID TO: " DB-VALID-TO.
           DISPLAY "4. ADDITIONAL LEAVE DAYS: " DB-EXTRA-URLAUB.
           DISPLAY " ".

      ******************************************************************
      *    One AUDIT-LOG line per status added, changed or deleted,
      *    keyed by the worker. The caller sets the field name and
      *    the old and new values.
      ******************************************************************
       LOG-DISABILITY-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE SIGNON-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE DB-ARBEITER-ID TO AUDIT-RECORD-KEY.
           MOVE SPACE TO AUDIT-FIELD-NAME.
           STRING
               CHANGED-FIELD-NAME DELIMITED BY SPACE
               " "                DELIMITED BY SIZE
               DB-VALID-FROM      DELIMITED BY SIZE
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
       READ-DISABILITY-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ DISABILITY-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       READ-NEXT-DISABILITY-RECORD.
           READ DISABILITY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DISABILITY-AT-END.

       READ-NEXT-ENTITLEMENT-RECORD.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ENTITLEMENT-AT-END.

       WRITE-DISABILITY-RECORD.
           WRITE DISABILITY-RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
               DISPLAY "A STATUS FROM THAT DATE IS ALREADY ON FILE "
                   "FOR THIS WORKER - USE CHANGE".

       REWRITE-DISABILITY-RECORD.
           REWRITE DISABILITY-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING DISABILITY RECORD".

       DELETE-DISABILITY-RECORD.
           DELETE DISABILITY-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING DISABILITY RECORD".

       END PROGRAM MAINTENANCE-DISABILITY.
