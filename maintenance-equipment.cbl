      ******************************************************************
      * Add, Issue, Return, Write Off, List - EQUIPMENT-FILE (company
      * equipment: laptops, phones, keys, access badges, company
      * cars). An item is taken into stock with its type and value,
      * issued to an active or pending worker and returned. An item
      * that is not coming back is resolved by a supervisor, either
      * written off or with the amount recovered from the holder.
      * Every movement leaves an AUDIT-LOG line. Once a leaver has
      * nothing left out, the final settlement PAYROLL-RUN held on
      * PAY-REGISTER is released so the next EXPORT-PAYMENT-FILE /
      * PRINT-CHEQUES run for the period pays it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-EQUIPMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-equipment.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-pay-register.cbl".
           COPY "select-audit-log.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-equipment.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-pay-register.cbl".
           COPY "fd-audit-log.cbl".

       WORKING-STORAGE SECTION.
       77  EQUIPMENT-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  PAY-REGISTER-FILE-STATUS PIC XX.
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  REGISTER-FILE-MISSING PIC X VALUE "N".
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-EQUIPMENT".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 6.

       77  THE-MODE              PIC X(7).
       77  RECORD-FOUND          PIC X.
       77  WORKER-FOUND          PIC X.
       77  THE-ARBEITER-ID       PIC 9(6).
       77  ARBEITER-ID-FIELD     PIC Z(6).
       77  EQ-VALUE-FIELD        PIC Z(7).ZZ.
       77  SAVE-ASSET-NUMBER     PIC X(10).
       77  EQUIPMENT-AT-END      PIC X.
       77  ITEMS-LISTED-COUNT    PIC 9(3).
       77  EQUIPMENT-OUTSTANDING PIC 9(3).
       77  RESOLUTION-PICK       PIC X.
           88 RESOLUTION-IS-VALID  VALUES "W", "V", " ".
       77  REGISTER-AT-END       PIC X.
       77  SETTLEMENT-PERIOD     PIC X(7).
       77  ENTRIES-RELEASED-COUNT PIC 9(3).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

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
           PERFORM OPEN-EQUIPMENT-FILE.
           OPEN INPUT ARBEITER-FILE.
           OPEN I-O PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO REGISTER-FILE-MISSING.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.

      ******************************************************************
      *    The equipment file is created by the first session -
      *    status "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-EQUIPMENT-FILE.
           OPEN I-O EQUIPMENT-FILE.
           IF EQUIPMENT-FILE-STATUS = "35"
               OPEN OUTPUT EQUIPMENT-FILE
               CLOSE EQUIPMENT-FILE
               OPEN I-O EQUIPMENT-FILE.

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
           CLOSE EQUIPMENT-FILE.
           CLOSE ARBEITER-FILE.
           IF REGISTER-FILE-MISSING NOT = "Y"
               CLOSE PAY-REGISTER-FILE.
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
           DISPLAY "          1.  ADD AN ITEM TO STOCK".
           DISPLAY "          2.  ISSUE AN ITEM TO A WORKER".
           DISPLAY "          3.  RECORD AN ITEM RETURNED".
           DISPLAY "          4.  WRITE OFF OR RECOVER AN ITEM".
           DISPLAY "          5.  LIST A WORKER'S EQUIPMENT".
           DISPLAY "          6.  LOOK UP AN ITEM".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-6)?".
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
               PERFORM ISSUE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM RETURN-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM RESOLVE-MODE
           ELSE
           IF MENU-PICK = 5
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 6
               PERFORM INQUIRE-MODE.

      ******************************************************************
      *    ADD - a new item goes into stock under an asset number
      *    not already on file.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-ASSET-NUMBER.
           PERFORM ADD-RECORDS
               UNTIL EQ-ASSET-NUMBER = SPACE.

       GET-NEW-ASSET-NUMBER.
           PERFORM INIT-EQUIPMENT-RECORD.
           PERFORM ENTER-EQ-ASSET-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-ASSET-NUMBER
               UNTIL RECORD-FOUND = "N" OR EQ-ASSET-NUMBER = SPACE.

       FIND-NEW-ASSET-NUMBER.
           PERFORM READ-EQUIPMENT-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "ASSET NUMBER ALREADY ON FILE"
               PERFORM ENTER-EQ-ASSET-NUMBER.

       ADD-RECORDS.
           MOVE EQ-ASSET-NUMBER TO SAVE-ASSET-NUMBER.
           PERFORM INIT-EQUIPMENT-RECORD.
           MOVE SAVE-ASSET-NUMBER TO EQ-ASSET-NUMBER.
           PERFORM ENTER-EQ-TYPE.
           PERFORM ENTER-EQ-BESCHREIBUNG.
           PERFORM ENTER-EQ-VALUE.
           MOVE "S" TO EQ-STATUS.
           PERFORM WRITE-EQUIPMENT-RECORD.
           PERFORM GET-NEW-ASSET-NUMBER.

      ******************************************************************
      *    ISSUE - an item in stock (never issued, or returned) goes
      *    to an active or pending worker the operator may work on.
      ******************************************************************
       ISSUE-MODE.
           MOVE "ISSUE" TO THE-MODE.
           PERFORM GET-EQUIPMENT-RECORD.
           PERFORM ISSUE-RECORDS
               UNTIL EQ-ASSET-NUMBER = SPACE.

       ISSUE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF NOT EQ-IS-AVAILABLE
               DISPLAY "ITEM IS NOT IN STOCK - CANNOT ISSUE IT"
           ELSE
               PERFORM GET-THE-WORKER
               IF THE-ARBEITER-ID NOT = ZERO
                   PERFORM ISSUE-THIS-ITEM.
           PERFORM GET-EQUIPMENT-RECORD.

       ISSUE-THIS-ITEM.
           PERFORM ENTER-EQ-ISSUE-DATUM.
           MOVE THE-ARBEITER-ID TO EQ-ARBEITER-ID.
           MOVE SPACE TO EQ-RETURN-DATUM.
           MOVE SPACE TO EQ-RESOLVED-DATUM.
           MOVE ZERO TO EQ-RECOVERY-AMOUNT.
           MOVE ZERO TO EQ-RESOLVED-BY.
           MOVE "I" TO EQ-STATUS.
           PERFORM REWRITE-EQUIPMENT-RECORD.
           MOVE "IN STOCK" TO AUDIT-OLD-VALUE.
           MOVE "ISSUED" TO AUDIT-NEW-VALUE.
           PERFORM LOG-EQUIPMENT-AUDIT.

      ******************************************************************
      *    RETURN - the item comes back into stock; the last holder
      *    stays on the record.
      ******************************************************************
       RETURN-MODE.
           MOVE "RETURN" TO THE-MODE.
           PERFORM GET-EQUIPMENT-RECORD.
           PERFORM RETURN-RECORDS
               UNTIL EQ-ASSET-NUMBER = SPACE.

       RETURN-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF NOT EQ-IS-ISSUED
               DISPLAY "ITEM IS NOT ISSUED - NOTHING TO RETURN"
           ELSE
               PERFORM RETURN-THIS-ITEM.
           PERFORM GET-EQUIPMENT-RECORD.

       RETURN-THIS-ITEM.
           PERFORM ENTER-EQ-RETURN-DATUM.
           MOVE "R" TO EQ-STATUS.
           PERFORM REWRITE-EQUIPMENT-RECORD.
           MOVE "ISSUED" TO AUDIT-OLD-VALUE.
           MOVE "RETURNED" TO AUDIT-NEW-VALUE.
           PERFORM LOG-EQUIPMENT-AUDIT.
           PERFORM RELEASE-HELD-SETTLEMENT.

      ******************************************************************
      *    WRITE OFF / RECOVER - supervisor only. An item still out
      *    that is not coming back is either written off or closed
      *    with the amount recovered from the holder.
      ******************************************************************
       RESOLVE-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY WRITE OFF OR RECOVER "
                   "EQUIPMENT"
           ELSE
               MOVE "RESOLVE" TO THE-MODE
               PERFORM GET-EQUIPMENT-RECORD
               PERFORM RESOLVE-RECORDS
                   UNTIL EQ-ASSET-NUMBER = SPACE.

       RESOLVE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF NOT EQ-IS-ISSUED
               DISPLAY "ONLY AN ITEM STILL ISSUED CAN BE WRITTEN OFF "
                   "OR RECOVERED"
           ELSE
               PERFORM ENTER-RESOLUTION-PICK
               IF RESOLUTION-PICK NOT = SPACE
                   PERFORM RESOLVE-THIS-ITEM.
           PERFORM GET-EQUIPMENT-RECORD.

       RESOLVE-THIS-ITEM.
           MOVE RESOLUTION-PICK TO EQ-STATUS.
           IF EQ-IS-RECOVERED
               PERFORM ENTER-EQ-RECOVERY-AMOUNT
           ELSE
               MOVE ZERO TO EQ-RECOVERY-AMOUNT.
           MOVE THIS-OPERATOR-ID TO EQ-RESOLVED-BY.
           MOVE TODAY-DATUM-TEXT TO EQ-RESOLVED-DATUM.
           PERFORM REWRITE-EQUIPMENT-RECORD.
           MOVE "ISSUED" TO AUDIT-OLD-VALUE.
           IF EQ-IS-RECOVERED
               MOVE EQ-RECOVERY-AMOUNT TO EQ-VALUE-FIELD
               MOVE SPACE TO AUDIT-NEW-VALUE
               STRING
                   "RECOVERED " DELIMITED BY SIZE
                   EQ-VALUE-FIELD DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
           ELSE
               MOVE "WRITTEN OFF" TO AUDIT-NEW-VALUE.
           PERFORM LOG-EQUIPMENT-AUDIT.
           PERFORM RELEASE-HELD-SETTLEMENT.

      ******************************************************************
      *    LIST - everything a worker holds or has held, off the
      *    alternate key.
      ******************************************************************
       LIST-MODE.
           MOVE "LIST" TO THE-MODE.
           PERFORM GET-THE-WORKER.
           PERFORM LIST-RECORDS
               UNTIL THE-ARBEITER-ID = ZERO.

       LIST-RECORDS.
           PERFORM LIST-WORKER-EQUIPMENT.
           PERFORM GET-THE-WORKER.

       LIST-WORKER-EQUIPMENT.
           MOVE ZERO TO ITEMS-LISTED-COUNT.
           MOVE ZERO TO EQUIPMENT-OUTSTANDING.
           PERFORM START-AT-THE-WORKER.
           PERFORM LIST-ONE-IF-MATCH
               UNTIL EQUIPMENT-AT-END = "Y".
           IF ITEMS-LISTED-COUNT = ZERO
               DISPLAY "NO EQUIPMENT ON FILE FOR THAT WORKER"
           ELSE
           IF EQUIPMENT-OUTSTANDING > ZERO
               DISPLAY EQUIPMENT-OUTSTANDING
                   " ITEM(S) STILL ISSUED TO THIS WORKER".

       LIST-ONE-IF-MATCH.
           PERFORM READ-NEXT-EQUIPMENT-RECORD.
           IF EQUIPMENT-AT-END NOT = "Y"
               IF EQ-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO EQUIPMENT-AT-END
               ELSE
                   PERFORM DISPLAY-ALL-FIELDS
                   ADD 1 TO ITEMS-LISTED-COUNT
                   IF EQ-IS-ISSUED
                       ADD 1 TO EQUIPMENT-OUTSTANDING.

      ******************************************************************
      *    INQUIRE - one item by asset number.
      ******************************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EQUIPMENT-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL EQ-ASSET-NUMBER = SPACE.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EQUIPMENT-RECORD.

      ******************************************************************
      *    Release of a held final settlement. Once the holder of an
      *    item just returned or resolved has nothing else out, any
      *    register entry PAYROLL-RUN held for the leaver's exit
      *    period is cleared, and the next EXPORT-PAYMENT-FILE /
      *    PRINT-CHEQUES run for that period pays it.
      ******************************************************************
       RELEASE-HELD-SETTLEMENT.
           MOVE EQ-ARBEITER-ID TO THE-ARBEITER-ID.
           PERFORM COUNT-OUTSTANDING-EQUIPMENT.
           IF EQUIPMENT-OUTSTANDING > ZERO
               DISPLAY EQUIPMENT-OUTSTANDING
                   " ITEM(S) STILL ISSUED TO ARBEITER "
                   THE-ARBEITER-ID
           ELSE
           IF REGISTER-FILE-MISSING NOT = "Y"
               PERFORM RELEASE-EXIT-PERIOD-ENTRIES.

       COUNT-OUTSTANDING-EQUIPMENT.
           MOVE ZERO TO EQUIPMENT-OUTSTANDING.
           PERFORM START-AT-THE-WORKER.
           PERFORM COUNT-ONE-EQUIPMENT-ITEM
               UNTIL EQUIPMENT-AT-END = "Y".

       COUNT-ONE-EQUIPMENT-ITEM.
           PERFORM READ-NEXT-EQUIPMENT-RECORD.
           IF EQUIPMENT-AT-END NOT = "Y"
               IF EQ-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO EQUIPMENT-AT-END
               ELSE
               IF EQ-IS-ISSUED
                   ADD 1 TO EQUIPMENT-OUTSTANDING.

       RELEASE-EXIT-PERIOD-ENTRIES.
           MOVE THE-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y" AND AUSTRITTS-DATUM NOT = SPACE
               MOVE AUSTRITTS-DATUM(1:7) TO SETTLEMENT-PERIOD
               MOVE ZERO TO ENTRIES-RELEASED-COUNT
               PERFORM START-AT-THE-SETTLEMENT
               PERFORM RELEASE-ONE-REGISTER-ENTRY
                   UNTIL REGISTER-AT-END = "Y"
               IF ENTRIES-RELEASED-COUNT > ZERO
                   PERFORM LOG-RELEASE-AUDIT
                   DISPLAY "FINAL SETTLEMENT FOR PERIOD "
                       SETTLEMENT-PERIOD " RELEASED"
                   DISPLAY "RERUN EXPORT-PAYMENT-FILE / PRINT-CHEQUES "
                       "FOR THE PERIOD TO PAY IT".

       START-AT-THE-SETTLEMENT.
           MOVE SETTLEMENT-PERIOD TO PR-PERIOD.
           MOVE THE-ARBEITER-ID TO PR-ARBEITER-ID.
           MOVE ZERO TO PR-ENTRY-SEQ.
           MOVE "N" TO REGISTER-AT-END.
           START PAY-REGISTER-FILE
               KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-AT-END.

       RELEASE-ONE-REGISTER-ENTRY.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REGISTER-AT-END.
           IF REGISTER-AT-END NOT = "Y"
               IF PR-PERIOD NOT = SETTLEMENT-PERIOD OR
                   PR-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO REGISTER-AT-END
               ELSE
               IF PR-PAYMENT-HELD
                   MOVE SPACE TO PR-PAYMENT-STATUS
                   REWRITE PAY-REGISTER-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING PAY REGISTER RECORD"
                       NOT INVALID KEY
                       ADD 1 TO ENTRIES-RELEASED-COUNT
                   END-REWRITE.

      ******************************************************************
      *    Routines shared by all modes
      ******************************************************************
       INIT-EQUIPMENT-RECORD.
           MOVE SPACE TO EQUIPMENT-RECORD.
           MOVE ZERO TO EQ-VALUE.
           MOVE ZERO TO EQ-ARBEITER-ID.
           MOVE ZERO TO EQ-RECOVERY-AMOUNT.
           MOVE ZERO TO EQ-RESOLVED-BY.

       GET-EQUIPMENT-RECORD.
           PERFORM INIT-EQUIPMENT-RECORD.
           PERFORM ENTER-EQ-ASSET-NUMBER.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-EQUIPMENT-RECORD
               UNTIL RECORD-FOUND = "Y" OR EQ-ASSET-NUMBER = SPACE.

       FIND-EQUIPMENT-RECORD.
           PERFORM READ-EQUIPMENT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO ITEM ON FILE WITH THAT ASSET NUMBER"
               PERFORM ENTER-EQ-ASSET-NUMBER.

       ENTER-EQ-ASSET-NUMBER.
           DISPLAY " ".
           DISPLAY "ENTER ASSET NUMBER".
           DISPLAY "TO " THE-MODE " AN ITEM".
           DISPLAY "ENTER BLANK TO STOP ENTRY".
           MOVE SPACE TO EQ-ASSET-NUMBER.
           ACCEPT EQ-ASSET-NUMBER.
           INSPECT EQ-ASSET-NUMBER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       GET-THE-WORKER.
           PERFORM ACCEPT-THE-ARBEITER-ID.
           PERFORM RE-ACCEPT-THE-ARBEITER-ID
               UNTIL THE-ARBEITER-ID = ZERO OR
                   (WORKER-FOUND = "Y" AND SCOPE-OK = "Y").

       ACCEPT-THE-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " EQUIPMENT (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO ARBEITER-ID-FIELD.
           ACCEPT ARBEITER-ID-FIELD.
           MOVE ARBEITER-ID-FIELD TO THE-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           MOVE "N" TO SCOPE-OK.
           IF THE-ARBEITER-ID NOT = ZERO
               PERFORM CHECK-WORKER-IN-SCOPE.

       RE-ACCEPT-THE-ARBEITER-ID.
           IF WORKER-FOUND NOT = "Y"
               DISPLAY "NO ACTIVE OR PENDING WORKER WITH THAT "
                   "ARBEITER ID".
           PERFORM ACCEPT-THE-ARBEITER-ID.

      ******************************************************************
      *    Department scope - an operator who is not a supervisor
      *    may only work on workers in the departments granted to
      *    them; CHECK-OPERATOR-SCOPE shows and logs a refusal. Only
      *    an active or pending worker is issued anything; a
      *    leaver's items can still be listed.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE THE-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y" AND ARBEITER-IS-INACTIVE AND
               THE-MODE = "ISSUE"
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y"
               MOVE "O" TO SCOPE-FUNCTION
               MOVE SIGNON-PROGRAM-NAME TO SCOPE-PROGRAM-NAME
               MOVE THIS-OPERATOR-ID TO SCOPE-OPERATOR-ID
               MOVE THIS-OPERATOR-IS-SUPERVISOR
                   TO SCOPE-SUPERVISOR-FLAG
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       ENTER-EQ-TYPE.
           PERFORM ACCEPT-EQ-TYPE.
           PERFORM RE-ACCEPT-EQ-TYPE
               UNTIL EQ-TYPE-IS-VALID.

       ACCEPT-EQ-TYPE.
           DISPLAY "ENTER TYPE - L LAPTOP, P PHONE, K KEY, B BADGE,".
           DISPLAY "             C COMPANY CAR, O OTHER".
           ACCEPT EQ-TYPE.
           INSPECT EQ-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EQ-TYPE.
           DISPLAY "YOU MUST ENTER L, P, K, B, C OR O".
           PERFORM ACCEPT-EQ-TYPE.

       ENTER-EQ-BESCHREIBUNG.
           PERFORM ACCEPT-EQ-BESCHREIBUNG.
           PERFORM RE-ACCEPT-EQ-BESCHREIBUNG
               UNTIL EQ-BESCHREIBUNG NOT = SPACE.

       ACCEPT-EQ-BESCHREIBUNG.
           DISPLAY "ENTER DESCRIPTION (MAKE, MODEL, SERIAL NUMBER)".
           ACCEPT EQ-BESCHREIBUNG.
           INSPECT EQ-BESCHREIBUNG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EQ-BESCHREIBUNG.
           DISPLAY "DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-EQ-BESCHREIBUNG.

       ENTER-EQ-VALUE.
           DISPLAY "ENTER VALUE OF THE ITEM".
           MOVE ZERO TO EQ-VALUE-FIELD.
           ACCEPT EQ-VALUE-FIELD.
           MOVE EQ-VALUE-FIELD TO EQ-VALUE.

       ENTER-EQ-ISSUE-DATUM.
           PERFORM ACCEPT-EQ-ISSUE-DATUM.
           PERFORM RE-ACCEPT-EQ-ISSUE-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-EQ-ISSUE-DATUM.
           DISPLAY "ENTER DATE ISSUED IN FORMAT YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO EQ-ISSUE-DATUM.

       RE-ACCEPT-EQ-ISSUE-DATUM.
           PERFORM ACCEPT-EQ-ISSUE-DATUM.

       ENTER-EQ-RETURN-DATUM.
           PERFORM ACCEPT-EQ-RETURN-DATUM.
           PERFORM RE-ACCEPT-EQ-RETURN-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-EQ-RETURN-DATUM.
           DISPLAY "ENTER DATE RETURNED IN FORMAT YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y" AND DATUM-TO-CHECK < EQ-ISSUE-DATUM
               MOVE "N" TO DATUM-VALID
               DISPLAY "RETURN DATE CANNOT BE BEFORE THE ISSUE DATE".
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO EQ-RETURN-DATUM.

       RE-ACCEPT-EQ-RETURN-DATUM.
           PERFORM ACCEPT-EQ-RETURN-DATUM.

       ENTER-RESOLUTION-PICK.
           PERFORM ACCEPT-RESOLUTION-PICK.
           PERFORM RE-ACCEPT-RESOLUTION-PICK
               UNTIL RESOLUTION-IS-VALID.

       ACCEPT-RESOLUTION-PICK.
           DISPLAY "ENTER W TO WRITE THE ITEM OFF, V IF ITS VALUE".
           DISPLAY "WAS RECOVERED, OR BLANK TO LEAVE IT ISSUED".
           MOVE SPACE TO RESOLUTION-PICK.
           ACCEPT RESOLUTION-PICK.
           INSPECT RESOLUTION-PICK
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-RESOLUTION-PICK.
           DISPLAY "YOU MUST ENTER W, V OR BLANK".
           PERFORM ACCEPT-RESOLUTION-PICK.

       ENTER-EQ-RECOVERY-AMOUNT.
           PERFORM ACCEPT-EQ-RECOVERY-AMOUNT.
           PERFORM RE-ACCEPT-EQ-RECOVERY-AMOUNT
               UNTIL EQ-RECOVERY-AMOUNT > ZERO.

       ACCEPT-EQ-RECOVERY-AMOUNT.
           DISPLAY "ENTER AMOUNT RECOVERED FROM THE HOLDER".
           MOVE ZERO TO EQ-VALUE-FIELD.
           ACCEPT EQ-VALUE-FIELD.
           MOVE EQ-VALUE-FIELD TO EQ-RECOVERY-AMOUNT.

       RE-ACCEPT-EQ-RECOVERY-AMOUNT.
           DISPLAY "AMOUNT MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-EQ-RECOVERY-AMOUNT.

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

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ASSET NUMBER: " EQ-ASSET-NUMBER
               "   TYPE (L/P/K/B/C/O): " EQ-TYPE.
           DISPLAY "   DESCRIPTION: " EQ-BESCHREIBUNG.
           MOVE EQ-VALUE TO EQ-VALUE-FIELD.
           DISPLAY "   VALUE: " EQ-VALUE-FIELD.
           DISPLAY "   STATUS (S/I/R/W/V): " EQ-STATUS.
           IF NOT EQ-IS-IN-STOCK
               DISPLAY "   HOLDER: " EQ-ARBEITER-ID
                   "   ISSUED: " EQ-ISSUE-DATUM.
           IF EQ-IS-RETURNED
               DISPLAY "   RETURNED: " EQ-RETURN-DATUM.
           IF EQ-IS-WRITTEN-OFF OR EQ-IS-RECOVERED
               DISPLAY "   RESOLVED BY OPERATOR " EQ-RESOLVED-BY
                   " ON " EQ-RESOLVED-DATUM.
           IF EQ-IS-RECOVERED
               MOVE EQ-RECOVERY-AMOUNT TO EQ-VALUE-FIELD
               DISPLAY "   AMOUNT RECOVERED: " EQ-VALUE-FIELD.
           DISPLAY " ".

      ******************************************************************
      *    One AUDIT-LOG line per movement of an item, keyed by the
      *    holder, and one per held settlement released.
      ******************************************************************
       LOG-EQUIPMENT-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE SIGNON-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE EQ-ARBEITER-ID TO AUDIT-RECORD-KEY.
           STRING
               "ASSET "        DELIMITED BY SIZE
               EQ-ASSET-NUMBER DELIMITED BY SIZE
               INTO AUDIT-FIELD-NAME.
           PERFORM STAMP-AUDIT-DATE-TIME.
           WRITE AUDIT-LOG-RECORD.

       LOG-RELEASE-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE SIGNON-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE THE-ARBEITER-ID TO AUDIT-RECORD-KEY.
           MOVE "SETTLEMENT-HOLD" TO AUDIT-FIELD-NAME.
           MOVE "HELD" TO AUDIT-OLD-VALUE.
           STRING
               "RELEASED "       DELIMITED BY SIZE
               SETTLEMENT-PERIOD DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
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
       START-AT-THE-WORKER.
           MOVE THE-ARBEITER-ID TO EQ-ARBEITER-ID.
           MOVE "N" TO EQUIPMENT-AT-END.
           START EQUIPMENT-FILE
               KEY IS EQUAL TO EQ-ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO EQUIPMENT-AT-END.

       READ-EQUIPMENT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ EQUIPMENT-FILE RECORD
               KEY IS EQ-ASSET-NUMBER
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       READ-NEXT-EQUIPMENT-RECORD.
           READ EQUIPMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EQUIPMENT-AT-END.

       WRITE-EQUIPMENT-RECORD.
           WRITE EQUIPMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING EQUIPMENT RECORD".

       REWRITE-EQUIPMENT-RECORD.
           REWRITE EQUIPMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EQUIPMENT RECORD".

       END PROGRAM MAINTENANCE-EQUIPMENT.
