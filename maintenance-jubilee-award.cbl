      ******************************************************************
      * Add, Change, List, Delete - JUBILEE-AWARD (service anniversary)
      * One record per anniversary that carries an award, with the
      * one-off payment and the extra vacation days it brings.
      * JUBILEE-AWARD-RUN pays them out; an anniversary not on the
      * table brings nothing. Option 5 sets the company rule for
      * service before a rehire - the longest break, in whole
      * months, after which the earlier employment still counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-JUBILEE-AWARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-jubilee-award.cbl".

           COPY "select-rehire-rule.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-jubilee-award.cbl".

           COPY "fd-rehire-rule.cbl".

       WORKING-STORAGE SECTION.
       77  JUBILEE-AWARD-FILE-STATUS PIC XX.
       77  REHIRE-RULE-FILE-STATUS PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-JUBILEE-AWARD".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 5.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  AWARD-AT-END       PIC X.
       77  ROWS-LISTED-COUNT  PIC 9(3).
       77  JA-YEARS-FIELD     PIC Z9.
       77  JA-ENTRY-STOPPED   PIC X.
       77  JA-AMOUNT-FIELD    PIC Z(6)9.99.
       77  JA-EXTRA-DAYS-FIELD PIC Z9.

       77  RULE-IS-SET        PIC X.
       77  CHANGE-THE-RULE    PIC X.
       77  NEW-BREAK-MONTHS-FIELD PIC ZZ9.

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
           PERFORM OPEN-JUBILEE-AWARD-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The award table is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-JUBILEE-AWARD-FILE.
           OPEN I-O JUBILEE-AWARD-FILE.
           IF JUBILEE-AWARD-FILE-STATUS = "35"
               OPEN OUTPUT JUBILEE-AWARD-FILE
               CLOSE JUBILEE-AWARD-FILE
               OPEN I-O JUBILEE-AWARD-FILE.

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
           CLOSE JUBILEE-AWARD-FILE.

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
           DISPLAY "          1.  ADD AN ANNIVERSARY AWARD".
           DISPLAY "          2.  CHANGE AN ANNIVERSARY AWARD".
           DISPLAY "          3.  LIST THE AWARD TABLE".
           DISPLAY "          4.  DELETE AN ANNIVERSARY AWARD".
           DISPLAY "          5.  SET THE REHIRE SERVICE RULE".
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
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM DELETE-MODE
           ELSE
           IF MENU-PICK = 5
               PERFORM REHIRE-RULE-MODE.

      ******************************************************************
      *    ADD
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM ENTER-JA-YEARS.
           PERFORM ADD-RECORDS
               UNTIL JA-ENTRY-STOPPED = "Y".

       ADD-RECORDS.
           PERFORM ENTER-JA-AWARD.
           PERFORM ENTER-JA-DESCRIPTION.
           WRITE JUBILEE-AWARD-RECORD
               INVALID KEY
               DISPLAY "AN AWARD FOR THOSE YEARS IS ALREADY ON FILE".
           PERFORM ENTER-JA-YEARS.

      ******************************************************************
      *    CHANGE - the payment, the days and the description.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-AWARD-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL JA-ENTRY-STOPPED = "Y".

       CHANGE-RECORDS.
           PERFORM DISPLAY-ONE-AWARD.
           PERFORM ENTER-JA-AWARD.
           PERFORM ENTER-JA-DESCRIPTION.
           REWRITE JUBILEE-AWARD-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING JUBILEE-AWARD RECORD".
           PERFORM GET-AWARD-RECORD.

       GET-AWARD-RECORD.
           PERFORM ENTER-JA-YEARS.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-AWARD-RECORD
               UNTIL RECORD-FOUND = "Y" OR JA-ENTRY-STOPPED = "Y".

       FIND-AWARD-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ JUBILEE-AWARD-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               DISPLAY "NO AWARD ON FILE FOR THOSE YEARS"
               PERFORM ENTER-JA-YEARS.

      ******************************************************************
      *    LIST - the whole table in years order off the key.
      ******************************************************************
       LIST-MODE.
           MOVE ZERO TO ROWS-LISTED-COUNT.
           MOVE ZERO TO JA-YEARS.
           MOVE "N" TO AWARD-AT-END.
           START JUBILEE-AWARD-FILE
               KEY IS NOT LESS THAN JA-YEARS
               INVALID KEY
               MOVE "Y" TO AWARD-AT-END.
           IF AWARD-AT-END NOT = "Y"
               PERFORM READ-NEXT-AWARD
               PERFORM LIST-ONE-AWARD
                   UNTIL AWARD-AT-END = "Y".
           IF ROWS-LISTED-COUNT = ZERO
               DISPLAY "THE AWARD TABLE IS EMPTY - "
                   "NO ANNIVERSARY CARRIES AN AWARD".

       LIST-ONE-AWARD.
           PERFORM DISPLAY-ONE-AWARD.
           ADD 1 TO ROWS-LISTED-COUNT.
           PERFORM READ-NEXT-AWARD.

       READ-NEXT-AWARD.
           READ JUBILEE-AWARD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO AWARD-AT-END.

      ******************************************************************
      *    DELETE
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-AWARD-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL JA-ENTRY-STOPPED = "Y".

       DELETE-RECORDS.
           PERFORM DISPLAY-ONE-AWARD.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               DELETE JUBILEE-AWARD-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING JUBILEE-AWARD RECORD".
           PERFORM GET-AWARD-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS AWARD (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-DELETE.

      ******************************************************************
      *    Routines shared by all modes - 99 stops entry; the years
      *    are completed years of service, so 0 is not an award.
      ******************************************************************
       ENTER-JA-YEARS.
           PERFORM ACCEPT-JA-YEARS.
           PERFORM RE-ACCEPT-JA-YEARS
               UNTIL JA-YEARS > ZERO.

       ACCEPT-JA-YEARS.
           DISPLAY " ".
           DISPLAY "ENTER COMPLETED YEARS OF SERVICE FOR THE AWARD TO "
               THE-MODE " (1-98)".
           DISPLAY "ENTER 99 TO STOP ENTRY".
           MOVE ZERO TO JA-YEARS-FIELD.
           ACCEPT JA-YEARS-FIELD.
           MOVE JA-YEARS-FIELD TO JA-YEARS.
           IF JA-YEARS = 99
               MOVE "Y" TO JA-ENTRY-STOPPED
           ELSE
               MOVE "N" TO JA-ENTRY-STOPPED.

       RE-ACCEPT-JA-YEARS.
           DISPLAY "YEARS MUST BE 1-98".
           PERFORM ACCEPT-JA-YEARS.

      ******************************************************************
      *    The payment, the extra days, or both - an award of
      *    nothing at all is refused.
      ******************************************************************
       ENTER-JA-AWARD.
           PERFORM ACCEPT-JA-AWARD.
           PERFORM RE-ACCEPT-JA-AWARD
               UNTIL JA-AMOUNT > ZERO OR JA-EXTRA-DAYS > ZERO.

       ACCEPT-JA-AWARD.
           DISPLAY "ENTER ONE-OFF PAYMENT (0 FOR NONE)".
           MOVE ZERO TO JA-AMOUNT-FIELD.
           ACCEPT JA-AMOUNT-FIELD.
           MOVE JA-AMOUNT-FIELD TO JA-AMOUNT.
           DISPLAY "ENTER EXTRA VACATION DAYS (0 FOR NONE)".
           MOVE ZERO TO JA-EXTRA-DAYS-FIELD.
           ACCEPT JA-EXTRA-DAYS-FIELD.
           MOVE JA-EXTRA-DAYS-FIELD TO JA-EXTRA-DAYS.

       RE-ACCEPT-JA-AWARD.
           DISPLAY "AN AWARD NEEDS A PAYMENT OR EXTRA DAYS".
           PERFORM ACCEPT-JA-AWARD.

       ENTER-JA-DESCRIPTION.
           DISPLAY "ENTER AWARD DESCRIPTION".
           MOVE SPACE TO JA-DESCRIPTION.
           ACCEPT JA-DESCRIPTION.

       DISPLAY-ONE-AWARD.
           MOVE JA-AMOUNT TO JA-AMOUNT-FIELD.
           MOVE JA-EXTRA-DAYS TO JA-EXTRA-DAYS-FIELD.
           DISPLAY "  " JA-YEARS " YEARS  PAYMENT " JA-AMOUNT-FIELD
               "  EXTRA DAYS " JA-EXTRA-DAYS-FIELD "  "
               JA-DESCRIPTION.

      ******************************************************************
      *    REHIRE RULE - single-record setting. Status "35" means it
      *    has never been written, so earlier service never counts.
      ******************************************************************
       REHIRE-RULE-MODE.
           PERFORM LOAD-REHIRE-RULE.
           PERFORM DISPLAY-REHIRE-RULE.
           PERFORM ASK-CHANGE-THE-RULE.
           IF CHANGE-THE-RULE = "Y"
               PERFORM ENTER-NEW-REHIRE-RULE.

       LOAD-REHIRE-RULE.
           MOVE "N" TO RULE-IS-SET.
           MOVE ZERO TO RR-MAX-BREAK-MONTHS.
           OPEN INPUT REHIRE-RULE-FILE.
           IF REHIRE-RULE-FILE-STATUS NOT = "35"
               READ REHIRE-RULE-FILE
                   NOT AT END
                   MOVE "Y" TO RULE-IS-SET
               END-READ
               CLOSE REHIRE-RULE-FILE.

       DISPLAY-REHIRE-RULE.
           IF RULE-IS-SET NOT = "Y" OR RR-MAX-BREAK-MONTHS = ZERO
               DISPLAY "NO RULE SET - SERVICE BEFORE A REHIRE "
                   "NEVER COUNTS"
           ELSE
           IF RR-MAX-BREAK-MONTHS = 999
               DISPLAY "SERVICE BEFORE A REHIRE ALWAYS COUNTS"
           ELSE
               DISPLAY "SERVICE BEFORE A REHIRE COUNTS AFTER A BREAK "
                   "OF UP TO " RR-MAX-BREAK-MONTHS " MONTHS".

       ASK-CHANGE-THE-RULE.
           PERFORM ACCEPT-CHANGE-THE-RULE.
           PERFORM RE-ACCEPT-CHANGE-THE-RULE
               UNTIL CHANGE-THE-RULE = "Y" OR "N".

       ACCEPT-CHANGE-THE-RULE.
           DISPLAY "CHANGE THE RULE (Y/N)?".
           ACCEPT CHANGE-THE-RULE.
           INSPECT CHANGE-THE-RULE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CHANGE-THE-RULE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-CHANGE-THE-RULE.

       ENTER-NEW-REHIRE-RULE.
           DISPLAY "ENTER LONGEST BREAK IN WHOLE MONTHS AFTER WHICH".
           DISPLAY "EARLIER SERVICE STILL COUNTS".
           DISPLAY "(0 = NEVER COUNTS, 999 = ALWAYS COUNTS)".
           MOVE ZERO TO NEW-BREAK-MONTHS-FIELD.
           ACCEPT NEW-BREAK-MONTHS-FIELD.
           MOVE NEW-BREAK-MONTHS-FIELD TO RR-MAX-BREAK-MONTHS.
           OPEN OUTPUT REHIRE-RULE-FILE.
           WRITE REHIRE-RULE-RECORD.
           CLOSE REHIRE-RULE-FILE.
           PERFORM DISPLAY-REHIRE-RULE.

       END PROGRAM MAINTENANCE-JUBILEE-AWARD.
