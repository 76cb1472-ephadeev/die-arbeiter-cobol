      ******************************************************************
      * Add, Change, List, Delete - PER-DIEM-RATE (travel allowance)
      * One record per band of hours away on a travel day, with the
      * tax-free daily allowance for it. MAINTENANCE-TRAVEL-CLAIM
      * prices every claim's per-diem days off this table when the
      * claim is captured, so a rate change only reaches claims
      * captured after it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-PER-DIEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-per-diem-rate.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-per-diem-rate.cbl".

       WORKING-STORAGE SECTION.
       77  PER-DIEM-RATE-FILE-STATUS PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-PER-DIEM".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  RATE-AT-END        PIC X.
       77  ROWS-LISTED-COUNT  PIC 9(3).
       77  PDR-MIN-HOURS-FIELD PIC Z9.
       77  PDR-DAILY-RATE-FIELD PIC ZZ9.99.

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
           PERFORM OPEN-PER-DIEM-RATE-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The rate table is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-PER-DIEM-RATE-FILE.
           OPEN I-O PER-DIEM-RATE-FILE.
           IF PER-DIEM-RATE-FILE-STATUS = "35"
               OPEN OUTPUT PER-DIEM-RATE-FILE
               CLOSE PER-DIEM-RATE-FILE
               OPEN I-O PER-DIEM-RATE-FILE.

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
           CLOSE PER-DIEM-RATE-FILE.

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
           DISPLAY "          1.  ADD A PER-DIEM BAND".
           DISPLAY "          2.  CHANGE A PER-DIEM BAND".
           DISPLAY "          3.  LIST THE PER-DIEM TABLE".
           DISPLAY "          4.  DELETE A PER-DIEM BAND".
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
      *    ADD
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM ENTER-PDR-MIN-HOURS.
           PERFORM ADD-RECORDS
               UNTIL PDR-MIN-HOURS = ZERO.

       ADD-RECORDS.
           PERFORM ENTER-PDR-DAILY-RATE.
           PERFORM ENTER-PDR-DESCRIPTION.
           WRITE PER-DIEM-RATE-RECORD
               INVALID KEY
               DISPLAY "A BAND FOR THOSE HOURS IS ALREADY ON FILE".
           PERFORM ENTER-PDR-MIN-HOURS.

      ******************************************************************
      *    CHANGE - the rate and the description of a band.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-RATE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL PDR-MIN-HOURS = ZERO.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ONE-BAND.
           PERFORM ENTER-PDR-DAILY-RATE.
           PERFORM ENTER-PDR-DESCRIPTION.
           REWRITE PER-DIEM-RATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PER-DIEM RECORD".
           PERFORM GET-RATE-RECORD.

       GET-RATE-RECORD.
           PERFORM ENTER-PDR-MIN-HOURS.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-RATE-RECORD
               UNTIL RECORD-FOUND = "Y" OR PDR-MIN-HOURS = ZERO.

       FIND-RATE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ PER-DIEM-RATE-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               DISPLAY "NO BAND ON FILE FOR THOSE HOURS"
               PERFORM ENTER-PDR-MIN-HOURS.

      ******************************************************************
      *    LIST - the whole table in band order off the key.
      ******************************************************************
       LIST-MODE.
           MOVE ZERO TO ROWS-LISTED-COUNT.
           MOVE ZERO TO PDR-MIN-HOURS.
           MOVE "N" TO RATE-AT-END.
           START PER-DIEM-RATE-FILE
               KEY IS NOT LESS THAN PDR-MIN-HOURS
               INVALID KEY
               MOVE "Y" TO RATE-AT-END.
           IF RATE-AT-END NOT = "Y"
               PERFORM READ-NEXT-RATE
               PERFORM LIST-ONE-BAND
                   UNTIL RATE-AT-END = "Y".
           IF ROWS-LISTED-COUNT = ZERO
               DISPLAY "THE PER-DIEM TABLE IS EMPTY".

       LIST-ONE-BAND.
           PERFORM DISPLAY-ONE-BAND.
           ADD 1 TO ROWS-LISTED-COUNT.
           PERFORM READ-NEXT-RATE.

       READ-NEXT-RATE.
           READ PER-DIEM-RATE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RATE-AT-END.

      ******************************************************************
      *    DELETE
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-RATE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL PDR-MIN-HOURS = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ONE-BAND.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               DELETE PER-DIEM-RATE-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING PER-DIEM RECORD".
           PERFORM GET-RATE-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS BAND (Y/N)?".
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
       ENTER-PDR-MIN-HOURS.
           PERFORM ACCEPT-PDR-MIN-HOURS.
           PERFORM RE-ACCEPT-PDR-MIN-HOURS
               UNTIL PDR-MIN-HOURS NOT > 24.

       ACCEPT-PDR-MIN-HOURS.
           DISPLAY " ".
           DISPLAY "ENTER MINIMUM HOURS AWAY FOR THE BAND TO "
               THE-MODE " (1-24)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO PDR-MIN-HOURS-FIELD.
           ACCEPT PDR-MIN-HOURS-FIELD.
           MOVE PDR-MIN-HOURS-FIELD TO PDR-MIN-HOURS.

       RE-ACCEPT-PDR-MIN-HOURS.
           DISPLAY "HOURS MUST BE 1-24 - 24 IS THE FULL-DAY BAND".
           PERFORM ACCEPT-PDR-MIN-HOURS.

       ENTER-PDR-DAILY-RATE.
           DISPLAY "ENTER TAX-FREE DAILY ALLOWANCE FOR THE BAND".
           MOVE ZERO TO PDR-DAILY-RATE-FIELD.
           ACCEPT PDR-DAILY-RATE-FIELD.
           MOVE PDR-DAILY-RATE-FIELD TO PDR-DAILY-RATE.

       ENTER-PDR-DESCRIPTION.
           DISPLAY "ENTER BAND DESCRIPTION".
           MOVE SPACE TO PDR-DESCRIPTION.
           ACCEPT PDR-DESCRIPTION.

       DISPLAY-ONE-BAND.
           MOVE PDR-DAILY-RATE TO PDR-DAILY-RATE-FIELD.
           DISPLAY "  FROM " PDR-MIN-HOURS " HOURS  "
               PDR-DAILY-RATE-FIELD "  " PDR-DESCRIPTION.

       END PROGRAM MAINTENANCE-PER-DIEM.
