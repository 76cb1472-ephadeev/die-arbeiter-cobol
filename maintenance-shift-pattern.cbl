      ******************************************************************
      * Add, Change, List, Delete - SHIFT-PATTERN (department shifts)
      * One record per shift a department works, with its hours,
      * the weekdays it runs and the minimum headcount it needs.
      * MAINTENANCE-ROSTER only rosters a worker onto a shift code
      * set up here for the department, and PRINT-ROSTER-COVERAGE
      * measures each week's roster against the minimum headcount.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-SHIFT-PATTERN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-shift-pattern.cbl".
           COPY "select-abteil.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-shift-pattern.cbl".
           COPY "fd-abteil.cbl".

       WORKING-STORAGE SECTION.
       77  SHIFT-PATTERN-FILE-STATUS PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-SHIFT-PATTERN".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  ABTEILUNG-FOUND    PIC X.
       77  WHICH-FIELD        PIC 9.
       77  PATTERN-AT-END     PIC X.
       77  ROWS-LISTED-COUNT  PIC 9(3).
       77  LIST-ABTEILUNG-ID  PIC 9(4).
       77  SP-ABTEILUNG-ID-FIELD PIC Z(4).
       77  SP-MIN-HEADCOUNT-FIELD PIC ZZ9.

       77  TIME-TO-CHECK      PIC X(5).
       77  TIME-VALID         PIC X.
       77  TIME-HOURS         PIC 99.
       77  TIME-MINUTES       PIC 99.
       77  RUN-DAY-Y-COUNT    PIC 9.
       77  RUN-DAY-N-COUNT    PIC 9.

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
           PERFORM OPEN-SHIFT-PATTERN-FILE.
           OPEN INPUT ABTEIL-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The pattern table is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-SHIFT-PATTERN-FILE.
           OPEN I-O SHIFT-PATTERN-FILE.
           IF SHIFT-PATTERN-FILE-STATUS = "35"
               OPEN OUTPUT SHIFT-PATTERN-FILE
               CLOSE SHIFT-PATTERN-FILE
               OPEN I-O SHIFT-PATTERN-FILE.

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
           CLOSE SHIFT-PATTERN-FILE.
           CLOSE ABTEIL-FILE.

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
           DISPLAY "          1.  ADD A SHIFT PATTERN".
           DISPLAY "          2.  CHANGE A SHIFT PATTERN".
           DISPLAY "          3.  LIST A DEPARTMENT'S SHIFTS".
           DISPLAY "          4.  DELETE A SHIFT PATTERN".
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
      *    ADD - the department must exist on abteil.dat before a
      *    shift can be set up for it.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-PATTERN-KEY.
           PERFORM ADD-RECORDS
               UNTIL SP-ABTEILUNG-ID = ZERO.

       GET-NEW-PATTERN-KEY.
           PERFORM INIT-SHIFT-PATTERN-RECORD.
           PERFORM ENTER-PATTERN-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-PATTERN-KEY
               UNTIL RECORD-FOUND = "N" OR SP-ABTEILUNG-ID = ZERO.

       FIND-NEW-PATTERN-KEY.
           PERFORM READ-SHIFT-PATTERN-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "THAT SHIFT IS ALREADY ON FILE FOR THE "
                   "DEPARTMENT"
               PERFORM ENTER-PATTERN-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           WRITE SHIFT-PATTERN-RECORD
               INVALID KEY
               DISPLAY "THAT SHIFT IS ALREADY ON FILE FOR THE "
                   "DEPARTMENT".
           PERFORM GET-NEW-PATTERN-KEY.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-SP-DESCRIPTION.
           PERFORM ENTER-SP-START-TIME.
           PERFORM ENTER-SP-END-TIME.
           PERFORM ENTER-SP-RUN-DAYS.
           PERFORM ENTER-SP-MIN-HEADCOUNT.

      ******************************************************************
      *    CHANGE
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-SHIFT-PATTERN-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL SP-ABTEILUNG-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-SHIFT-PATTERN-RECORD.

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
               PERFORM ENTER-SP-DESCRIPTION.
           IF WHICH-FIELD = 2
               PERFORM ENTER-SP-START-TIME.
           IF WHICH-FIELD = 3
               PERFORM ENTER-SP-END-TIME.
           IF WHICH-FIELD = 4
               PERFORM ENTER-SP-RUN-DAYS.
           IF WHICH-FIELD = 5
               PERFORM ENTER-SP-MIN-HEADCOUNT.
           REWRITE SHIFT-PATTERN-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SHIFT PATTERN RECORD".

      ******************************************************************
      *    LIST - every shift of one department in code order.
      ******************************************************************
       LIST-MODE.
           MOVE "LIST" TO THE-MODE.
           PERFORM INIT-SHIFT-PATTERN-RECORD.
           PERFORM ENTER-SP-ABTEILUNG-ID.
           PERFORM LIST-ONE-DEPARTMENT
               UNTIL SP-ABTEILUNG-ID = ZERO.

       LIST-ONE-DEPARTMENT.
           MOVE SP-ABTEILUNG-ID TO LIST-ABTEILUNG-ID.
           MOVE ZERO TO ROWS-LISTED-COUNT.
           MOVE LOW-VALUES TO SP-SHIFT-CODE.
           MOVE "N" TO PATTERN-AT-END.
           START SHIFT-PATTERN-FILE
               KEY IS NOT LESS THAN SP-PATTERN-KEY
               INVALID KEY
               MOVE "Y" TO PATTERN-AT-END.
           IF PATTERN-AT-END NOT = "Y"
               PERFORM READ-NEXT-PATTERN
               PERFORM LIST-ONE-PATTERN
                   UNTIL PATTERN-AT-END = "Y".
           IF ROWS-LISTED-COUNT = ZERO
               DISPLAY "NO SHIFTS ON FILE FOR THIS DEPARTMENT".
           PERFORM INIT-SHIFT-PATTERN-RECORD.
           PERFORM ENTER-SP-ABTEILUNG-ID.

       LIST-ONE-PATTERN.
           PERFORM DISPLAY-ONE-PATTERN.
           ADD 1 TO ROWS-LISTED-COUNT.
           PERFORM READ-NEXT-PATTERN.

       READ-NEXT-PATTERN.
           READ SHIFT-PATTERN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PATTERN-AT-END.
           IF PATTERN-AT-END NOT = "Y" AND
               SP-ABTEILUNG-ID NOT = LIST-ABTEILUNG-ID
               MOVE "Y" TO PATTERN-AT-END.

      ******************************************************************
      *    DELETE - shifts already rostered keep their code on
      *    ROSTER-FILE; the code simply can no longer be rostered.
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-SHIFT-PATTERN-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL SP-ABTEILUNG-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               DELETE SHIFT-PATTERN-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING SHIFT PATTERN RECORD".
           PERFORM GET-SHIFT-PATTERN-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS SHIFT (Y/N)?".
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
       INIT-SHIFT-PATTERN-RECORD.
           MOVE SPACE TO SHIFT-PATTERN-RECORD.
           MOVE ZERO TO SP-ABTEILUNG-ID.
           MOVE ZERO TO SP-MIN-HEADCOUNT.

       GET-SHIFT-PATTERN-RECORD.
           PERFORM INIT-SHIFT-PATTERN-RECORD.
           PERFORM ENTER-PATTERN-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-SHIFT-PATTERN-RECORD
               UNTIL RECORD-FOUND = "Y" OR SP-ABTEILUNG-ID = ZERO.

       FIND-SHIFT-PATTERN-RECORD.
           PERFORM READ-SHIFT-PATTERN-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO SUCH SHIFT ON FILE FOR THE DEPARTMENT"
               PERFORM ENTER-PATTERN-KEY.

       READ-SHIFT-PATTERN-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ SHIFT-PATTERN-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

      ******************************************************************
      *    The key - an existing department, then the shift code.
      ******************************************************************
       ENTER-PATTERN-KEY.
           PERFORM ENTER-SP-ABTEILUNG-ID.
           MOVE "N" TO ABTEILUNG-FOUND.
           PERFORM FIND-PATTERN-ABTEILUNG
               UNTIL ABTEILUNG-FOUND = "Y" OR SP-ABTEILUNG-ID = ZERO.
           IF SP-ABTEILUNG-ID NOT = ZERO
               PERFORM ENTER-SP-SHIFT-CODE.

       FIND-PATTERN-ABTEILUNG.
           MOVE SP-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-FOUND.
           IF ABTEILUNG-FOUND = "N"
               DISPLAY "NO ABTEILUNG WITH THAT ID ON FILE"
               PERFORM ENTER-SP-ABTEILUNG-ID.

       ENTER-SP-ABTEILUNG-ID.
           DISPLAY " ".
           DISPLAY "ENTER ABTEILUNG ID".
           DISPLAY "TO " THE-MODE " A SHIFT (1-9999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO SP-ABTEILUNG-ID-FIELD.
           ACCEPT SP-ABTEILUNG-ID-FIELD.
           MOVE SP-ABTEILUNG-ID-FIELD TO SP-ABTEILUNG-ID.

       ENTER-SP-SHIFT-CODE.
           PERFORM ACCEPT-SP-SHIFT-CODE.
           PERFORM RE-ACCEPT-SP-SHIFT-CODE
               UNTIL SP-SHIFT-CODE NOT = SPACE AND
                     SP-SHIFT-CODE(1:1) NOT = "-".

       ACCEPT-SP-SHIFT-CODE.
           DISPLAY "ENTER SHIFT CODE (E.G. F, S, N OR F1)".
           MOVE SPACE TO SP-SHIFT-CODE.
           ACCEPT SP-SHIFT-CODE.
           INSPECT SP-SHIFT-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SP-SHIFT-CODE.
           DISPLAY "SHIFT CODE MUST BE ENTERED AND MAY NOT START "
               "WITH -".
           PERFORM ACCEPT-SP-SHIFT-CODE.

       ENTER-SP-DESCRIPTION.
           PERFORM ACCEPT-SP-DESCRIPTION.
           PERFORM RE-ACCEPT-SP-DESCRIPTION
               UNTIL SP-DESCRIPTION NOT = SPACES.

       ACCEPT-SP-DESCRIPTION.
           DISPLAY "ENTER SHIFT DESCRIPTION".
           MOVE SPACE TO SP-DESCRIPTION.
           ACCEPT SP-DESCRIPTION.
           INSPECT SP-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SP-DESCRIPTION.
           DISPLAY "SHIFT DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-SP-DESCRIPTION.

       ENTER-SP-START-TIME.
           PERFORM ACCEPT-SP-START-TIME.
           PERFORM RE-ACCEPT-SP-START-TIME
               UNTIL TIME-VALID = "Y".

       ACCEPT-SP-START-TIME.
           DISPLAY "ENTER SHIFT START TIME IN FORMAT HH:MM".
           MOVE SPACE TO SP-START-TIME.
           ACCEPT SP-START-TIME.
           MOVE SP-START-TIME TO TIME-TO-CHECK.
           PERFORM VALIDATE-TIME-FORMAT.

       RE-ACCEPT-SP-START-TIME.
           DISPLAY "TIME MUST BE 00:00-23:59".
           PERFORM ACCEPT-SP-START-TIME.

       ENTER-SP-END-TIME.
           PERFORM ACCEPT-SP-END-TIME.
           PERFORM RE-ACCEPT-SP-END-TIME
               UNTIL TIME-VALID = "Y".

       ACCEPT-SP-END-TIME.
           DISPLAY "ENTER SHIFT END TIME IN FORMAT HH:MM".
           DISPLAY "(EARLIER THAN THE START FOR A NIGHT SHIFT)".
           MOVE SPACE TO SP-END-TIME.
           ACCEPT SP-END-TIME.
           MOVE SP-END-TIME TO TIME-TO-CHECK.
           PERFORM VALIDATE-TIME-FORMAT.

       RE-ACCEPT-SP-END-TIME.
           DISPLAY "TIME MUST BE 00:00-23:59".
           PERFORM ACCEPT-SP-END-TIME.

       VALIDATE-TIME-FORMAT.
           MOVE "Y" TO TIME-VALID.
           IF TIME-TO-CHECK(3:1) NOT = ":" OR
               TIME-TO-CHECK(1:2) IS NOT NUMERIC OR
               TIME-TO-CHECK(4:2) IS NOT NUMERIC
               MOVE "N" TO TIME-VALID
           ELSE
               MOVE TIME-TO-CHECK(1:2) TO TIME-HOURS
               MOVE TIME-TO-CHECK(4:2) TO TIME-MINUTES
               IF TIME-HOURS > 23 OR TIME-MINUTES > 59
                   MOVE "N" TO TIME-VALID.

      ******************************************************************
      *    Run days - seven Y/N flags, Monday first, for the
      *    weekdays the shift is worked.
      ******************************************************************
       ENTER-SP-RUN-DAYS.
           PERFORM ACCEPT-SP-RUN-DAYS.
           PERFORM RE-ACCEPT-SP-RUN-DAYS
               UNTIL RUN-DAY-Y-COUNT + RUN-DAY-N-COUNT = 7.

       ACCEPT-SP-RUN-DAYS.
           DISPLAY "ENTER THE DAYS THE SHIFT RUNS AS 7 Y/N FLAGS,".
           DISPLAY "MONDAY FIRST (E.G. YYYYYNN FOR MONDAY-FRIDAY)".
           MOVE SPACE TO SP-RUN-DAYS.
           ACCEPT SP-RUN-DAYS.
           INSPECT SP-RUN-DAYS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE ZERO TO RUN-DAY-Y-COUNT.
           MOVE ZERO TO RUN-DAY-N-COUNT.
           INSPECT SP-RUN-DAYS
               TALLYING RUN-DAY-Y-COUNT FOR ALL "Y"
                        RUN-DAY-N-COUNT FOR ALL "N".

       RE-ACCEPT-SP-RUN-DAYS.
           DISPLAY "ENTER EXACTLY 7 FLAGS, EACH Y OR N".
           PERFORM ACCEPT-SP-RUN-DAYS.

       ENTER-SP-MIN-HEADCOUNT.
           DISPLAY "ENTER MINIMUM HEADCOUNT FOR THE SHIFT (0-999)".
           DISPLAY "(0 MEANS THE SHIFT HAS NO MINIMUM)".
           MOVE ZERO TO SP-MIN-HEADCOUNT-FIELD.
           ACCEPT SP-MIN-HEADCOUNT-FIELD.
           MOVE SP-MIN-HEADCOUNT-FIELD TO SP-MIN-HEADCOUNT.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ABTEILUNG ID: " SP-ABTEILUNG-ID
               "   SHIFT CODE: " SP-SHIFT-CODE.
           DISPLAY "1. DESCRIPTION: " SP-DESCRIPTION.
           DISPLAY "2. START TIME: " SP-START-TIME.
           DISPLAY "3. END TIME: " SP-END-TIME.
           DISPLAY "4. RUN DAYS (MON-SUN): " SP-RUN-DAYS.
           DISPLAY "5. MINIMUM HEADCOUNT: " SP-MIN-HEADCOUNT.
           DISPLAY " ".

       DISPLAY-ONE-PATTERN.
           DISPLAY "  " SP-SHIFT-CODE "  " SP-DESCRIPTION "  "
               SP-START-TIME "-" SP-END-TIME "  " SP-RUN-DAYS
               "  MIN " SP-MIN-HEADCOUNT.

       END PROGRAM MAINTENANCE-SHIFT-PATTERN.
