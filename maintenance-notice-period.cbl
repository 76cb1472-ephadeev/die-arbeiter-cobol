      ******************************************************************
      * Add, Change, List, Delete - NOTICE-PERIOD (termination notice)
      * One record per band of completed service years, with the
      * notice the employer owes and the date it may run out to.
      * CALC-NOTICE-PERIOD works the earliest lawful termination
      * date off this table for INQUIRE-NOTICE-PERIOD and for a
      * dismissal keyed in MAINTENANCE-ARBEITER; with the table
      * empty the statutory scale is used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-NOTICE-PERIOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-notice-period.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-notice-period.cbl".

       WORKING-STORAGE SECTION.
       77  NOTICE-PERIOD-FILE-STATUS PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-NOTICE-PERIOD".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  NOTICE-AT-END        PIC X.
       77  ROWS-LISTED-COUNT  PIC 9(3).
       77  NP-MIN-YEARS-FIELD PIC Z9.
       77  NP-ENTRY-STOPPED   PIC X.
       77  NP-NOTICE-MONTHS-FIELD PIC Z9.
       77  NP-NOTICE-WEEKS-FIELD PIC Z9.
       77  NP-PERIOD-TEXT     PIC X(10).

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
           PERFORM OPEN-NOTICE-PERIOD-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The notice table is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-NOTICE-PERIOD-FILE.
           OPEN I-O NOTICE-PERIOD-FILE.
           IF NOTICE-PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT NOTICE-PERIOD-FILE
               CLOSE NOTICE-PERIOD-FILE
               OPEN I-O NOTICE-PERIOD-FILE.

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
           CLOSE NOTICE-PERIOD-FILE.

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
           DISPLAY "          1.  ADD A NOTICE BAND".
           DISPLAY "          2.  CHANGE A NOTICE BAND".
           DISPLAY "          3.  LIST THE NOTICE TABLE".
           DISPLAY "          4.  DELETE A NOTICE BAND".
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
           PERFORM ENTER-NP-MIN-YEARS.
           PERFORM ADD-RECORDS
               UNTIL NP-ENTRY-STOPPED = "Y".

       ADD-RECORDS.
           PERFORM ENTER-NP-NOTICE-PERIOD.
           PERFORM ENTER-NP-TERM-RULE.
           PERFORM ENTER-NP-DESCRIPTION.
           WRITE NOTICE-PERIOD-RECORD
               INVALID KEY
               DISPLAY "A BAND FOR THOSE YEARS IS ALREADY ON FILE".
           PERFORM ENTER-NP-MIN-YEARS.

      ******************************************************************
      *    CHANGE - the period, its term rule and description.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-NOTICE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL NP-ENTRY-STOPPED = "Y".

       CHANGE-RECORDS.
           PERFORM DISPLAY-ONE-BAND.
           PERFORM ENTER-NP-NOTICE-PERIOD.
           PERFORM ENTER-NP-TERM-RULE.
           PERFORM ENTER-NP-DESCRIPTION.
           REWRITE NOTICE-PERIOD-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING NOTICE-PERIOD RECORD".
           PERFORM GET-NOTICE-RECORD.

       GET-NOTICE-RECORD.
           PERFORM ENTER-NP-MIN-YEARS.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-NOTICE-RECORD
               UNTIL RECORD-FOUND = "Y" OR NP-ENTRY-STOPPED = "Y".

       FIND-NOTICE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ NOTICE-PERIOD-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               DISPLAY "NO BAND ON FILE FOR THOSE YEARS"
               PERFORM ENTER-NP-MIN-YEARS.

      ******************************************************************
      *    LIST - the whole table in band order off the key.
      ******************************************************************
       LIST-MODE.
           MOVE ZERO TO ROWS-LISTED-COUNT.
           MOVE ZERO TO NP-MIN-YEARS.
           MOVE "N" TO NOTICE-AT-END.
           START NOTICE-PERIOD-FILE
               KEY IS NOT LESS THAN NP-MIN-YEARS
               INVALID KEY
               MOVE "Y" TO NOTICE-AT-END.
           IF NOTICE-AT-END NOT = "Y"
               PERFORM READ-NEXT-NOTICE
               PERFORM LIST-ONE-BAND
                   UNTIL NOTICE-AT-END = "Y".
           IF ROWS-LISTED-COUNT = ZERO
               DISPLAY "THE NOTICE TABLE IS EMPTY - "
                   "THE STATUTORY SCALE APPLIES".

       LIST-ONE-BAND.
           PERFORM DISPLAY-ONE-BAND.
           ADD 1 TO ROWS-LISTED-COUNT.
           PERFORM READ-NEXT-NOTICE.

       READ-NEXT-NOTICE.
           READ NOTICE-PERIOD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO NOTICE-AT-END.

      ******************************************************************
      *    DELETE
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-NOTICE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL NP-ENTRY-STOPPED = "Y".

       DELETE-RECORDS.
           PERFORM DISPLAY-ONE-BAND.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               DELETE NOTICE-PERIOD-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING NOTICE-PERIOD RECORD".
           PERFORM GET-NOTICE-RECORD.

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
      *    Routines shared by all modes - 99 stops entry, since 0
      *    years is the basic band for the first years of service.
      ******************************************************************
       ENTER-NP-MIN-YEARS.
           PERFORM ACCEPT-NP-MIN-YEARS.

       ACCEPT-NP-MIN-YEARS.
           DISPLAY " ".
           DISPLAY "ENTER COMPLETED YEARS OF SERVICE FOR THE BAND TO "
               THE-MODE " (0-98)".
           DISPLAY "ENTER 99 TO STOP ENTRY".
           MOVE ZERO TO NP-MIN-YEARS-FIELD.
           ACCEPT NP-MIN-YEARS-FIELD.
           MOVE NP-MIN-YEARS-FIELD TO NP-MIN-YEARS.
           IF NP-MIN-YEARS = 99
               MOVE "Y" TO NP-ENTRY-STOPPED
           ELSE
               MOVE "N" TO NP-ENTRY-STOPPED.

      ******************************************************************
      *    The period is months, or weeks when months is 0 - one of
      *    the two must be given.
      ******************************************************************
       ENTER-NP-NOTICE-PERIOD.
           PERFORM ACCEPT-NP-NOTICE-PERIOD.
           PERFORM RE-ACCEPT-NP-NOTICE-PERIOD
               UNTIL NP-NOTICE-MONTHS > ZERO OR
               NP-NOTICE-WEEKS > ZERO.

       ACCEPT-NP-NOTICE-PERIOD.
           DISPLAY "ENTER NOTICE PERIOD IN MONTHS".
           DISPLAY "(0 FOR A PERIOD IN WEEKS)".
           MOVE ZERO TO NP-NOTICE-MONTHS-FIELD.
           ACCEPT NP-NOTICE-MONTHS-FIELD.
           MOVE NP-NOTICE-MONTHS-FIELD TO NP-NOTICE-MONTHS.
           MOVE ZERO TO NP-NOTICE-WEEKS.
           IF NP-NOTICE-MONTHS = ZERO
               DISPLAY "ENTER NOTICE PERIOD IN WEEKS"
               MOVE ZERO TO NP-NOTICE-WEEKS-FIELD
               ACCEPT NP-NOTICE-WEEKS-FIELD
               MOVE NP-NOTICE-WEEKS-FIELD TO NP-NOTICE-WEEKS.

       RE-ACCEPT-NP-NOTICE-PERIOD.
           DISPLAY "A NOTICE PERIOD MUST BE GIVEN".
           PERFORM ACCEPT-NP-NOTICE-PERIOD.

       ENTER-NP-TERM-RULE.
           PERFORM ACCEPT-NP-TERM-RULE.
           PERFORM RE-ACCEPT-NP-TERM-RULE
               UNTIL NP-TERM-RULE-VALID.

       ACCEPT-NP-TERM-RULE.
           DISPLAY "NOTICE RUNS OUT ON - E END OF MONTH,".
           DISPLAY "M THE 15TH OR END OF MONTH".
           MOVE SPACE TO NP-TERM-RULE.
           ACCEPT NP-TERM-RULE.
           INSPECT NP-TERM-RULE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-NP-TERM-RULE.
           DISPLAY "YOU MUST ENTER E OR M".
           PERFORM ACCEPT-NP-TERM-RULE.

       ENTER-NP-DESCRIPTION.
           DISPLAY "ENTER BAND DESCRIPTION".
           MOVE SPACE TO NP-DESCRIPTION.
           ACCEPT NP-DESCRIPTION.

       DISPLAY-ONE-BAND.
           IF NP-NOTICE-MONTHS > ZERO
               MOVE NP-NOTICE-MONTHS TO NP-NOTICE-MONTHS-FIELD
               MOVE SPACE TO NP-PERIOD-TEXT
               STRING NP-NOTICE-MONTHS-FIELD DELIMITED BY SIZE
                   " MONTHS" DELIMITED BY SIZE
                   INTO NP-PERIOD-TEXT
           ELSE
               MOVE NP-NOTICE-WEEKS TO NP-NOTICE-WEEKS-FIELD
               MOVE SPACE TO NP-PERIOD-TEXT
               STRING NP-NOTICE-WEEKS-FIELD DELIMITED BY SIZE
                   " WEEKS" DELIMITED BY SIZE
                   INTO NP-PERIOD-TEXT.
           IF NP-TO-MONTH-END
               DISPLAY "  FROM " NP-MIN-YEARS " YEARS  "
                   NP-PERIOD-TEXT " TO MONTH END    " NP-DESCRIPTION
           ELSE
               DISPLAY "  FROM " NP-MIN-YEARS " YEARS  "
                   NP-PERIOD-TEXT " TO 15TH OR END  " NP-DESCRIPTION.

       END PROGRAM MAINTENANCE-NOTICE-PERIOD.
