      ******************************************************************
      * Add, Change, List, Delete - LETTER-TEXT (standard HR letters)
      * One record per line of each standard letter PRINT-HR-LETTERS
      * sends for a salary change, a transfer or a probation
      * decision. Lines print in line-number order, so numbering in
      * tens leaves room to insert a line later. The merge fields a
      * line may carry are listed with every letter shown.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-LETTER-TEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-letter-text.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-letter-text.cbl".

       WORKING-STORAGE SECTION.
       77  LETTER-TEXT-FILE-STATUS PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-LETTER-TEXT".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  TEXT-AT-END        PIC X.
       77  ROWS-LISTED-COUNT  PIC 9(3).
       77  LIST-LETTER-CODE   PIC X(2).
       77  LTX-LINE-NUMBER-FIELD PIC Z9.

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
           PERFORM OPEN-LETTER-TEXT-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The text file is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-LETTER-TEXT-FILE.
           OPEN I-O LETTER-TEXT-FILE.
           IF LETTER-TEXT-FILE-STATUS = "35"
               OPEN OUTPUT LETTER-TEXT-FILE
               CLOSE LETTER-TEXT-FILE
               OPEN I-O LETTER-TEXT-FILE.

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
           CLOSE LETTER-TEXT-FILE.

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
           DISPLAY "          1.  ADD A LETTER LINE".
           DISPLAY "          2.  CHANGE A LETTER LINE".
           DISPLAY "          3.  LIST A LETTER".
           DISPLAY "          4.  DELETE A LETTER LINE".
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
           PERFORM GET-NEW-TEXT-KEY.
           PERFORM ADD-RECORDS
               UNTIL LTX-LETTER-CODE = SPACE.

       GET-NEW-TEXT-KEY.
           PERFORM ENTER-TEXT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-TEXT-KEY
               UNTIL RECORD-FOUND = "N" OR LTX-LETTER-CODE = SPACE.

       FIND-NEW-TEXT-KEY.
           PERFORM READ-LETTER-TEXT-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "THAT LINE IS ALREADY ON FILE FOR THE LETTER"
               PERFORM ENTER-TEXT-KEY.

       ADD-RECORDS.
           PERFORM ENTER-LTX-TEXT.
           WRITE LETTER-TEXT-RECORD
               INVALID KEY
               DISPLAY "THAT LINE IS ALREADY ON FILE FOR THE LETTER".
           PERFORM GET-NEW-TEXT-KEY.

      ******************************************************************
      *    CHANGE - the text of one line.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-LETTER-TEXT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL LTX-LETTER-CODE = SPACE.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ONE-LINE.
           PERFORM ENTER-LTX-TEXT.
           REWRITE LETTER-TEXT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LETTER TEXT RECORD".
           PERFORM GET-LETTER-TEXT-RECORD.

      ******************************************************************
      *    LIST - one letter in line order, then the merge fields.
      ******************************************************************
       LIST-MODE.
           MOVE "LIST" TO THE-MODE.
           PERFORM ENTER-LTX-LETTER-CODE.
           PERFORM LIST-ONE-LETTER
               UNTIL LTX-LETTER-CODE = SPACE.

       LIST-ONE-LETTER.
           MOVE LTX-LETTER-CODE TO LIST-LETTER-CODE.
           MOVE ZERO TO ROWS-LISTED-COUNT.
           MOVE ZERO TO LTX-LINE-NUMBER.
           MOVE "N" TO TEXT-AT-END.
           START LETTER-TEXT-FILE
               KEY IS NOT LESS THAN LTX-KEY
               INVALID KEY
               MOVE "Y" TO TEXT-AT-END.
           IF TEXT-AT-END NOT = "Y"
               PERFORM READ-NEXT-TEXT
               PERFORM LIST-ONE-TEXT-LINE
                   UNTIL TEXT-AT-END = "Y".
           IF ROWS-LISTED-COUNT = ZERO
               DISPLAY "NO TEXT ON FILE FOR THIS LETTER"
           ELSE
               PERFORM DISPLAY-MERGE-FIELDS.
           PERFORM ENTER-LTX-LETTER-CODE.

       LIST-ONE-TEXT-LINE.
           PERFORM DISPLAY-ONE-LINE.
           ADD 1 TO ROWS-LISTED-COUNT.
           PERFORM READ-NEXT-TEXT.

       READ-NEXT-TEXT.
           READ LETTER-TEXT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TEXT-AT-END.
           IF TEXT-AT-END NOT = "Y" AND
               LTX-LETTER-CODE NOT = LIST-LETTER-CODE
               MOVE "Y" TO TEXT-AT-END.

       DISPLAY-MERGE-FIELDS.
           DISPLAY " ".
           DISPLAY "MERGE FIELDS: &N NAME  &D EFFECTIVE DATE  "
               "&T JOB TITLE".
           DISPLAY "  &A DEPARTMENT  &B PREVIOUS DEPARTMENT  "
               "&O OLD SALARY".
           DISPLAY "  &S NEW SALARY  &C CHANGE  &E PROBATION END".

      ******************************************************************
      *    DELETE
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-LETTER-TEXT-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL LTX-LETTER-CODE = SPACE.

       DELETE-RECORDS.
           PERFORM DISPLAY-ONE-LINE.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               DELETE LETTER-TEXT-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING LETTER TEXT RECORD".
           PERFORM GET-LETTER-TEXT-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS LINE (Y/N)?".
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
       GET-LETTER-TEXT-RECORD.
           PERFORM ENTER-TEXT-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-LETTER-TEXT-RECORD
               UNTIL RECORD-FOUND = "Y" OR LTX-LETTER-CODE = SPACE.

       FIND-LETTER-TEXT-RECORD.
           PERFORM READ-LETTER-TEXT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO SUCH LINE ON FILE FOR THE LETTER"
               PERFORM ENTER-TEXT-KEY.

       READ-LETTER-TEXT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ LETTER-TEXT-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       ENTER-TEXT-KEY.
           PERFORM ENTER-LTX-LETTER-CODE.
           IF LTX-LETTER-CODE NOT = SPACE
               PERFORM ENTER-LTX-LINE-NUMBER.

       ENTER-LTX-LETTER-CODE.
           PERFORM ACCEPT-LTX-LETTER-CODE.
           PERFORM RE-ACCEPT-LTX-LETTER-CODE
               UNTIL LTX-CODE-IS-VALID OR LTX-LETTER-CODE = SPACE.

       ACCEPT-LTX-LETTER-CODE.
           DISPLAY " ".
           DISPLAY "ENTER LETTER CODE TO " THE-MODE.
           DISPLAY "SI SALARY INCREASE   SD SALARY REDUCTION".
           DISPLAY "TR TRANSFER          PC PROBATION CONFIRMED".
           DISPLAY "PE PROBATION EXTENDED  PT PROBATION TERMINATED".
           DISPLAY "PRESS ENTER TO STOP ENTRY".
           MOVE SPACE TO LTX-LETTER-CODE.
           ACCEPT LTX-LETTER-CODE.
           INSPECT LTX-LETTER-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-LTX-LETTER-CODE.
           DISPLAY "NOT A LETTER CODE".
           PERFORM ACCEPT-LTX-LETTER-CODE.

       ENTER-LTX-LINE-NUMBER.
           PERFORM ACCEPT-LTX-LINE-NUMBER.
           PERFORM RE-ACCEPT-LTX-LINE-NUMBER
               UNTIL LTX-LINE-NUMBER > ZERO.

       ACCEPT-LTX-LINE-NUMBER.
           DISPLAY "ENTER LINE NUMBER (1-99)".
           MOVE ZERO TO LTX-LINE-NUMBER-FIELD.
           ACCEPT LTX-LINE-NUMBER-FIELD.
           MOVE LTX-LINE-NUMBER-FIELD TO LTX-LINE-NUMBER.

       RE-ACCEPT-LTX-LINE-NUMBER.
           DISPLAY "LINE NUMBER MUST BE 1-99".
           PERFORM ACCEPT-LTX-LINE-NUMBER.

       ENTER-LTX-TEXT.
           DISPLAY "ENTER THE LINE TEXT (UP TO 70 CHARACTERS, "
               "BLANK FOR AN EMPTY LINE)".
           MOVE SPACE TO LTX-TEXT.
           ACCEPT LTX-TEXT.

       DISPLAY-ONE-LINE.
           DISPLAY "  " LTX-LETTER-CODE " " LTX-LINE-NUMBER "  "
               LTX-TEXT.

       END PROGRAM MAINTENANCE-LETTER-TEXT.
