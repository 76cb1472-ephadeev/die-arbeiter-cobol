      ******************************************************************
      * Add, List, Delete - OPERATOR-SCOPE (departments per operator)
      * A supervisor grants each operator the departments they look
      * after. Operators who are not supervisors then see and change
      * only workers in those departments - see CHECK-OPERATOR-SCOPE.
      * Only a supervisor may use this screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-OPERATOR-SCOPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-operator-scope.cbl".
           COPY "select-operator.cbl".
           COPY "select-abteil.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-operator-scope.cbl".
           COPY "fd-operator.cbl".
           COPY "fd-abteil.cbl".

       WORKING-STORAGE SECTION.
       77  OPERATOR-SCOPE-FILE-STATUS PIC XX.
       77  OPERATOR-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  OPERATOR-FILE-MISSING PIC X VALUE "N".
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-OPER-SCOPE".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 3.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  OPERATOR-FOUND     PIC X.
       77  ABTEILUNG-FOUND    PIC X.
       77  SCOPE-AT-END       PIC X.
       77  ROWS-LISTED-COUNT  PIC 9(3).
       77  LIST-OPERATOR-ID   PIC 9(4).
       77  OS-OPERATOR-ID-FIELD PIC Z(4).
       77  OS-ABTEILUNG-ID-FIELD PIC Z(4).
       77  DISPLAY-OPERATOR-NAME PIC X(30).
       77  TODAY-DATUM-PART   PIC 9(8).
       77  TODAY-DATUM-TEXT   PIC X(10).

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
           PERFORM OPEN-OPERATOR-SCOPE-FILE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               MOVE "Y" TO OPERATOR-FILE-MISSING.
           OPEN INPUT ABTEIL-FILE.
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
      *    The scope file is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet. From
      *    then on every operator who is not a supervisor is held to
      *    the departments granted here.
      ******************************************************************
       OPEN-OPERATOR-SCOPE-FILE.
           OPEN I-O OPERATOR-SCOPE-FILE.
           IF OPERATOR-SCOPE-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-SCOPE-FILE
               CLOSE OPERATOR-SCOPE-FILE
               OPEN I-O OPERATOR-SCOPE-FILE.

      ******************************************************************
      *    Operator sign-on - password, lockout and sign-on logging
      *    all live in the shared SIGNON-OPERATOR subprogram. Scope
      *    grants are a supervisor's decision, so an ordinary clerk
      *    is turned away here as well as in the menu.
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
               DISPLAY "ONLY A SUPERVISOR MAY GRANT DEPARTMENT SCOPE"
               MOVE "N" TO SIGNON-OK.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-SCOPE-FILE.
           IF OPERATOR-FILE-MISSING NOT = "Y"
               CLOSE OPERATOR-FILE.
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
           DISPLAY "          1.  GRANT A DEPARTMENT TO AN OPERATOR".
           DISPLAY "          2.  LIST AN OPERATOR'S DEPARTMENTS".
           DISPLAY "          3.  WITHDRAW A DEPARTMENT".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
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
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM DELETE-MODE.

      ******************************************************************
      *    ADD - grant one department at a time.
      ******************************************************************
       ADD-MODE.
           MOVE "GRANT" TO THE-MODE.
           PERFORM GET-NEW-SCOPE-KEY.
           PERFORM ADD-RECORDS
               UNTIL OS-OPERATOR-ID = ZERO.

       GET-NEW-SCOPE-KEY.
           PERFORM ENTER-SCOPE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-SCOPE-KEY
               UNTIL RECORD-FOUND = "N" OR OS-OPERATOR-ID = ZERO.

       FIND-NEW-SCOPE-KEY.
           PERFORM READ-OPERATOR-SCOPE-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "THAT DEPARTMENT IS ALREADY GRANTED"
               PERFORM ENTER-SCOPE-KEY.

       ADD-RECORDS.
           MOVE THIS-OPERATOR-ID TO OS-GRANTED-BY.
           MOVE TODAY-DATUM-TEXT TO OS-GRANTED-DATE.
           WRITE OPERATOR-SCOPE-RECORD
               INVALID KEY
               DISPLAY "THAT DEPARTMENT IS ALREADY GRANTED".
           PERFORM GET-NEW-SCOPE-KEY.

      ******************************************************************
      *    LIST - one operator's departments.
      ******************************************************************
       LIST-MODE.
           MOVE "LIST" TO THE-MODE.
           PERFORM ENTER-OS-OPERATOR-ID.
           PERFORM LIST-ONE-OPERATOR
               UNTIL OS-OPERATOR-ID = ZERO.

       LIST-ONE-OPERATOR.
           MOVE OS-OPERATOR-ID TO LIST-OPERATOR-ID.
           DISPLAY "DEPARTMENTS OF OPERATOR " LIST-OPERATOR-ID " "
               DISPLAY-OPERATOR-NAME.
           MOVE ZERO TO ROWS-LISTED-COUNT.
           MOVE ZERO TO OS-ABTEILUNG-ID.
           MOVE "N" TO SCOPE-AT-END.
           START OPERATOR-SCOPE-FILE
               KEY IS NOT LESS THAN OS-SCOPE-KEY
               INVALID KEY
               MOVE "Y" TO SCOPE-AT-END.
           IF SCOPE-AT-END NOT = "Y"
               PERFORM READ-NEXT-SCOPE
               PERFORM LIST-ONE-SCOPE-LINE
                   UNTIL SCOPE-AT-END = "Y".
           IF ROWS-LISTED-COUNT = ZERO
               DISPLAY "NO DEPARTMENTS GRANTED - THIS OPERATOR SEES "
                   "NO WORKERS UNLESS A SUPERVISOR".
           PERFORM ENTER-OS-OPERATOR-ID.

       LIST-ONE-SCOPE-LINE.
           PERFORM DISPLAY-ONE-SCOPE.
           ADD 1 TO ROWS-LISTED-COUNT.
           PERFORM READ-NEXT-SCOPE.

       READ-NEXT-SCOPE.
           READ OPERATOR-SCOPE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SCOPE-AT-END.
           IF SCOPE-AT-END NOT = "Y" AND
               OS-OPERATOR-ID NOT = LIST-OPERATOR-ID
               MOVE "Y" TO SCOPE-AT-END.

      ******************************************************************
      *    DELETE - withdraw one department.
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-OPERATOR-SCOPE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL OS-OPERATOR-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ONE-SCOPE.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               DELETE OPERATOR-SCOPE-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING OPERATOR SCOPE RECORD".
           PERFORM GET-OPERATOR-SCOPE-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "WITHDRAW THIS DEPARTMENT (Y/N)?".
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
       GET-OPERATOR-SCOPE-RECORD.
           PERFORM ENTER-SCOPE-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-OPERATOR-SCOPE-RECORD
               UNTIL RECORD-FOUND = "Y" OR OS-OPERATOR-ID = ZERO.

       FIND-OPERATOR-SCOPE-RECORD.
           PERFORM READ-OPERATOR-SCOPE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "THAT DEPARTMENT IS NOT GRANTED TO THE "
                   "OPERATOR"
               PERFORM ENTER-SCOPE-KEY.

       READ-OPERATOR-SCOPE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ OPERATOR-SCOPE-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       ENTER-SCOPE-KEY.
           PERFORM ENTER-OS-OPERATOR-ID.
           IF OS-OPERATOR-ID NOT = ZERO
               PERFORM ENTER-OS-ABTEILUNG-ID.

       ENTER-OS-OPERATOR-ID.
           PERFORM ACCEPT-OS-OPERATOR-ID.
           PERFORM RE-ACCEPT-OS-OPERATOR-ID
               UNTIL OPERATOR-FOUND = "Y" OR OS-OPERATOR-ID = ZERO.

       ACCEPT-OS-OPERATOR-ID.
           DISPLAY " ".
           DISPLAY "ENTER OPERATOR ID TO " THE-MODE.
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO OS-OPERATOR-ID-FIELD.
           ACCEPT OS-OPERATOR-ID-FIELD.
           MOVE OS-OPERATOR-ID-FIELD TO OS-OPERATOR-ID.
           PERFORM LOOK-UP-OPERATOR.

       RE-ACCEPT-OS-OPERATOR-ID.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OS-OPERATOR-ID.

      ******************************************************************
      *    Until OPERATOR-FILE is set up any ID is taken, the same
      *    allowance SIGNON-OPERATOR makes.
      ******************************************************************
       LOOK-UP-OPERATOR.
           MOVE SPACE TO DISPLAY-OPERATOR-NAME.
           MOVE "Y" TO OPERATOR-FOUND.
           IF OPERATOR-FILE-MISSING NOT = "Y"
               MOVE OS-OPERATOR-ID TO OPERATOR-ID
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO OPERATOR-FOUND
               END-READ
               IF OPERATOR-FOUND = "Y"
                   MOVE OPERATOR-NAME TO DISPLAY-OPERATOR-NAME
                   IF OPERATOR-IS-SUPERVISOR
                       DISPLAY "NOTE - A SUPERVISOR SEES EVERY "
                           "DEPARTMENT ANYWAY".

       ENTER-OS-ABTEILUNG-ID.
           PERFORM ACCEPT-OS-ABTEILUNG-ID.
           PERFORM RE-ACCEPT-OS-ABTEILUNG-ID
               UNTIL ABTEILUNG-FOUND = "Y".

       ACCEPT-OS-ABTEILUNG-ID.
           DISPLAY "ENTER ABTEILUNG ID".
           MOVE ZERO TO OS-ABTEILUNG-ID-FIELD.
           ACCEPT OS-ABTEILUNG-ID-FIELD.
           MOVE OS-ABTEILUNG-ID-FIELD TO OS-ABTEILUNG-ID.
           MOVE OS-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-FOUND.

       RE-ACCEPT-OS-ABTEILUNG-ID.
           DISPLAY "ABTEILUNG ID NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-OS-ABTEILUNG-ID.

       DISPLAY-ONE-SCOPE.
           MOVE OS-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "** NOT ON FILE **" TO ABTEILUNG-NAME.
           DISPLAY "  OPERATOR " OS-OPERATOR-ID "  ABTEILUNG "
               OS-ABTEILUNG-ID " " ABTEILUNG-NAME(1:30).
           DISPLAY "      GRANTED " OS-GRANTED-DATE " BY OPERATOR "
               OS-GRANTED-BY.

       END PROGRAM MAINTENANCE-OPERATOR-SCOPE.
