       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-LEAVE-REQ".
       77  SCOPE-WORKER-ON-FILE  PIC X.
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 2.

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           PERFORM ENTER-LIST-ARBEITER-ID.

       ENTER-LIST-ARBEITER-ID.
           PERFORM ACCEPT-LIST-ARBEITER-ID.
           PERFORM RE-ACCEPT-LIST-ARBEITER-ID
               UNTIL SCOPE-OK = "Y".

       ACCEPT-LIST-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID TO LIST (0 TO STOP)".
           MOVE ZERO TO LIST-ARBEITER-ID-FIELD.
           ACCEPT LIST-ARBEITER-ID-FIELD.
           MOVE LIST-ARBEITER-ID-FIELD TO LIST-ARBEITER-ID.
           MOVE LIST-ARBEITER-ID TO SCOPE-ARBEITER-ID.
           PERFORM CHECK-WORKER-IN-SCOPE.

       RE-ACCEPT-LIST-ARBEITER-ID.
           PERFORM ACCEPT-LIST-ARBEITER-ID.

       LIST-WORKER-REQUESTS.
           MOVE ZERO TO REQUESTS-LISTED-COUNT.
      *    MAINTENANCE-URLAUB, applied to the request.
      ******************************************************************
       ENTER-LR-ARBEITER-ID.
           PERFORM ACCEPT-LR-ARBEITER-ID.
           PERFORM RE-ACCEPT-LR-ARBEITER-ID
               UNTIL SCOPE-OK = "Y".

       ACCEPT-LR-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A REQUEST (1-999999)".
           MOVE ZERO TO LIST-ARBEITER-ID-FIELD.
           ACCEPT LIST-ARBEITER-ID-FIELD.
           MOVE LIST-ARBEITER-ID-FIELD TO LR-ARBEITER-ID.
           MOVE LR-ARBEITER-ID TO SCOPE-ARBEITER-ID.
           PERFORM CHECK-WORKER-IN-SCOPE.

       RE-ACCEPT-LR-ARBEITER-ID.
           PERFORM ACCEPT-LR-ARBEITER-ID.

      ******************************************************************
      *    Department scope - an operator who is not a supervisor
      *    may only work on workers in the departments granted to
      *    them; CHECK-OPERATOR-SCOPE shows and logs a refusal. An
      *    ID not on the master file is left to the checks further
      *    on.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "Y" TO SCOPE-OK.
           IF SCOPE-ARBEITER-ID NOT = ZERO
               MOVE SCOPE-ARBEITER-ID TO ARBEITER-ID
               MOVE "Y" TO SCOPE-WORKER-ON-FILE
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO SCOPE-WORKER-ON-FILE
               END-READ
               IF SCOPE-WORKER-ON-FILE = "Y"
                   MOVE "O" TO SCOPE-FUNCTION
                   MOVE SIGNON-PROGRAM-NAME TO SCOPE-PROGRAM-NAME
                   MOVE THIS-OPERATOR-ID TO SCOPE-OPERATOR-ID
                   MOVE THIS-OPERATOR-IS-SUPERVISOR
                       TO SCOPE-SUPERVISOR-FLAG
                   MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
                   CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       ENTER-LR-ART.
           PERFORM ACCEPT-LR-ART.
