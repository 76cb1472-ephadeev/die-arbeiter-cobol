       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-OVERTIME".
       77  SCOPE-WORKER-ON-FILE  PIC X.
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           MOVE ZERO TO OT-HOURS.

       ENTER-OT-ARBEITER-ID.
           PERFORM ACCEPT-OT-ARBEITER-ID.
           PERFORM RE-ACCEPT-OT-ARBEITER-ID
               UNTIL SCOPE-OK = "Y".

       ACCEPT-OT-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " OVERTIME (1-999999)".
           MOVE ZERO TO OT-ARBEITER-ID-FIELD.
           ACCEPT OT-ARBEITER-ID-FIELD.
           MOVE OT-ARBEITER-ID-FIELD TO OT-ARBEITER-ID.
           MOVE OT-ARBEITER-ID TO SCOPE-ARBEITER-ID.
           PERFORM CHECK-WORKER-IN-SCOPE.

       RE-ACCEPT-OT-ARBEITER-ID.
           PERFORM ACCEPT-OT-ARBEITER-ID.

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

      ******************************************************************
      *    Pay period entry - YYYY-MM, same check as PAYROLL-RUN.
