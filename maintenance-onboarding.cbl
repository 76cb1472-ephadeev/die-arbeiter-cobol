      ******************************************************************
      * Inquire, Tick off - ONBOARDING (new-hire checklist)
      * Shows a new hire's onboarding checklist as SEED-ONBOARDING-
      * TASKS wrote it - standard tasks, the position's required
      * qualifications and the courses that confer them - each
      * with its responsible party and due date. Before the list
      * is shown every open task that can be checked against a
      * file is ticked off automatically when its record has
      * turned up: bank details, address, tax card, the
      * qualification itself, or a completed course booking. The
      * rest (IT access, badge) are ticked off here by hand, with
      * an AUDIT-LOG line naming the operator. A worker hired
      * before the checklist existed can be given one here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-ONBOARDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-onboarding.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-bank-details.cbl".
           COPY "select-adresse.cbl".
           COPY "select-tax-card.cbl".
           COPY "select-qualifikation.cbl".
           COPY "select-booking.cbl".
           COPY "select-audit-log.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-onboarding.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-bank-details.cbl".
           COPY "fd-adresse.cbl".
           COPY "fd-tax-card.cbl".
           COPY "fd-qualifikation.cbl".
           COPY "fd-booking.cbl".
           COPY "fd-audit-log.cbl".

       WORKING-STORAGE SECTION.
       77  ONBOARDING-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  BANK-DETAILS-FILE-STATUS PIC XX.
       77  ADRESSE-FILE-STATUS   PIC XX.
       77  TAX-CARD-FILE-STATUS  PIC XX.
       77  QUALIFIKATION-FILE-STATUS PIC XX.
       77  BOOKING-FILE-STATUS   PIC XX.
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  BANK-DETAILS-FILE-MISSING PIC X VALUE "N".
       77  ADRESSE-FILE-MISSING  PIC X VALUE "N".
       77  TAX-CARD-FILE-MISSING PIC X VALUE "N".
       77  QUALIFIKATION-FILE-MISSING PIC X VALUE "N".
       77  BOOKING-FILE-MISSING  PIC X VALUE "N".
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-ONBOARDING".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 3.

       77  THE-MODE              PIC X(7).
       77  THE-ARBEITER-ID       PIC 9(6).
       77  ARBEITER-ID-FIELD     PIC Z(6).
       77  WORKER-FOUND          PIC X.
       77  ONBOARDING-AT-END     PIC X.
       77  EVIDENCE-FOUND        PIC X.
       77  AUTO-TICKED-COUNT     PIC 9(3).
       77  TASK-LINE-COUNT       PIC 9(2).
       77  TASK-LINE-PICK        PIC 9(2).
       77  TASK-LINE-PICK-FIELD  PIC Z(2).
       77  TASK-FOUND            PIC X.
       77  OVERDUE-MARK          PIC X(8).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  SCOPE-WORKER-ON-FILE  PIC X.

      ******************************************************************
      *    The keys of the tasks on the list just shown, so a task
      *    can be picked by its line number.
      ******************************************************************
       01  TASK-LINE-TABLE.
           05 TASK-LINE-KEY OCCURS 50 TIMES PIC X(13).

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
           PERFORM OPEN-ONBOARDING-FILE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM OPEN-EVIDENCE-FILES.
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

       OPEN-ONBOARDING-FILE.
           OPEN I-O ONBOARDING-FILE.
           IF ONBOARDING-FILE-STATUS = "35"
               OPEN OUTPUT ONBOARDING-FILE
               CLOSE ONBOARDING-FILE
               OPEN I-O ONBOARDING-FILE.

      ******************************************************************
      *    The files a task can be checked against - a file not set
      *    up yet simply ticks nothing off.
      ******************************************************************
       OPEN-EVIDENCE-FILES.
           OPEN INPUT BANK-DETAILS-FILE.
           IF BANK-DETAILS-FILE-STATUS = "35"
               MOVE "Y" TO BANK-DETAILS-FILE-MISSING.
           OPEN INPUT ADRESSE-FILE.
           IF ADRESSE-FILE-STATUS = "35"
               MOVE "Y" TO ADRESSE-FILE-MISSING.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               MOVE "Y" TO TAX-CARD-FILE-MISSING.
           OPEN INPUT QUALIFIKATION-FILE.
           IF QUALIFIKATION-FILE-STATUS = "35"
               MOVE "Y" TO QUALIFIKATION-FILE-MISSING.
           OPEN INPUT BOOKING-FILE.
           IF BOOKING-FILE-STATUS = "35"
               MOVE "Y" TO BOOKING-FILE-MISSING.

      ******************************************************************
      *    Operator sign-on - password, lockout and sign-on logging
      *    all live in the shared SIGNON-OPERATOR subprogram. A
      *    failed sign-on ends the program before the menu is shown.
      ******************************************************************
       CHECK-OPERATOR-LOGIN.
           CALL "SIGNON-OPERATOR" USING SIGNON-PROGRAM-NAME
                                        THIS-OPERATOR-ID
                                        THIS-OPERATOR-IS-SUPERVISOR
                                        SIGNON-OK.
           IF SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS".

       CLOSING-PROCEDURE.
           CLOSE ONBOARDING-FILE.
           CLOSE ARBEITER-FILE.
           IF BANK-DETAILS-FILE-MISSING NOT = "Y"
               CLOSE BANK-DETAILS-FILE.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               CLOSE ADRESSE-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               CLOSE TAX-CARD-FILE.
           IF QUALIFIKATION-FILE-MISSING NOT = "Y"
               CLOSE QUALIFIKATION-FILE.
           IF BOOKING-FILE-MISSING NOT = "Y"
               CLOSE BOOKING-FILE.
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
           DISPLAY "          1.  LOOK UP A CHECKLIST".
           DISPLAY "          2.  TICK OFF ONBOARDING TASKS".
           DISPLAY "          3.  SET UP A CHECKLIST FOR A WORKER".
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
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM TICK-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM SET-UP-MODE.

      ******************************************************************
      *    INQUIRE
      ******************************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-THE-WORKER.
           PERFORM INQUIRE-RECORDS
               UNTIL THE-ARBEITER-ID = ZERO.

       INQUIRE-RECORDS.
           PERFORM SHOW-THE-CHECKLIST.
           PERFORM GET-THE-WORKER.

      ******************************************************************
      *    TICK OFF
      ******************************************************************
       TICK-MODE.
           MOVE "TICK" TO THE-MODE.
           PERFORM GET-THE-WORKER.
           PERFORM TICK-RECORDS
               UNTIL THE-ARBEITER-ID = ZERO.

       TICK-RECORDS.
           PERFORM SHOW-THE-CHECKLIST.
           IF TASK-LINE-COUNT > ZERO
               PERFORM ENTER-TASK-LINE-PICK
               PERFORM TICK-ONE-PICKED-TASK
                   UNTIL TASK-LINE-PICK = ZERO.
           PERFORM GET-THE-WORKER.

       ENTER-TASK-LINE-PICK.
           PERFORM ACCEPT-TASK-LINE-PICK.
           PERFORM RE-ACCEPT-TASK-LINE-PICK
               UNTIL TASK-LINE-PICK NOT > TASK-LINE-COUNT.

       ACCEPT-TASK-LINE-PICK.
           DISPLAY "ENTER THE LINE NUMBER OF A TASK THAT IS DONE".
           DISPLAY "ENTER 0 WHEN FINISHED WITH THIS WORKER".
           MOVE ZERO TO TASK-LINE-PICK-FIELD.
           ACCEPT TASK-LINE-PICK-FIELD.
           MOVE TASK-LINE-PICK-FIELD TO TASK-LINE-PICK.

       RE-ACCEPT-TASK-LINE-PICK.
           DISPLAY "LINE NUMBER MUST BE 0-" TASK-LINE-COUNT.
           PERFORM ACCEPT-TASK-LINE-PICK.

       TICK-ONE-PICKED-TASK.
           MOVE TASK-LINE-KEY(TASK-LINE-PICK) TO OB-WORKER-TASK-KEY.
           PERFORM READ-ONBOARDING-RECORD.
           IF TASK-FOUND NOT = "Y"
               DISPLAY "TASK NO LONGER ON FILE"
           ELSE
           IF OB-IS-DONE
               DISPLAY "ALREADY DONE ON " OB-DONE-DATUM
           ELSE
               MOVE "D" TO OB-STATUS
               MOVE TODAY-DATUM-TEXT TO OB-DONE-DATUM
               MOVE THIS-OPERATOR-ID TO OB-DONE-BY
               PERFORM REWRITE-ONBOARDING-RECORD
               PERFORM LOG-TICK-AUDIT
               DISPLAY "TICKED OFF - " OB-BESCHREIBUNG.
           PERFORM ENTER-TASK-LINE-PICK.

      ******************************************************************
      *    SET UP - the same seeder the hire paths call, so a worker
      *    on file before the checklist existed (or moved onto a
      *    position with more requirements) gets the missing tasks.
      ******************************************************************
       SET-UP-MODE.
           MOVE "SET UP" TO THE-MODE.
           PERFORM GET-THE-WORKER.
           PERFORM SET-UP-RECORDS
               UNTIL THE-ARBEITER-ID = ZERO.

       SET-UP-RECORDS.
           IF NOT (ARBEITER-IS-ACTIVE OR ARBEITER-IS-PENDING)
               DISPLAY "ONLY AN ACTIVE OR PENDING WORKER CAN BE "
                   "GIVEN A CHECKLIST"
           ELSE
               CLOSE ONBOARDING-FILE
               CALL "SEED-ONBOARDING-TASKS" USING ARBEITER-ID
                                                  ARBEITER-STELLE-ID
                                                  EINSTELL-DATUM
               OPEN I-O ONBOARDING-FILE
               PERFORM SHOW-THE-CHECKLIST.
           PERFORM GET-THE-WORKER.

      ******************************************************************
      *    Routines shared by all modes
      ******************************************************************
       GET-THE-WORKER.
           PERFORM ACCEPT-THE-ARBEITER-ID.
           PERFORM RE-ACCEPT-THE-ARBEITER-ID
               UNTIL THE-ARBEITER-ID = ZERO OR
                   (WORKER-FOUND = "Y" AND SCOPE-OK = "Y").

       ACCEPT-THE-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A CHECKLIST (1-999999)".
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
               DISPLAY "WORKER NOT ON FILE".
           PERFORM ACCEPT-THE-ARBEITER-ID.

      ******************************************************************
      *    Department scope - an operator who is not a supervisor
      *    may only work on workers in the departments granted to
      *    them; CHECK-OPERATOR-SCOPE shows and logs a refusal.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE THE-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
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

      ******************************************************************
      *    Tick off what can be checked, then list the checklist
      *    with a line number per task.
      ******************************************************************
       SHOW-THE-CHECKLIST.
           PERFORM TICK-OFF-TASKS-ON-FILE.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " ARBEITER-ID
               "   NAME: " FAMILIE(1:40).
           DISPLAY "   HIRED: " EINSTELL-DATUM
               "   STATUS: " ARBEITER-STATUS.
           IF AUTO-TICKED-COUNT > ZERO
               DISPLAY "   " AUTO-TICKED-COUNT
                   " TASK(S) TICKED OFF - RECORD NOW ON FILE".
           DISPLAY " ".
           MOVE ZERO TO TASK-LINE-COUNT.
           PERFORM START-AT-THE-WORKER.
           PERFORM SHOW-ONE-TASK
               UNTIL ONBOARDING-AT-END = "Y".
           IF TASK-LINE-COUNT = ZERO
               DISPLAY "   NO ONBOARDING CHECKLIST ON FILE".
           DISPLAY " ".

       SHOW-ONE-TASK.
           IF TASK-LINE-COUNT < 50
               ADD 1 TO TASK-LINE-COUNT
               MOVE OB-WORKER-TASK-KEY
                   TO TASK-LINE-KEY(TASK-LINE-COUNT)
               MOVE SPACE TO OVERDUE-MARK
               IF OB-IS-OPEN AND OB-DUE-DATUM < TODAY-DATUM-TEXT
                   MOVE "OVERDUE" TO OVERDUE-MARK
               END-IF
               IF OB-IS-DONE
                   DISPLAY TASK-LINE-COUNT ". " OB-BESCHREIBUNG
                       " " OB-RESPONSIBLE " DONE " OB-DONE-DATUM
               ELSE
                   DISPLAY TASK-LINE-COUNT ". " OB-BESCHREIBUNG
                       " " OB-RESPONSIBLE " DUE  " OB-DUE-DATUM
                       " " OVERDUE-MARK.
           PERFORM READ-NEXT-WORKER-TASK.

      ******************************************************************
      *    Automatic tick-off - an open task whose record is on file
      *    is done, stamped with today and operator zero.
      ******************************************************************
       TICK-OFF-TASKS-ON-FILE.
           MOVE ZERO TO AUTO-TICKED-COUNT.
           PERFORM START-AT-THE-WORKER.
           PERFORM TICK-ONE-IF-ON-FILE
               UNTIL ONBOARDING-AT-END = "Y".

       TICK-ONE-IF-ON-FILE.
           IF OB-IS-OPEN
               PERFORM CHECK-TASK-EVIDENCE
               IF EVIDENCE-FOUND = "Y"
                   MOVE "D" TO OB-STATUS
                   MOVE TODAY-DATUM-TEXT TO OB-DONE-DATUM
                   MOVE ZERO TO OB-DONE-BY
                   PERFORM REWRITE-ONBOARDING-RECORD
                   ADD 1 TO AUTO-TICKED-COUNT.
           PERFORM READ-NEXT-WORKER-TASK.

      ******************************************************************
      *    Which file settles which task:
      *      BANK   - BANK-DETAILS-FILE record for the worker
      *      ADRESS - ADRESSE-FILE record for the worker
      *      TAXCRD - TAX-CARD-FILE record for the worker
      *      Q      - the worker holds the QU-CODE
      *      K      - the worker's booking on the course is complete
      *    Any other task is ticked off by hand.
      ******************************************************************
       CHECK-TASK-EVIDENCE.
           MOVE "N" TO EVIDENCE-FOUND.
           IF OB-IS-STANDARD-TASK AND OB-TASK-CODE = "BANK"
               PERFORM CHECK-BANK-DETAILS-ON-FILE
           ELSE
           IF OB-IS-STANDARD-TASK AND OB-TASK-CODE = "ADRESS"
               PERFORM CHECK-ADRESSE-ON-FILE
           ELSE
           IF OB-IS-STANDARD-TASK AND OB-TASK-CODE = "TAXCRD"
               PERFORM CHECK-TAX-CARD-ON-FILE
           ELSE
           IF OB-IS-QUALIFICATION
               PERFORM CHECK-QUALIFICATION-ON-FILE
           ELSE
           IF OB-IS-COURSE
               PERFORM CHECK-COURSE-COMPLETED.

       CHECK-BANK-DETAILS-ON-FILE.
           IF BANK-DETAILS-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO BD-ARBEITER-ID
               MOVE "Y" TO EVIDENCE-FOUND
               READ BANK-DETAILS-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND.

       CHECK-ADRESSE-ON-FILE.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO AD-ARBEITER-ID
               MOVE "Y" TO EVIDENCE-FOUND
               READ ADRESSE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND.

       CHECK-TAX-CARD-ON-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO TC-ARBEITER-ID
               MOVE "Y" TO EVIDENCE-FOUND
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND.

       CHECK-QUALIFICATION-ON-FILE.
           IF QUALIFIKATION-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO QU-ARBEITER-ID
               MOVE OB-TASK-CODE TO QU-CODE
               MOVE "Y" TO EVIDENCE-FOUND
               READ QUALIFIKATION-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND.

       CHECK-COURSE-COMPLETED.
           IF BOOKING-FILE-MISSING NOT = "Y"
               MOVE OB-ARBEITER-ID TO BK-ARBEITER-ID
               MOVE OB-TASK-CODE TO BK-KURS-CODE
               MOVE "Y" TO EVIDENCE-FOUND
               READ BOOKING-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO EVIDENCE-FOUND
               END-READ
               IF EVIDENCE-FOUND = "Y" AND NOT BK-IS-COMPLETED
                   MOVE "N" TO EVIDENCE-FOUND.

      ******************************************************************
      *    One AUDIT-LOG line per task ticked off by hand.
      ******************************************************************
       LOG-TICK-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE "MAINT-ONBOARDING" TO AUDIT-PROGRAM.
           MOVE "CHANGE" TO AUDIT-MODE.
           MOVE OB-ARBEITER-ID TO AUDIT-RECORD-KEY.
           STRING
               "ONBOARDING " DELIMITED BY SIZE
               OB-TASK-CODE  DELIMITED BY SIZE
               INTO AUDIT-FIELD-NAME.
           MOVE "OPEN" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
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
           MOVE SPACE TO OB-WORKER-TASK-KEY.
           MOVE THE-ARBEITER-ID TO OB-ARBEITER-ID.
           MOVE "N" TO ONBOARDING-AT-END.
           START ONBOARDING-FILE
               KEY IS NOT LESS THAN OB-WORKER-TASK-KEY
               INVALID KEY
               MOVE "Y" TO ONBOARDING-AT-END.
           IF ONBOARDING-AT-END NOT = "Y"
               PERFORM READ-NEXT-WORKER-TASK.

       READ-NEXT-WORKER-TASK.
           READ ONBOARDING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ONBOARDING-AT-END.
           IF ONBOARDING-AT-END NOT = "Y"
               IF OB-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO ONBOARDING-AT-END.

       READ-ONBOARDING-RECORD.
           MOVE "Y" TO TASK-FOUND.
           READ ONBOARDING-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO TASK-FOUND.

       REWRITE-ONBOARDING-RECORD.
           REWRITE ONBOARDING-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ONBOARDING RECORD".

       END PROGRAM MAINTENANCE-ONBOARDING.
