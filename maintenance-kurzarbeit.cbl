      ******************************************************************
      * Add, Change, List, Delete - KURZARBEIT (short-time work)
      * One record per department per month with the percentage of
      * the normal working hours lost, as notified to the employment
      * agency, plus any per-worker overrides under the department -
      * a worker keyed with their own percentage (zero keeps them on
      * full time). The department must be on abteil.dat, and an
      * override's worker must be an active worker of that
      * department. PAYROLL-RUN reduces the gross and pays the
      * short-time allowance from these records; EXPORT-SHORT-TIME-
      * CLAIM builds the month's benefit claim from the register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-KURZARBEIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-kurzarbeit.cbl".
           COPY "select-abteil.cbl".
           COPY "select-arbeiter.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-kurzarbeit.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-arbeiter.cbl".

       WORKING-STORAGE SECTION.
       77  KURZARBEIT-FILE-STATUS PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-KURZARBEIT".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE           PIC X(7).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  ABTEILUNG-FOUND    PIC X.
       77  WORKER-FOUND       PIC X.
       77  WHICH-FIELD        PIC 9.
       77  PERIOD-VALID       PIC X.
       77  PERCENT-VALID      PIC X.
       77  PERIOD-MONTH       PIC 99.
       77  KA-ABTEILUNG-ID-FIELD PIC Z(4).
       77  KA-ARBEITER-ID-FIELD PIC Z(6).
       77  KA-LOSS-PERCENT-FIELD PIC Z(3).
       77  KURZARBEIT-AT-END  PIC X.
       77  ROWS-LISTED-COUNT  PIC 9(4).
       77  SAVE-KA-PERIOD     PIC X(7).

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
           PERFORM OPEN-KURZARBEIT-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The short-time work file is created by the first session -
      *    status "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-KURZARBEIT-FILE.
           OPEN I-O KURZARBEIT-FILE.
           IF KURZARBEIT-FILE-STATUS = "35"
               OPEN OUTPUT KURZARBEIT-FILE
               CLOSE KURZARBEIT-FILE
               OPEN I-O KURZARBEIT-FILE.

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
           CLOSE KURZARBEIT-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.

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
           DISPLAY "          1.  ADD SHORT-TIME WORK".
           DISPLAY "          2.  CHANGE SHORT-TIME WORK".
           DISPLAY "          3.  LIST A MONTH'S SHORT-TIME WORK".
           DISPLAY "          4.  DELETE SHORT-TIME WORK".
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
      *    ADD - the department must be on abteil.dat; a worker
      *    override needs the department's own row for the month
      *    first, and the worker must be active in that department.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-KURZARBEIT-KEY.
           PERFORM ADD-RECORDS
               UNTIL KA-ABTEILUNG-ID = ZERO.

       GET-NEW-KURZARBEIT-KEY.
           PERFORM INIT-KURZARBEIT-RECORD.
           PERFORM ENTER-KA-PERIOD.
           PERFORM ENTER-KA-ABTEILUNG-ID.
           MOVE "N" TO ABTEILUNG-FOUND.
           PERFORM FIND-KEY-FOR-ADD
               UNTIL ABTEILUNG-FOUND = "Y" OR KA-ABTEILUNG-ID = ZERO.

       FIND-KEY-FOR-ADD.
           PERFORM CHECK-ABTEILUNG-ON-FILE.
           IF ABTEILUNG-FOUND = "Y"
               PERFORM ENTER-KA-ARBEITER-ID.
           IF ABTEILUNG-FOUND = "Y" AND KA-ARBEITER-ID NOT = ZERO
               PERFORM CHECK-OVERRIDE-ALLOWED.
           IF ABTEILUNG-FOUND = "N"
               PERFORM ENTER-KA-ABTEILUNG-ID.

       CHECK-ABTEILUNG-ON-FILE.
           MOVE KA-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-FOUND.
           IF ABTEILUNG-FOUND = "N"
               DISPLAY "NO DEPARTMENT WITH THAT ABTEILUNG ID".

      ******************************************************************
      *    An override is only taken for an active worker of the
      *    department, and only once the department's own row for
      *    the month is on file - the override is read beside it.
      ******************************************************************
       CHECK-OVERRIDE-ALLOWED.
           MOVE KA-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y" AND ARBEITER-IS-INACTIVE
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y" AND
               ARBEITER-ABTEILUNG-ID NOT = KA-ABTEILUNG-ID
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "N"
               DISPLAY "NO ACTIVE WORKER WITH THAT ARBEITER ID IN "
                   "THE DEPARTMENT"
               MOVE "N" TO ABTEILUNG-FOUND
           ELSE
               PERFORM CHECK-DEPARTMENT-ROW-ON-FILE.

       CHECK-DEPARTMENT-ROW-ON-FILE.
           MOVE ZERO TO KA-ARBEITER-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ KURZARBEIT-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           MOVE ARBEITER-ID TO KA-ARBEITER-ID.
           MOVE ZERO TO KA-LOSS-PERCENT.
           IF RECORD-FOUND = "N"
               DISPLAY "KEY THE DEPARTMENT'S OWN ROW FOR " KA-PERIOD
                   " BEFORE ANY WORKER OVERRIDE"
               MOVE "N" TO ABTEILUNG-FOUND.

       ADD-RECORDS.
           PERFORM ENTER-KA-LOSS-PERCENT.
           PERFORM WRITE-KURZARBEIT-RECORD.
           PERFORM GET-NEW-KURZARBEIT-KEY.

      ******************************************************************
      *    CHANGE - the record is picked by period, department and
      *    worker (0 for the department's own row), the three parts
      *    of the primary key.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-KURZARBEIT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL KA-ABTEILUNG-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-KURZARBEIT-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 1
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-KA-LOSS-PERCENT
               PERFORM REWRITE-KURZARBEIT-RECORD.

       GET-KURZARBEIT-RECORD.
           PERFORM INIT-KURZARBEIT-RECORD.
           PERFORM ENTER-KA-PERIOD.
           PERFORM ENTER-KA-ABTEILUNG-ID.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-KURZARBEIT-RECORD
               UNTIL RECORD-FOUND = "Y" OR KA-ABTEILUNG-ID = ZERO.

       FIND-KURZARBEIT-RECORD.
           PERFORM ENTER-KA-ARBEITER-ID.
           PERFORM READ-KURZARBEIT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO SHORT-TIME WORK ON FILE FOR THAT MONTH, "
                   "DEPARTMENT AND WORKER"
               PERFORM ENTER-KA-ABTEILUNG-ID.

      ******************************************************************
      *    LIST - every row on file for one month, department by
      *    department in key order.
      ******************************************************************
       LIST-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM INIT-KURZARBEIT-RECORD.
           PERFORM ENTER-KA-PERIOD.
           PERFORM LIST-MONTH-ROWS.

       LIST-MONTH-ROWS.
           MOVE KA-PERIOD TO SAVE-KA-PERIOD.
           MOVE ZERO TO ROWS-LISTED-COUNT.
           MOVE ZERO TO KA-ABTEILUNG-ID.
           MOVE ZERO TO KA-ARBEITER-ID.
           MOVE "N" TO KURZARBEIT-AT-END.
           START KURZARBEIT-FILE
               KEY IS NOT LESS THAN KA-KEY
               INVALID KEY
               MOVE "Y" TO KURZARBEIT-AT-END.
           IF KURZARBEIT-AT-END NOT = "Y"
               PERFORM READ-NEXT-KURZARBEIT-RECORD
               PERFORM LIST-ONE-ROW-IF-MATCH
                   UNTIL KURZARBEIT-AT-END = "Y".
           IF ROWS-LISTED-COUNT = ZERO
               DISPLAY "NO SHORT-TIME WORK ON FILE FOR " SAVE-KA-PERIOD.

       LIST-ONE-ROW-IF-MATCH.
           IF KA-PERIOD NOT = SAVE-KA-PERIOD
               MOVE "Y" TO KURZARBEIT-AT-END
           ELSE
               PERFORM DISPLAY-ALL-FIELDS
               ADD 1 TO ROWS-LISTED-COUNT.
           IF KURZARBEIT-AT-END NOT = "Y"
               PERFORM READ-NEXT-KURZARBEIT-RECORD.

       READ-NEXT-KURZARBEIT-RECORD.
           READ KURZARBEIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO KURZARBEIT-AT-END.

      ******************************************************************
      *    DELETE - one record, picked by its full key. Deleting a
      *    department's own row leaves its overrides on file but
      *    unused - PAYROLL-RUN only reads an override beside it.
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-KURZARBEIT-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL KA-ABTEILUNG-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-KURZARBEIT-RECORD.
           PERFORM GET-KURZARBEIT-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS SHORT-TIME WORK ROW (Y/N)?".
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
       INIT-KURZARBEIT-RECORD.
           MOVE SPACE TO KURZARBEIT-RECORD.
           MOVE ZERO TO KA-ABTEILUNG-ID.
           MOVE ZERO TO KA-ARBEITER-ID.
           MOVE ZERO TO KA-LOSS-PERCENT.

      ******************************************************************
      *    Month entry - YYYY-MM, same check as PAYROLL-RUN.
      ******************************************************************
       ENTER-KA-PERIOD.
           PERFORM ACCEPT-KA-PERIOD.
           PERFORM RE-ACCEPT-KA-PERIOD
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-KA-PERIOD.
           DISPLAY " ".
           DISPLAY "ENTER THE MONTH OF SHORT-TIME WORK IN FORMAT "
               "YYYY-MM".
           ACCEPT KA-PERIOD.
           PERFORM VALIDATE-KA-PERIOD.

       RE-ACCEPT-KA-PERIOD.
           PERFORM ACCEPT-KA-PERIOD.

       VALIDATE-KA-PERIOD.
           MOVE "Y" TO PERIOD-VALID.
           IF KA-PERIOD(5:1) NOT = "-" OR
               KA-PERIOD(1:4) IS NOT NUMERIC OR
               KA-PERIOD(6:2) IS NOT NUMERIC
               MOVE "N" TO PERIOD-VALID
               DISPLAY "PERIOD MUST BE IN FORMAT YYYY-MM"
           ELSE
               MOVE KA-PERIOD(6:2) TO PERIOD-MONTH
               IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
                   MOVE "N" TO PERIOD-VALID
                   DISPLAY "MONTH MUST BE 01-12".

       ENTER-KA-ABTEILUNG-ID.
           DISPLAY "ENTER ABTEILUNG ID".
           DISPLAY "TO " THE-MODE " SHORT-TIME WORK (1-9999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO KA-ABTEILUNG-ID-FIELD.
           ACCEPT KA-ABTEILUNG-ID-FIELD.
           MOVE KA-ABTEILUNG-ID-FIELD TO KA-ABTEILUNG-ID.

       ENTER-KA-ARBEITER-ID.
           DISPLAY "ENTER ARBEITER ID FOR A WORKER OVERRIDE".
           DISPLAY "OR 0 FOR THE DEPARTMENT'S OWN ROW".
           MOVE ZERO TO KA-ARBEITER-ID-FIELD.
           ACCEPT KA-ARBEITER-ID-FIELD.
           MOVE KA-ARBEITER-ID-FIELD TO KA-ARBEITER-ID.

       ENTER-KA-LOSS-PERCENT.
           PERFORM ACCEPT-KA-LOSS-PERCENT.
           PERFORM RE-ACCEPT-KA-LOSS-PERCENT
               UNTIL PERCENT-VALID = "Y".

       ACCEPT-KA-LOSS-PERCENT.
           IF KA-ARBEITER-ID = ZERO
               DISPLAY "ENTER PERCENT OF WORKING HOURS LOST (1-100)"
           ELSE
               DISPLAY "ENTER THIS WORKER'S PERCENT OF HOURS LOST "
                   "(0-100)"
               DISPLAY "- 0 KEEPS THE WORKER ON FULL TIME".
           MOVE ZERO TO KA-LOSS-PERCENT-FIELD.
           ACCEPT KA-LOSS-PERCENT-FIELD.
           MOVE KA-LOSS-PERCENT-FIELD TO KA-LOSS-PERCENT.
           MOVE "Y" TO PERCENT-VALID.
           IF KA-LOSS-PERCENT > 100
               MOVE "N" TO PERCENT-VALID.
           IF KA-ARBEITER-ID = ZERO AND KA-LOSS-PERCENT = ZERO
               MOVE "N" TO PERCENT-VALID.

       RE-ACCEPT-KA-LOSS-PERCENT.
           IF KA-ARBEITER-ID = ZERO
               DISPLAY "PERCENT MUST BE 1-100"
           ELSE
               DISPLAY "PERCENT MUST BE 0-100".
           PERFORM ACCEPT-KA-LOSS-PERCENT.

      ******************************************************************
      *    Routines shared by Change, List and Delete
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   MONTH: " KA-PERIOD
               "   ABTEILUNG ID: " KA-ABTEILUNG-ID.
           IF KA-ARBEITER-ID = ZERO
               DISPLAY "   DEPARTMENT ROW"
           ELSE
               DISPLAY "   OVERRIDE FOR ARBEITER ID: " KA-ARBEITER-ID.
           DISPLAY "1. PERCENT OF HOURS LOST: " KA-LOSS-PERCENT.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-KURZARBEIT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ KURZARBEIT-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       WRITE-KURZARBEIT-RECORD.
           WRITE KURZARBEIT-RECORD
               INVALID KEY
               DISPLAY "THAT SHORT-TIME WORK ROW IS ALREADY ON FILE "
                   "- USE CHANGE".

       REWRITE-KURZARBEIT-RECORD.
           REWRITE KURZARBEIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SHORT-TIME WORK RECORD".

       DELETE-KURZARBEIT-RECORD.
           DELETE KURZARBEIT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING SHORT-TIME WORK RECORD".

       END PROGRAM MAINTENANCE-KURZARBEIT.
