      ******************************************************************
      * Build, List - ROSTER (weekly shift roster per department)
      * The planner picks an ABTEILUNG-ID and a Monday and works
      * through the department's active workers day by day, giving
      * each day one of the department's SHIFT-PATTERN codes. A
      * shift is saved only when the worker is free that day - it
      * is refused when an URLAUB-FILE absence or an approved
      * LEAVE-REQUEST covers the day, and on a HOLIDAY-FILE date
      * unless the planner sets the holiday flag to authorise
      * holiday work.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-ROSTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-roster.cbl".
           COPY "select-shift-pattern.cbl".
           COPY "select-abteil.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-urlaub.cbl".
           COPY "select-leave-request.cbl".
           COPY "select-holiday.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-roster.cbl".
           COPY "fd-shift-pattern.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-urlaub.cbl".
           COPY "fd-leave-request.cbl".
           COPY "fd-holiday.cbl".

       WORKING-STORAGE SECTION.
       77  ROSTER-FILE-STATUS    PIC XX.
       77  SHIFT-PATTERN-FILE-STATUS PIC XX.
       77  SHIFT-PATTERN-FILE-MISSING PIC X VALUE "N".
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  URLAUB-FILE-STATUS    PIC XX.
       77  URLAUB-FILE-MISSING   PIC X VALUE "N".
       77  LEAVE-REQUEST-FILE-STATUS PIC XX.
       77  LEAVE-REQUEST-FILE-MISSING PIC X VALUE "N".
       77  HOLIDAY-FILE-STATUS   PIC XX.
       77  HOLIDAY-FILE-MISSING  PIC X VALUE "N".
       77  HOLIDAY-ON-FILE       PIC X.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-ROSTER".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 2.

       77  THE-MODE           PIC X(7).
       77  ABTEILUNG-FOUND    PIC X.
       77  ROSTER-FOUND       PIC X.
       77  ARBEITER-FILE-AT-END PIC X.
       77  URLAUB-AT-END      PIC X.
       77  LEAVE-REQUEST-AT-END PIC X.
       77  PATTERN-AT-END     PIC X.
       77  ROSTER-ABTEILUNG-ID PIC 9(4).
       77  ROSTER-ABTEILUNG-ID-FIELD PIC Z(4).
       77  WEEK-START-DATUM   PIC X(10).
       77  WEEK-START-VALID   PIC X.
       77  DAY-SUB            PIC 9.
       77  SHIFT-ENTRY        PIC X(2).
       77  SHIFT-ENTRY-VALID  PIC X.
       77  HOLIDAY-ENTRY      PIC X.
       77  WORKERS-IN-WEEK    PIC 9(4).
       77  SHIFTS-SAVED       PIC 9(4).
       77  SHIFTS-CLEARED     PIC 9(4).
       77  SHIFTS-REJECTED    PIC 9(4).
       77  TODAY-DATUM-PART   PIC 9(8).
       77  TODAY-DATUM-TEXT   PIC X(10).

      ******************************************************************
      *    The week being rostered - the date of each day, whether it
      *    is a public holiday, and for the worker in hand whether an
      *    absence (A) or an approved leave request (L) blocks it.
      ******************************************************************
       01  WEEK-TABLE.
           05 WEEK-DAY-ENTRY OCCURS 7 TIMES.
               10 WEEK-DATUM        PIC X(10).
               10 WEEK-HOLIDAY      PIC X.
               10 WEEK-HOLIDAY-NAME PIC X(30).
               10 WEEK-BLOCKED      PIC X.

       01  DAY-NAME-VALUES    PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME OCCURS 7 TIMES PIC X(3).

       01  LIST-HEADER-LINE.
           05 FILLER             PIC X(8)  VALUE "ARB-ID".
           05 FILLER             PIC X(30) VALUE "NAME".
           05 LH-DAY-COLUMN OCCURS 7 TIMES.
               10 FILLER         PIC X(2)  VALUE SPACE.
               10 LH-DAY-NAME    PIC X(3).

       01  LIST-LINE.
           05 LL-ARBEITER-ID     PIC 9(6).
           05 FILLER             PIC X(2).
           05 LL-FAMILIE         PIC X(30).
           05 LL-DAY-COLUMN OCCURS 7 TIMES.
               10 FILLER         PIC X(3).
               10 LL-SHIFT       PIC X(2).

       77  WD-YEAR            PIC 9(4).
       77  WD-MONTH           PIC 99.
       77  WD-DAY             PIC 99.
       77  WD-MAX-DAY         PIC 99.
       77  WD-DATE-TEXT       PIC X(10).
       77  ZC-Q               PIC 99.
       77  ZC-M               PIC 99.
       77  ZC-YEAR            PIC 9(4).
       77  ZC-K               PIC 99.
       77  ZC-J               PIC 99.
       77  ZC-WORK            PIC 9(6).
       77  ZC-QUOT            PIC 9(6).
       77  ZC-TERM-M          PIC 9(3).
       77  ZC-TERM-K          PIC 99.
       77  ZC-TERM-J          PIC 99.
       77  ZC-REM             PIC 99.
       77  ZC-H               PIC 9.

       77  DATUM-TO-CHECK     PIC X(10).
       77  DATUM-VALID        PIC X.
       77  DATUM-YEAR         PIC 9(4).
       77  DATUM-MONTH        PIC 99.
       77  DATUM-DAY          PIC 99.
       77  DAYS-IN-MONTH      PIC 99.
       77  IS-LEAP-YEAR       PIC X.
       77  DATUM-DIVIDE-QUOT  PIC 9(4).
       77  DATUM-DIVIDE-REM   PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y" AND SHIFT-PATTERN-FILE-MISSING NOT = "Y"
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM OPEN-ROSTER-FILE.
           OPEN INPUT SHIFT-PATTERN-FILE.
           IF SHIFT-PATTERN-FILE-STATUS = "35"
               MOVE "Y" TO SHIFT-PATTERN-FILE-MISSING
               DISPLAY "NO SHIFT PATTERNS SET UP - NOTHING CAN BE "
                   "ROSTERED".
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM OPEN-ABSENCE-FILES.
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
      *    The roster is created by the first session - status "35"
      *    on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-ROSTER-FILE.
           OPEN I-O ROSTER-FILE.
           IF ROSTER-FILE-STATUS = "35"
               OPEN OUTPUT ROSTER-FILE
               CLOSE ROSTER-FILE
               OPEN I-O ROSTER-FILE.

      ******************************************************************
      *    Absences, leave requests and holidays are all optional -
      *    a file not yet on disk simply blocks nothing.
      ******************************************************************
       OPEN-ABSENCE-FILES.
           OPEN INPUT URLAUB-FILE.
           IF URLAUB-FILE-STATUS = "35"
               MOVE "Y" TO URLAUB-FILE-MISSING.
           OPEN INPUT LEAVE-REQUEST-FILE.
           IF LEAVE-REQUEST-FILE-STATUS = "35"
               MOVE "Y" TO LEAVE-REQUEST-FILE-MISSING.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = "35"
               MOVE "Y" TO HOLIDAY-FILE-MISSING
               DISPLAY "HOLIDAY CALENDAR NOT SET UP - NO DAY IS "
                   "TREATED AS A HOLIDAY".

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
           CLOSE ROSTER-FILE.
           IF SHIFT-PATTERN-FILE-MISSING NOT = "Y"
               CLOSE SHIFT-PATTERN-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
           IF URLAUB-FILE-MISSING NOT = "Y"
               CLOSE URLAUB-FILE.
           IF LEAVE-REQUEST-FILE-MISSING NOT = "Y"
               CLOSE LEAVE-REQUEST-FILE.
           IF HOLIDAY-FILE-MISSING NOT = "Y"
               CLOSE HOLIDAY-FILE.

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
           DISPLAY "          1.  BUILD OR CHANGE A DEPARTMENT'S WEEK".
           DISPLAY "          2.  LIST A DEPARTMENT'S WEEK".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM BUILD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM LIST-MODE.

      ******************************************************************
      *    BUILD - one department, one week, worker by worker and
      *    day by day. A blank entry keeps the day as it stands and
      *    "-" takes the worker off the roster for the day.
      ******************************************************************
       BUILD-MODE.
           MOVE "BUILD" TO THE-MODE.
           PERFORM GET-ROSTER-ABTEILUNG.
           PERFORM BUILD-ONE-WEEK
               UNTIL ROSTER-ABTEILUNG-ID = ZERO.

       BUILD-ONE-WEEK.
           PERFORM ENTER-WEEK-START.
           PERFORM LOAD-THE-WEEK.
           MOVE ZERO TO WORKERS-IN-WEEK.
           MOVE ZERO TO SHIFTS-SAVED.
           MOVE ZERO TO SHIFTS-CLEARED.
           MOVE ZERO TO SHIFTS-REJECTED.
           PERFORM START-DEPARTMENT-WORKERS.
           PERFORM ROSTER-WORKER-IF-MATCH
               UNTIL ARBEITER-FILE-AT-END = "Y".
           IF WORKERS-IN-WEEK = ZERO
               DISPLAY "NO ACTIVE WORKERS IN THIS DEPARTMENT".
           DISPLAY "SHIFTS SAVED:    " SHIFTS-SAVED.
           DISPLAY "SHIFTS CLEARED:  " SHIFTS-CLEARED.
           DISPLAY "SHIFTS REJECTED: " SHIFTS-REJECTED.
           PERFORM GET-ROSTER-ABTEILUNG.

       ROSTER-WORKER-IF-MATCH.
           IF ARBEITER-IS-ACTIVE AND
               ARBEITER-ABTEILUNG-ID = ROSTER-ABTEILUNG-ID
               ADD 1 TO WORKERS-IN-WEEK
               PERFORM ROSTER-ONE-WORKER.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       ROSTER-ONE-WORKER.
           DISPLAY " ".
           DISPLAY "ARBEITER " ARBEITER-ID " " FAMILIE(1:30) " "
               ARBEITER-NAME(1:20).
           PERFORM LOAD-WORKER-ABSENCES.
           PERFORM ROSTER-ONE-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.

       ROSTER-ONE-DAY.
           PERFORM READ-WORKER-DAY.
           IF ROSTER-FOUND = "Y"
               DISPLAY DAY-NAME(DAY-SUB) " " WEEK-DATUM(DAY-SUB)
                   "  ROSTERED: " RO-SHIFT-CODE
                   " (ABTEILUNG " RO-ABTEILUNG-ID ")"
           ELSE
               DISPLAY DAY-NAME(DAY-SUB) " " WEEK-DATUM(DAY-SUB)
                   "  NOT ROSTERED".
           IF WEEK-HOLIDAY(DAY-SUB) = "Y"
               DISPLAY "    PUBLIC HOLIDAY - "
                   WEEK-HOLIDAY-NAME(DAY-SUB).
           IF WEEK-BLOCKED(DAY-SUB) = "A"
               DISPLAY "    ON A RECORDED ABSENCE".
           IF WEEK-BLOCKED(DAY-SUB) = "L"
               DISPLAY "    ON APPROVED LEAVE".
           PERFORM ENTER-SHIFT-ENTRY.
           IF SHIFT-ENTRY(1:1) = "-"
               PERFORM CLEAR-THE-SHIFT
           ELSE
           IF SHIFT-ENTRY NOT = SPACE
               PERFORM SAVE-THE-SHIFT.

       READ-WORKER-DAY.
           MOVE ARBEITER-ID TO RO-ARBEITER-ID.
           MOVE WEEK-DATUM(DAY-SUB) TO RO-DATUM.
           MOVE "Y" TO ROSTER-FOUND.
           READ ROSTER-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO ROSTER-FOUND.

       CLEAR-THE-SHIFT.
           IF ROSTER-FOUND = "Y"
               DELETE ROSTER-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING ROSTER RECORD"
               END-DELETE
               ADD 1 TO SHIFTS-CLEARED.

      ******************************************************************
      *    The conflict checks - a shift is only saved for a day the
      *    worker is not absent or on approved leave, and a public
      *    holiday needs the holiday flag as well.
      ******************************************************************
       SAVE-THE-SHIFT.
           IF WEEK-BLOCKED(DAY-SUB) = "A"
               DISPLAY "REJECTED - WORKER IS ON A RECORDED ABSENCE "
                   "THAT DAY"
               ADD 1 TO SHIFTS-REJECTED
           ELSE
           IF WEEK-BLOCKED(DAY-SUB) = "L"
               DISPLAY "REJECTED - AN APPROVED LEAVE REQUEST COVERS "
                   "THAT DAY"
               ADD 1 TO SHIFTS-REJECTED
           ELSE
               PERFORM ASK-HOLIDAY-FLAG
               IF WEEK-HOLIDAY(DAY-SUB) = "Y" AND
                   HOLIDAY-ENTRY NOT = "Y"
                   DISPLAY "REJECTED - PUBLIC HOLIDAY WITHOUT THE "
                       "HOLIDAY FLAG"
                   ADD 1 TO SHIFTS-REJECTED
               ELSE
                   PERFORM WRITE-THE-SHIFT.

       ASK-HOLIDAY-FLAG.
           MOVE "N" TO HOLIDAY-ENTRY.
           IF WEEK-HOLIDAY(DAY-SUB) = "Y"
               PERFORM ACCEPT-HOLIDAY-ENTRY
               PERFORM RE-ACCEPT-HOLIDAY-ENTRY
                   UNTIL HOLIDAY-ENTRY = "Y" OR "N".

       ACCEPT-HOLIDAY-ENTRY.
           DISPLAY "HOLIDAY WORK AUTHORISED - SET HOLIDAY FLAG (Y/N)?".
           ACCEPT HOLIDAY-ENTRY.
           INSPECT HOLIDAY-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-HOLIDAY-ENTRY.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-HOLIDAY-ENTRY.

       WRITE-THE-SHIFT.
           MOVE ARBEITER-ID TO RO-ARBEITER-ID.
           MOVE WEEK-DATUM(DAY-SUB) TO RO-DATUM.
           MOVE ROSTER-ABTEILUNG-ID TO RO-ABTEILUNG-ID.
           MOVE SHIFT-ENTRY TO RO-SHIFT-CODE.
           MOVE HOLIDAY-ENTRY TO RO-HOLIDAY-FLAG.
           MOVE THIS-OPERATOR-ID TO RO-ENTERED-BY.
           MOVE TODAY-DATUM-TEXT TO RO-ENTRY-DATE.
           IF ROSTER-FOUND = "Y"
               REWRITE ROSTER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ROSTER RECORD"
               END-REWRITE
           ELSE
               WRITE ROSTER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING ROSTER RECORD"
               END-WRITE.
           ADD 1 TO SHIFTS-SAVED.

       ENTER-SHIFT-ENTRY.
           PERFORM ACCEPT-SHIFT-ENTRY.
           PERFORM RE-ACCEPT-SHIFT-ENTRY
               UNTIL SHIFT-ENTRY-VALID = "Y".

       ACCEPT-SHIFT-ENTRY.
           DISPLAY "ENTER SHIFT CODE, BLANK TO KEEP, - TO CLEAR".
           MOVE SPACE TO SHIFT-ENTRY.
           ACCEPT SHIFT-ENTRY.
           INSPECT SHIFT-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM CHECK-SHIFT-ENTRY.

       RE-ACCEPT-SHIFT-ENTRY.
           DISPLAY "NO SUCH SHIFT SET UP FOR THIS DEPARTMENT".
           PERFORM ACCEPT-SHIFT-ENTRY.

       CHECK-SHIFT-ENTRY.
           MOVE "Y" TO SHIFT-ENTRY-VALID.
           IF SHIFT-ENTRY NOT = SPACE AND
               SHIFT-ENTRY(1:1) NOT = "-"
               MOVE ROSTER-ABTEILUNG-ID TO SP-ABTEILUNG-ID
               MOVE SHIFT-ENTRY TO SP-SHIFT-CODE
               READ SHIFT-PATTERN-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO SHIFT-ENTRY-VALID.

      ******************************************************************
      *    The worker's absences and approved leave requests for the
      *    week. URLAUB-FILE is keyed by worker, so that is one START;
      *    the leave requests are keyed by request number and are
      *    read from the top.
      ******************************************************************
       LOAD-WORKER-ABSENCES.
           PERFORM CLEAR-ONE-BLOCK
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.
           IF URLAUB-FILE-MISSING NOT = "Y"
               PERFORM MARK-WORKER-ABSENCES.
           IF LEAVE-REQUEST-FILE-MISSING NOT = "Y"
               PERFORM MARK-WORKER-LEAVE-REQUESTS.

       CLEAR-ONE-BLOCK.
           MOVE SPACE TO WEEK-BLOCKED(DAY-SUB).

       MARK-WORKER-ABSENCES.
           MOVE ARBEITER-ID TO UR-ARBEITER-ID.
           MOVE LOW-VALUES TO UR-VON-DATUM.
           MOVE "N" TO URLAUB-AT-END.
           START URLAUB-FILE
               KEY IS NOT LESS THAN UR-WORKER-DATE-KEY
               INVALID KEY
               MOVE "Y" TO URLAUB-AT-END.
           IF URLAUB-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD
               PERFORM MARK-ONE-ABSENCE
                   UNTIL URLAUB-AT-END = "Y".

       MARK-ONE-ABSENCE.
           PERFORM MARK-ABSENCE-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.
           PERFORM READ-NEXT-URLAUB-RECORD.

       MARK-ABSENCE-DAY.
           IF UR-VON-DATUM NOT > WEEK-DATUM(DAY-SUB) AND
               UR-BIS-DATUM NOT < WEEK-DATUM(DAY-SUB)
               MOVE "A" TO WEEK-BLOCKED(DAY-SUB).

       READ-NEXT-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO URLAUB-AT-END.
           IF URLAUB-AT-END NOT = "Y" AND
               UR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO URLAUB-AT-END.

       MARK-WORKER-LEAVE-REQUESTS.
           MOVE ZERO TO LR-ID.
           MOVE "N" TO LEAVE-REQUEST-AT-END.
           START LEAVE-REQUEST-FILE
               KEY IS NOT LESS THAN LR-ID
               INVALID KEY
               MOVE "Y" TO LEAVE-REQUEST-AT-END.
           IF LEAVE-REQUEST-AT-END NOT = "Y"
               PERFORM READ-NEXT-LEAVE-REQUEST
               PERFORM MARK-ONE-LEAVE-REQUEST
                   UNTIL LEAVE-REQUEST-AT-END = "Y".

       MARK-ONE-LEAVE-REQUEST.
           IF LR-ARBEITER-ID = ARBEITER-ID AND LR-IS-APPROVED
               PERFORM MARK-LEAVE-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 7.
           PERFORM READ-NEXT-LEAVE-REQUEST.

       MARK-LEAVE-DAY.
           IF LR-VON-DATUM NOT > WEEK-DATUM(DAY-SUB) AND
               LR-BIS-DATUM NOT < WEEK-DATUM(DAY-SUB) AND
               WEEK-BLOCKED(DAY-SUB) = SPACE
               MOVE "L" TO WEEK-BLOCKED(DAY-SUB).

       READ-NEXT-LEAVE-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LEAVE-REQUEST-AT-END.

      ******************************************************************
      *    LIST - the department's active workers against the seven
      *    days of the week, "." where a worker has no shift.
      ******************************************************************
       LIST-MODE.
           MOVE "LIST" TO THE-MODE.
           PERFORM GET-ROSTER-ABTEILUNG.
           PERFORM LIST-ONE-WEEK
               UNTIL ROSTER-ABTEILUNG-ID = ZERO.

       LIST-ONE-WEEK.
           PERFORM ENTER-WEEK-START.
           PERFORM LOAD-THE-WEEK.
           DISPLAY " ".
           DISPLAY "ABTEILUNG " ROSTER-ABTEILUNG-ID " - WEEK "
               WEEK-DATUM(1) " TO " WEEK-DATUM(7).
           PERFORM FILL-ONE-HEADER-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.
           DISPLAY LIST-HEADER-LINE.
           MOVE ZERO TO WORKERS-IN-WEEK.
           PERFORM START-DEPARTMENT-WORKERS.
           PERFORM LIST-WORKER-IF-MATCH
               UNTIL ARBEITER-FILE-AT-END = "Y".
           IF WORKERS-IN-WEEK = ZERO
               DISPLAY "NO ACTIVE WORKERS IN THIS DEPARTMENT".
           PERFORM GET-ROSTER-ABTEILUNG.

       FILL-ONE-HEADER-DAY.
           MOVE DAY-NAME(DAY-SUB) TO LH-DAY-NAME(DAY-SUB).

       LIST-WORKER-IF-MATCH.
           IF ARBEITER-IS-ACTIVE AND
               ARBEITER-ABTEILUNG-ID = ROSTER-ABTEILUNG-ID
               ADD 1 TO WORKERS-IN-WEEK
               PERFORM LIST-ONE-WORKER.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       LIST-ONE-WORKER.
           MOVE SPACE TO LIST-LINE.
           MOVE ARBEITER-ID TO LL-ARBEITER-ID.
           MOVE FAMILIE TO LL-FAMILIE.
           PERFORM FILL-ONE-WORKER-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.
           DISPLAY LIST-LINE.

       FILL-ONE-WORKER-DAY.
           PERFORM READ-WORKER-DAY.
           IF ROSTER-FOUND = "Y"
               MOVE RO-SHIFT-CODE TO LL-SHIFT(DAY-SUB)
           ELSE
               MOVE "." TO LL-SHIFT(DAY-SUB).

      ******************************************************************
      *    Routines shared by Build and List
      ******************************************************************
       GET-ROSTER-ABTEILUNG.
           PERFORM ENTER-ROSTER-ABTEILUNG-ID.
           MOVE "N" TO ABTEILUNG-FOUND.
           PERFORM FIND-ROSTER-ABTEILUNG
               UNTIL ABTEILUNG-FOUND = "Y" OR
               ROSTER-ABTEILUNG-ID = ZERO.

       FIND-ROSTER-ABTEILUNG.
           MOVE ROSTER-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-FOUND.
           IF ABTEILUNG-FOUND = "N"
               DISPLAY "NO ABTEILUNG WITH THAT ID ON FILE"
           ELSE
               PERFORM CHECK-ABTEILUNG-HAS-SHIFTS.
           IF ABTEILUNG-FOUND = "N"
               PERFORM ENTER-ROSTER-ABTEILUNG-ID.

       CHECK-ABTEILUNG-HAS-SHIFTS.
           MOVE ROSTER-ABTEILUNG-ID TO SP-ABTEILUNG-ID.
           MOVE LOW-VALUES TO SP-SHIFT-CODE.
           MOVE "N" TO PATTERN-AT-END.
           START SHIFT-PATTERN-FILE
               KEY IS NOT LESS THAN SP-PATTERN-KEY
               INVALID KEY
               MOVE "Y" TO PATTERN-AT-END.
           IF PATTERN-AT-END NOT = "Y"
               READ SHIFT-PATTERN-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO PATTERN-AT-END.
           IF PATTERN-AT-END = "Y" OR
               SP-ABTEILUNG-ID NOT = ROSTER-ABTEILUNG-ID
               MOVE "N" TO ABTEILUNG-FOUND
               DISPLAY "NO SHIFT PATTERNS SET UP FOR THIS ABTEILUNG".

       ENTER-ROSTER-ABTEILUNG-ID.
           DISPLAY " ".
           DISPLAY "ENTER ABTEILUNG ID".
           DISPLAY "TO " THE-MODE " A WEEK'S ROSTER (1-9999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO ROSTER-ABTEILUNG-ID-FIELD.
           ACCEPT ROSTER-ABTEILUNG-ID-FIELD.
           MOVE ROSTER-ABTEILUNG-ID-FIELD TO ROSTER-ABTEILUNG-ID.

       START-DEPARTMENT-WORKERS.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD.

       READ-NEXT-ARBEITER-RECORD.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    The week always starts on a Monday.
      ******************************************************************
       ENTER-WEEK-START.
           PERFORM ACCEPT-WEEK-START.
           PERFORM RE-ACCEPT-WEEK-START
               UNTIL WEEK-START-VALID = "Y".

       ACCEPT-WEEK-START.
           DISPLAY "ENTER THE MONDAY THE WEEK STARTS IN FORMAT "
               "YYYY-MM-DD".
           MOVE SPACE TO WEEK-START-DATUM.
           ACCEPT WEEK-START-DATUM.
           MOVE WEEK-START-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           MOVE DATUM-VALID TO WEEK-START-VALID.
           IF WEEK-START-VALID = "Y"
               MOVE DATUM-YEAR TO WD-YEAR
               MOVE DATUM-MONTH TO WD-MONTH
               MOVE DATUM-DAY TO WD-DAY
               PERFORM FIND-DAY-OF-WEEK
               IF ZC-H NOT = 2
                   MOVE "N" TO WEEK-START-VALID
                   DISPLAY "THAT DATE IS NOT A MONDAY".

       RE-ACCEPT-WEEK-START.
           PERFORM ACCEPT-WEEK-START.

      ******************************************************************
      *    The seven dates of the week from the Monday, each looked
      *    up on the holiday calendar.
      ******************************************************************
       LOAD-THE-WEEK.
           MOVE WEEK-START-DATUM(1:4) TO WD-YEAR.
           MOVE WEEK-START-DATUM(6:2) TO WD-MONTH.
           MOVE WEEK-START-DATUM(9:2) TO WD-DAY.
           PERFORM LOAD-ONE-WEEK-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 7.

       LOAD-ONE-WEEK-DAY.
           MOVE SPACE TO WD-DATE-TEXT.
           STRING
               WD-YEAR  DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-MONTH DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-DAY   DELIMITED BY SIZE
               INTO WD-DATE-TEXT.
           MOVE WD-DATE-TEXT TO WEEK-DATUM(DAY-SUB).
           PERFORM CHECK-DAY-IS-HOLIDAY.
           MOVE HOLIDAY-ON-FILE TO WEEK-HOLIDAY(DAY-SUB).
           IF HOLIDAY-ON-FILE = "Y"
               MOVE HOL-BESCHREIBUNG TO WEEK-HOLIDAY-NAME(DAY-SUB)
           ELSE
               MOVE SPACE TO WEEK-HOLIDAY-NAME(DAY-SUB).
           MOVE SPACE TO WEEK-BLOCKED(DAY-SUB).
           PERFORM ADVANCE-ONE-DAY.

       FIND-DAY-OF-WEEK.
           MOVE WD-DAY TO ZC-Q.
           MOVE WD-MONTH TO ZC-M.
           MOVE WD-YEAR TO ZC-YEAR.
           IF ZC-M < 3
               ADD 12 TO ZC-M
               SUBTRACT 1 FROM ZC-YEAR.
           DIVIDE ZC-YEAR BY 100
               GIVING ZC-J
               REMAINDER ZC-K.
           COMPUTE ZC-WORK = 13 * (ZC-M + 1).
           DIVIDE ZC-WORK BY 5
               GIVING ZC-TERM-M
               REMAINDER ZC-REM.
           DIVIDE ZC-K BY 4
               GIVING ZC-TERM-K
               REMAINDER ZC-REM.
           DIVIDE ZC-J BY 4
               GIVING ZC-TERM-J
               REMAINDER ZC-REM.
           COMPUTE ZC-WORK =
               ZC-Q + ZC-TERM-M + ZC-K + ZC-TERM-K
               + ZC-TERM-J + 5 * ZC-J.
           DIVIDE ZC-WORK BY 7
               GIVING ZC-QUOT
               REMAINDER ZC-H.

       CHECK-DAY-IS-HOLIDAY.
           IF HOLIDAY-FILE-MISSING = "Y"
               MOVE "N" TO HOLIDAY-ON-FILE
           ELSE
               MOVE WD-DATE-TEXT TO HOL-DATUM
               MOVE "Y" TO HOLIDAY-ON-FILE
               READ HOLIDAY-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO HOLIDAY-ON-FILE
               END-READ.

      ******************************************************************
      *    Month length through the program's own DETERMINE-LEAP-
      *    YEAR, so the walk and the date validation agree on
      *    century years.
      ******************************************************************
       ADVANCE-ONE-DAY.
           MOVE DAYS-PER-MONTH-ENTRY(WD-MONTH) TO WD-MAX-DAY.
           IF WD-MONTH = 2
               MOVE WD-YEAR TO DATUM-YEAR
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO WD-MAX-DAY.
           ADD 1 TO WD-DAY.
           IF WD-DAY > WD-MAX-DAY
               MOVE 1 TO WD-DAY
               ADD 1 TO WD-MONTH
               IF WD-MONTH > 12
                   MOVE 1 TO WD-MONTH
                   ADD 1 TO WD-YEAR.

      ******************************************************************
      *    A real calendar-date check - same rules as EINSTELL-DATUM
      *    in MAINTENANCE-ARBEITER, applied to DATUM-TO-CHECK.
      ******************************************************************
       VALIDATE-DATUM-FORMAT.
           MOVE "Y" TO DATUM-VALID.
           IF DATUM-TO-CHECK(5:1) NOT = "-" OR
               DATUM-TO-CHECK(8:1) NOT = "-"
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
           IF DATUM-TO-CHECK(1:4) IS NOT NUMERIC OR
               DATUM-TO-CHECK(6:2) IS NOT NUMERIC OR
               DATUM-TO-CHECK(9:2) IS NOT NUMERIC
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
               MOVE DATUM-TO-CHECK(1:4) TO DATUM-YEAR
               MOVE DATUM-TO-CHECK(6:2) TO DATUM-MONTH
               MOVE DATUM-TO-CHECK(9:2) TO DATUM-DAY
               PERFORM VALIDATE-DATUM-MONTH-AND-DAY.

       VALIDATE-DATUM-MONTH-AND-DAY.
           IF DATUM-MONTH < 1 OR DATUM-MONTH > 12
               MOVE "N" TO DATUM-VALID
               DISPLAY "MONTH MUST BE 01-12"
           ELSE
               PERFORM FIND-DAYS-IN-DATUM-MONTH
               IF DATUM-DAY < 1 OR DATUM-DAY > DAYS-IN-MONTH
                   MOVE "N" TO DATUM-VALID
                   DISPLAY "DAY IS NOT VALID FOR THAT MONTH".

       FIND-DAYS-IN-DATUM-MONTH.
           MOVE DAYS-PER-MONTH-ENTRY(DATUM-MONTH) TO DAYS-IN-MONTH.
           IF DATUM-MONTH = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.

       DETERMINE-LEAP-YEAR.
           MOVE "N" TO IS-LEAP-YEAR.
           DIVIDE DATUM-YEAR BY 4
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           IF DATUM-DIVIDE-REM = 0
               MOVE "Y" TO IS-LEAP-YEAR
               DIVIDE DATUM-YEAR BY 100
                   GIVING DATUM-DIVIDE-QUOT
                   REMAINDER DATUM-DIVIDE-REM
               IF DATUM-DIVIDE-REM = 0
                   MOVE "N" TO IS-LEAP-YEAR
                   DIVIDE DATUM-YEAR BY 400
                       GIVING DATUM-DIVIDE-QUOT
                       REMAINDER DATUM-DIVIDE-REM
                   IF DATUM-DIVIDE-REM = 0
                       MOVE "Y" TO IS-LEAP-YEAR.

       END PROGRAM MAINTENANCE-ROSTER.
