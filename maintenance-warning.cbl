      ******************************************************************
      * Add, Change, List, Delete - WARNING-FILE (formal disciplinary
      * warnings). Supervisor-only. A worker may hold several,
      * numbered per worker. Each warning counts until its expiry
      * date - by default WARNING-EXPIRY-YEARS after it was given -
      * and is then no longer live; EXPIRE-WARNINGS marks it expired
      * on file. Adding a warning shows the worker's live warnings
      * first and says when one is already live in the same
      * category. A warning given in error is withdrawn (status
      * "W") or, when keyed in error, deleted. Every add, change
      * and delete leaves an AUDIT-LOG line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-WARNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-warning.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-audit-log.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-warning.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-audit-log.cbl".

       WORKING-STORAGE SECTION.
       77  WARNING-FILE-STATUS   PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-WARNING".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.

       77  THE-MODE              PIC X(7).
       77  OK-TO-DELETE          PIC X.
       77  RECORD-FOUND          PIC X.
       77  WORKER-FOUND          PIC X.
       77  ISSUER-FOUND          PIC X.
       77  WHICH-FIELD           PIC 9.
       77  WARNING-AT-END        PIC X.
       77  WARNINGS-LISTED-COUNT PIC 9(3).
       77  SAME-CATEGORY-COUNT   PIC 9(3).
       77  SAVE-WN-ARBEITER-ID   PIC 9(6).
       77  SAVE-WARNING-RECORD   PIC X(101).
       77  NEXT-WARNING-NUMBER   PIC 9(3).
       77  WN-ARBEITER-ID-FIELD  PIC Z(6).
       77  WN-WARNING-NUMBER-FIELD PIC Z(3).
       77  WN-ISSUED-BY-FIELD    PIC Z(6).
       77  WARNING-STATE-TEXT    PIC X(9).
       77  NEW-STATUS-ENTRY      PIC X.
       77  EXPIRY-OK             PIC X.
       77  WARNING-EXPIRY-YEARS  PIC 9 VALUE 2.
       77  CHANGED-FIELD-NAME    PIC X(20).
       77  CHANGED-OLD-VALUE     PIC X(30).
       77  CHANGED-NEW-VALUE     PIC X(30).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

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

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y" AND
               THIS-OPERATOR-IS-SUPERVISOR = "Y"
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM OPEN-WARNING-FILE.
           OPEN INPUT ARBEITER-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
      *    The warning file is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-WARNING-FILE.
           OPEN I-O WARNING-FILE.
           IF WARNING-FILE-STATUS = "35"
               OPEN OUTPUT WARNING-FILE
               CLOSE WARNING-FILE
               OPEN I-O WARNING-FILE.

      ******************************************************************
      *    Operator sign-on - warnings are supervisor-only.
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
               DISPLAY "ONLY A SUPERVISOR MAY KEEP WARNINGS".

       CLOSING-PROCEDURE.
           CLOSE WARNING-FILE.
           CLOSE ARBEITER-FILE.
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
           DISPLAY "          1.  ADD A WARNING".
           DISPLAY "          2.  CHANGE OR WITHDRAW A WARNING".
           DISPLAY "          3.  LIST A WORKER'S WARNINGS".
           DISPLAY "          4.  DELETE A WARNING KEYED IN ERROR".
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
      *    ADD - the worker must be active or a pending hire. The
      *    warning number is the next free one for the worker; the
      *    worker's live warnings are shown before anything is keyed.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-WORKER-FOR-WARNING.
           PERFORM ADD-RECORDS
               UNTIL WN-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-WARNING.
           PERFORM INIT-WARNING-RECORD.
           PERFORM ENTER-WN-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           MOVE "N" TO SCOPE-OK.
           PERFORM FIND-WORKER-FOR-WARNING
               UNTIL (WORKER-FOUND = "Y" AND SCOPE-OK = "Y") OR
                   WN-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-WARNING.
           PERFORM CHECK-WORKER-IN-SCOPE.
           IF WORKER-FOUND = "N" OR SCOPE-OK NOT = "Y"
               PERFORM ENTER-WN-ARBEITER-ID.

      ******************************************************************
      *    Department scope - kept for the logging of a refusal; a
      *    supervisor is in scope for every department. Only an
      *    active or pending worker is given a new warning; a
      *    leaver's can still be listed or corrected.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "N" TO SCOPE-OK.
           MOVE WN-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y" AND ARBEITER-IS-INACTIVE AND
               THE-MODE = "ADD"
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "N"
               DISPLAY "NO ACTIVE OR PENDING WORKER WITH THAT "
                   "ARBEITER ID"
           ELSE
               MOVE "O" TO SCOPE-FUNCTION
               MOVE SIGNON-PROGRAM-NAME TO SCOPE-PROGRAM-NAME
               MOVE THIS-OPERATOR-ID TO SCOPE-OPERATOR-ID
               MOVE THIS-OPERATOR-IS-SUPERVISOR
                   TO SCOPE-SUPERVISOR-FLAG
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       ADD-RECORDS.
           DISPLAY "WORKER: " FAMILIE(1:40).
           MOVE "Y" TO RECORD-FOUND.
           PERFORM LIST-WORKER-WARNINGS.
           PERFORM FIND-NEXT-WARNING-NUMBER.
           MOVE NEXT-WARNING-NUMBER TO WN-WARNING-NUMBER.
           DISPLAY "WARNING NUMBER " WN-WARNING-NUMBER.
           PERFORM ENTER-WN-WARNING-DATUM.
           PERFORM ENTER-WN-CATEGORY.
           PERFORM WARN-IF-SAME-CATEGORY-LIVE.
           PERFORM ENTER-WN-ISSUED-BY.
           PERFORM ENTER-WN-BESCHREIBUNG.
           PERFORM ENTER-WN-EXPIRY-DATUM.
           MOVE "L" TO WN-STATUS.
           MOVE THIS-OPERATOR-ID TO WN-ENTERED-BY.
           PERFORM WRITE-WARNING-RECORD.
           MOVE "WARNING" TO CHANGED-FIELD-NAME.
           MOVE SPACE TO CHANGED-OLD-VALUE.
           MOVE WN-BESCHREIBUNG TO CHANGED-NEW-VALUE.
           PERFORM LOG-WARNING-AUDIT.
           PERFORM GET-WORKER-FOR-WARNING.

      ******************************************************************
      *    Next warning number for the worker - one past the highest
      *    on file under the worker's ID.
      ******************************************************************
       FIND-NEXT-WARNING-NUMBER.
           MOVE WN-ARBEITER-ID TO SAVE-WN-ARBEITER-ID.
           MOVE 1 TO NEXT-WARNING-NUMBER.
           MOVE ZERO TO WN-WARNING-NUMBER.
           MOVE "N" TO WARNING-AT-END.
           START WARNING-FILE KEY IS NOT LESS THAN WN-WARNING-KEY
               INVALID KEY
               MOVE "Y" TO WARNING-AT-END.
           IF WARNING-AT-END NOT = "Y"
               PERFORM READ-NEXT-WARNING-RECORD
               PERFORM TRACK-HIGHEST-WARNING-NUMBER
                   UNTIL WARNING-AT-END = "Y".
           PERFORM INIT-WARNING-RECORD.
           MOVE SAVE-WN-ARBEITER-ID TO WN-ARBEITER-ID.

       TRACK-HIGHEST-WARNING-NUMBER.
           IF WN-ARBEITER-ID NOT = SAVE-WN-ARBEITER-ID
               MOVE "Y" TO WARNING-AT-END
           ELSE
               COMPUTE NEXT-WARNING-NUMBER = WN-WARNING-NUMBER + 1
               PERFORM READ-NEXT-WARNING-RECORD.

      ******************************************************************
      *    A live warning already in the same category is the one
      *    thing a manager must know before the next is given.
      ******************************************************************
       WARN-IF-SAME-CATEGORY-LIVE.
           MOVE WARNING-RECORD TO SAVE-WARNING-RECORD.
           MOVE ZERO TO SAME-CATEGORY-COUNT.
           MOVE ZERO TO WN-WARNING-NUMBER.
           MOVE "N" TO WARNING-AT-END.
           START WARNING-FILE KEY IS NOT LESS THAN WN-WARNING-KEY
               INVALID KEY
               MOVE "Y" TO WARNING-AT-END.
           IF WARNING-AT-END NOT = "Y"
               PERFORM READ-NEXT-WARNING-RECORD
               PERFORM COUNT-ONE-IF-SAME-CATEGORY
                   UNTIL WARNING-AT-END = "Y".
           MOVE SAVE-WARNING-RECORD TO WARNING-RECORD.
           IF SAME-CATEGORY-COUNT > ZERO
               DISPLAY "NOTE - THE WORKER ALREADY HAS "
                   SAME-CATEGORY-COUNT
                   " LIVE WARNING(S) IN THIS CATEGORY".

       COUNT-ONE-IF-SAME-CATEGORY.
           IF WN-ARBEITER-ID NOT = SAVE-WN-ARBEITER-ID
               MOVE "Y" TO WARNING-AT-END
           ELSE
               IF WN-CATEGORY = SAVE-WARNING-RECORD(20:1)
                   PERFORM SET-WARNING-STATE-TEXT
                   IF WARNING-STATE-TEXT = "LIVE"
                       ADD 1 TO SAME-CATEGORY-COUNT
                   END-IF
               END-IF
               PERFORM READ-NEXT-WARNING-RECORD.

      ******************************************************************
      *    CHANGE - the description, the expiry date and the status.
      *    Date, category and issuer are fixed once added.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-WARNING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL WN-ARBEITER-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-WARNING-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 3
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           MOVE SPACE TO CHANGED-FIELD-NAME.
           IF WHICH-FIELD = 1
               MOVE "WN-BESCHREIBUNG" TO CHANGED-FIELD-NAME
               MOVE WN-BESCHREIBUNG TO CHANGED-OLD-VALUE
               PERFORM ENTER-WN-BESCHREIBUNG
               MOVE WN-BESCHREIBUNG TO CHANGED-NEW-VALUE.
           IF WHICH-FIELD = 2
               MOVE "WN-EXPIRY-DATUM" TO CHANGED-FIELD-NAME
               MOVE WN-EXPIRY-DATUM TO CHANGED-OLD-VALUE
               PERFORM ENTER-WN-EXPIRY-DATUM
               IF WN-IS-EXPIRED AND
                   WN-EXPIRY-DATUM NOT < TODAY-DATUM-TEXT
                   MOVE "L" TO WN-STATUS
               END-IF
               MOVE WN-EXPIRY-DATUM TO CHANGED-NEW-VALUE.
           IF WHICH-FIELD = 3
               MOVE "WN-STATUS" TO CHANGED-FIELD-NAME
               MOVE WN-STATUS TO CHANGED-OLD-VALUE
               PERFORM ENTER-WN-STATUS
               MOVE WN-STATUS TO CHANGED-NEW-VALUE.
           IF CHANGED-FIELD-NAME NOT = SPACE
               PERFORM REWRITE-WARNING-RECORD
               PERFORM LOG-WARNING-AUDIT.

       GET-WARNING-RECORD.
           PERFORM GET-WORKER-FOR-WARNING.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-WARNING-RECORD
               UNTIL RECORD-FOUND = "Y" OR WN-ARBEITER-ID = ZERO.

       FIND-WARNING-RECORD.
           PERFORM ENTER-WN-WARNING-NUMBER.
           PERFORM READ-WARNING-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO WARNING ON FILE FOR THAT WORKER AND NUMBER"
               PERFORM GET-WORKER-FOR-WARNING.

      ******************************************************************
      *    LIST - all of a worker's warnings off the primary key,
      *    live, expired and withdrawn.
      ******************************************************************
       LIST-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-WORKER-FOR-WARNING.
           PERFORM LIST-RECORDS
               UNTIL WN-ARBEITER-ID = ZERO.

       LIST-RECORDS.
           MOVE "N" TO RECORD-FOUND.
           PERFORM LIST-WORKER-WARNINGS.
           PERFORM GET-WORKER-FOR-WARNING.

      ******************************************************************
      *    RECORD-FOUND "Y" lists only the live warnings (on ADD).
      ******************************************************************
       LIST-WORKER-WARNINGS.
           MOVE WN-ARBEITER-ID TO SAVE-WN-ARBEITER-ID.
           MOVE ZERO TO WARNINGS-LISTED-COUNT.
           MOVE ZERO TO WN-WARNING-NUMBER.
           MOVE "N" TO WARNING-AT-END.
           START WARNING-FILE KEY IS NOT LESS THAN WN-WARNING-KEY
               INVALID KEY
               MOVE "Y" TO WARNING-AT-END.
           IF WARNING-AT-END NOT = "Y"
               PERFORM READ-NEXT-WARNING-RECORD
               PERFORM LIST-ONE-IF-MATCH
                   UNTIL WARNING-AT-END = "Y".
           IF WARNINGS-LISTED-COUNT = ZERO
               IF RECORD-FOUND = "Y"
                   DISPLAY "NO LIVE WARNINGS ON FILE FOR THAT WORKER"
               ELSE
                   DISPLAY "NO WARNINGS ON FILE FOR THAT WORKER".
           PERFORM INIT-WARNING-RECORD.
           MOVE SAVE-WN-ARBEITER-ID TO WN-ARBEITER-ID.

       LIST-ONE-IF-MATCH.
           IF WN-ARBEITER-ID NOT = SAVE-WN-ARBEITER-ID
               MOVE "Y" TO WARNING-AT-END
           ELSE
               PERFORM SET-WARNING-STATE-TEXT
               IF RECORD-FOUND NOT = "Y" OR
                   WARNING-STATE-TEXT = "LIVE"
                   PERFORM DISPLAY-ALL-FIELDS
                   ADD 1 TO WARNINGS-LISTED-COUNT.
           IF WARNING-AT-END NOT = "Y"
               PERFORM READ-NEXT-WARNING-RECORD.

      ******************************************************************
      *    DELETE - for an entry keyed in error. A warning given and
      *    later withdrawn is kept with status "W" instead.
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-WARNING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL WN-ARBEITER-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-WARNING-RECORD
               MOVE "WARNING" TO CHANGED-FIELD-NAME
               MOVE WN-BESCHREIBUNG TO CHANGED-OLD-VALUE
               MOVE SPACE TO CHANGED-NEW-VALUE
               PERFORM LOG-WARNING-AUDIT.
           PERFORM GET-WARNING-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS WARNING (Y/N)?".
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
       INIT-WARNING-RECORD.
           MOVE SPACE TO WARNING-RECORD.
           MOVE ZERO TO WN-ARBEITER-ID.
           MOVE ZERO TO WN-WARNING-NUMBER.
           MOVE ZERO TO WN-ISSUED-BY.
           MOVE ZERO TO WN-ENTERED-BY.

       ENTER-WN-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A WARNING (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO WN-ARBEITER-ID-FIELD.
           ACCEPT WN-ARBEITER-ID-FIELD.
           MOVE WN-ARBEITER-ID-FIELD TO WN-ARBEITER-ID.

       ENTER-WN-WARNING-NUMBER.
           PERFORM ACCEPT-WN-WARNING-NUMBER.
           PERFORM RE-ACCEPT-WN-WARNING-NUMBER
               UNTIL WN-WARNING-NUMBER > ZERO.

       ACCEPT-WN-WARNING-NUMBER.
           DISPLAY "ENTER WARNING NUMBER (1-999)".
           MOVE ZERO TO WN-WARNING-NUMBER-FIELD.
           ACCEPT WN-WARNING-NUMBER-FIELD.
           MOVE WN-WARNING-NUMBER-FIELD TO WN-WARNING-NUMBER.

       RE-ACCEPT-WN-WARNING-NUMBER.
           DISPLAY "WARNING NUMBER MUST BE 1-999".
           PERFORM ACCEPT-WN-WARNING-NUMBER.

       ENTER-WN-WARNING-DATUM.
           PERFORM ACCEPT-WN-WARNING-DATUM.
           PERFORM RE-ACCEPT-WN-WARNING-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-WN-WARNING-DATUM.
           DISPLAY "ENTER DATE THE WARNING WAS GIVEN IN FORMAT "
               "YYYY-MM-DD".
           ACCEPT DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y" AND DATUM-TO-CHECK > TODAY-DATUM-TEXT
               MOVE "N" TO DATUM-VALID
               DISPLAY "A WARNING CANNOT BE DATED IN THE FUTURE".
           IF DATUM-VALID = "Y"
               MOVE DATUM-TO-CHECK TO WN-WARNING-DATUM.

       RE-ACCEPT-WN-WARNING-DATUM.
           PERFORM ACCEPT-WN-WARNING-DATUM.

       ENTER-WN-CATEGORY.
           PERFORM ACCEPT-WN-CATEGORY.
           PERFORM RE-ACCEPT-WN-CATEGORY
               UNTIL WN-CATEGORY-IS-VALID.

       ACCEPT-WN-CATEGORY.
           DISPLAY "ENTER CATEGORY - A ATTENDANCE, C CONDUCT,".
           DISPLAY "P PERFORMANCE, S SAFETY, O OTHER".
           ACCEPT WN-CATEGORY.
           INSPECT WN-CATEGORY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-WN-CATEGORY.
           DISPLAY "YOU MUST ENTER A, C, P, S OR O".
           PERFORM ACCEPT-WN-CATEGORY.

      ******************************************************************
      *    The issuing manager must be a worker on file.
      ******************************************************************
       ENTER-WN-ISSUED-BY.
           PERFORM ACCEPT-WN-ISSUED-BY.
           PERFORM RE-ACCEPT-WN-ISSUED-BY
               UNTIL ISSUER-FOUND = "Y".
           MOVE WN-ARBEITER-ID TO ARBEITER-ID.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE SPACE TO FAMILIE.

       ACCEPT-WN-ISSUED-BY.
           DISPLAY "ENTER ARBEITER ID OF THE MANAGER WHO GAVE IT".
           MOVE ZERO TO WN-ISSUED-BY-FIELD.
           ACCEPT WN-ISSUED-BY-FIELD.
           MOVE WN-ISSUED-BY-FIELD TO WN-ISSUED-BY.
           MOVE WN-ISSUED-BY TO ARBEITER-ID.
           MOVE "Y" TO ISSUER-FOUND.
           IF WN-ISSUED-BY = ZERO OR WN-ISSUED-BY = WN-ARBEITER-ID
               MOVE "N" TO ISSUER-FOUND
           ELSE
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO ISSUER-FOUND.

       RE-ACCEPT-WN-ISSUED-BY.
           DISPLAY "THE MANAGER MUST BE ANOTHER WORKER ON FILE".
           PERFORM ACCEPT-WN-ISSUED-BY.

       ENTER-WN-BESCHREIBUNG.
           PERFORM ACCEPT-WN-BESCHREIBUNG.
           PERFORM RE-ACCEPT-WN-BESCHREIBUNG
               UNTIL WN-BESCHREIBUNG NOT = SPACE.

       ACCEPT-WN-BESCHREIBUNG.
           DISPLAY "ENTER DESCRIPTION OF THE ISSUE".
           ACCEPT WN-BESCHREIBUNG.
           INSPECT WN-BESCHREIBUNG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-WN-BESCHREIBUNG.
           DISPLAY "DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-WN-BESCHREIBUNG.

      ******************************************************************
      *    Expiry - blank takes the standard period from the date
      *    the warning was given (29 February runs to 28 February
      *    when the expiry year is not a leap year).
      ******************************************************************
       ENTER-WN-EXPIRY-DATUM.
           PERFORM ACCEPT-WN-EXPIRY-DATUM.
           PERFORM RE-ACCEPT-WN-EXPIRY-DATUM
               UNTIL EXPIRY-OK = "Y".

       ACCEPT-WN-EXPIRY-DATUM.
           DISPLAY "ENTER EXPIRY DATE IN FORMAT YYYY-MM-DD".
           DISPLAY "(BLANK FOR " WARNING-EXPIRY-YEARS
               " YEARS AFTER IT WAS GIVEN)".
           MOVE SPACE TO DATUM-TO-CHECK.
           ACCEPT DATUM-TO-CHECK.
           MOVE "Y" TO EXPIRY-OK.
           IF DATUM-TO-CHECK = SPACE
               PERFORM DEFAULT-EXPIRY-DATUM
           ELSE
               PERFORM VALIDATE-DATUM-FORMAT
               IF DATUM-VALID NOT = "Y"
                   MOVE "N" TO EXPIRY-OK
               ELSE
               IF DATUM-TO-CHECK NOT > WN-WARNING-DATUM
                   MOVE "N" TO EXPIRY-OK
                   DISPLAY "EXPIRY MUST BE AFTER THE WARNING DATE".
           IF EXPIRY-OK = "Y"
               MOVE DATUM-TO-CHECK TO WN-EXPIRY-DATUM.

       RE-ACCEPT-WN-EXPIRY-DATUM.
           PERFORM ACCEPT-WN-EXPIRY-DATUM.

       DEFAULT-EXPIRY-DATUM.
           MOVE WN-WARNING-DATUM(1:4) TO DATUM-YEAR.
           MOVE WN-WARNING-DATUM(6:2) TO DATUM-MONTH.
           MOVE WN-WARNING-DATUM(9:2) TO DATUM-DAY.
           ADD WARNING-EXPIRY-YEARS TO DATUM-YEAR.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.
           IF DATUM-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO DATUM-DAY.
           MOVE SPACE TO DATUM-TO-CHECK.
           STRING
               DATUM-YEAR   DELIMITED BY SIZE
               "-"          DELIMITED BY SIZE
               DATUM-MONTH  DELIMITED BY SIZE
               "-"          DELIMITED BY SIZE
               DATUM-DAY    DELIMITED BY SIZE
               INTO DATUM-TO-CHECK.
           DISPLAY "EXPIRES " DATUM-TO-CHECK.

      ******************************************************************
      *    Status - a supervisor withdraws a warning, or puts a
      *    withdrawn one back; expiry is by date only.
      ******************************************************************
       ENTER-WN-STATUS.
           PERFORM ACCEPT-WN-STATUS.
           PERFORM RE-ACCEPT-WN-STATUS
               UNTIL NEW-STATUS-ENTRY = "L" OR "W".
           IF NEW-STATUS-ENTRY = "L" AND
               WN-EXPIRY-DATUM < TODAY-DATUM-TEXT
               MOVE "E" TO WN-STATUS
               DISPLAY "THE WARNING HAS PASSED ITS EXPIRY DATE - "
                   "KEPT AS EXPIRED"
           ELSE
               MOVE NEW-STATUS-ENTRY TO WN-STATUS.

       ACCEPT-WN-STATUS.
           DISPLAY "ENTER STATUS - L LIVE, W WITHDRAWN".
           MOVE SPACE TO NEW-STATUS-ENTRY.
           ACCEPT NEW-STATUS-ENTRY.
           INSPECT NEW-STATUS-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-WN-STATUS.
           DISPLAY "YOU MUST ENTER L OR W".
           PERFORM ACCEPT-WN-STATUS.

      ******************************************************************
      *    Live means status "L" and the expiry date not yet passed -
      *    a warning counts as expired from the day after its expiry
      *    date even before EXPIRE-WARNINGS has marked it.
      ******************************************************************
       SET-WARNING-STATE-TEXT.
           IF WN-IS-WITHDRAWN
               MOVE "WITHDRAWN" TO WARNING-STATE-TEXT
           ELSE
           IF WN-IS-EXPIRED OR WN-EXPIRY-DATUM < TODAY-DATUM-TEXT
               MOVE "EXPIRED" TO WARNING-STATE-TEXT
           ELSE
               MOVE "LIVE" TO WARNING-STATE-TEXT.

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

      ******************************************************************
      *    Routines shared by Change, List and Delete
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           PERFORM SET-WARNING-STATE-TEXT.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " WN-ARBEITER-ID
               "   WARNING NUMBER: " WN-WARNING-NUMBER
               "   " WARNING-STATE-TEXT.
           DISPLAY "   GIVEN: " WN-WARNING-DATUM
               "   CATEGORY (A/C/P/S/O): " WN-CATEGORY
               "   BY MANAGER: " WN-ISSUED-BY.
           DISPLAY "1. DESCRIPTION: " WN-BESCHREIBUNG.
           DISPLAY "2. EXPIRES: " WN-EXPIRY-DATUM.
           DISPLAY "3. STATUS (L/E/W): " WN-STATUS.
           DISPLAY " ".

      ******************************************************************
      *    One AUDIT-LOG line per warning added, changed or deleted,
      *    keyed by the worker. The caller sets the field name and
      *    the old and new values.
      ******************************************************************
       LOG-WARNING-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE SIGNON-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE WN-ARBEITER-ID TO AUDIT-RECORD-KEY.
           MOVE SPACE TO AUDIT-FIELD-NAME.
           STRING
               CHANGED-FIELD-NAME DELIMITED BY SPACE
               " "                DELIMITED BY SIZE
               WN-WARNING-NUMBER  DELIMITED BY SIZE
               INTO AUDIT-FIELD-NAME.
           MOVE CHANGED-OLD-VALUE TO AUDIT-OLD-VALUE.
           MOVE CHANGED-NEW-VALUE TO AUDIT-NEW-VALUE.
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
       READ-WARNING-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ WARNING-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       READ-NEXT-WARNING-RECORD.
           READ WARNING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WARNING-AT-END.

       WRITE-WARNING-RECORD.
           WRITE WARNING-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING WARNING RECORD".

       REWRITE-WARNING-RECORD.
           REWRITE WARNING-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING WARNING RECORD".

       DELETE-WARNING-RECORD.
           DELETE WARNING-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING WARNING RECORD".

       END PROGRAM MAINTENANCE-WARNING.
