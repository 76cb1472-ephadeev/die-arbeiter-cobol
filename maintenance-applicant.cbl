      ******************************************************************
      * Receive, Move, List - APPLICANT (candidates for requisitions)
      * Applications are taken only against a requisition that
      * APPROVE-REQUISITIONS has approved and nobody has filled yet.
      * Each candidate then moves forward through the stages -
      * received, interview, offer, accepted - or drops out as
      * declined, and every step is dated for the pipeline report.
      * Accepting an offer creates the pending hire on ARBEITER-FILE
      * (status "P", started by ACTIVATE-PENDING-HIRES on the start
      * date) and marks the requisition filled by that worker, so
      * HR does not key the same person again in
      * MAINTENANCE-ARBEITER. The hire is logged, journalled and
      * given a salary-history line and the standard six-month
      * probation, as LOAD-ARBEITER-CSV does for a loaded hire.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-APPLICANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-applicant.cbl".
           COPY "select-requisition.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".
           COPY "select-stelle.cbl".
           COPY "select-audit-log.cbl".
           COPY "select-salary-history.cbl".
           COPY "select-probation.cbl".
           COPY "select-id-control.cbl".
           COPY "select-update-lock.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-applicant.cbl".
           COPY "fd-requisition.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-stelle.cbl".
           COPY "fd-audit-log.cbl".
           COPY "fd-salary-history.cbl".
           COPY "fd-probation.cbl".
           COPY "fd-id-control.cbl".
           COPY "fd-update-lock.cbl".

       WORKING-STORAGE SECTION.
       77  APPLICANT-FILE-STATUS PIC XX.
       77  REQUISITION-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  STELLE-FILE-STATUS    PIC XX.
       77  STELLE-FILE-MISSING   PIC X VALUE "N".
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  SALARY-HISTORY-FILE-STATUS PIC XX.
       77  PROBATION-FILE-STATUS PIC XX.
       77  ID-CONTROL-FILE-STATUS PIC XX.
       77  UPDATE-LOCK-FILE-STATUS PIC XX.
       77  UPDATE-LOCK-TAKEN     PIC X VALUE "N".
       77  LOCK-DATE-PART        PIC 9(8).
       77  LOCK-TIME-PART        PIC 9(8).
       77  QUEUE-FILE-MISSING    PIC X VALUE "N".
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-APPLICANT".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 3.

       77  THE-MODE              PIC X(7).
       77  THE-RQ-ID             PIC 9(6).
       77  THE-APPLICANT-ID      PIC 9(6).
       77  NEXT-APPLICANT-ID     PIC 9(6).
       77  RQ-ID-FIELD           PIC Z(6).
       77  APPLICANT-ID-FIELD    PIC Z(6).
       77  REQUISITION-FOUND     PIC X.
       77  RQ-OPEN-FOUND         PIC X.
       77  APPLICANT-FOUND       PIC X.
       77  APPLICANT-ID-OK       PIC X.
       77  KNOWN-APPLICANT       PIC X.
       77  APPLICANT-AT-END      PIC X.
       77  NEW-STAGE             PIC X.
       77  STAGE-OK              PIC X.
       77  ROWS-LISTED-COUNT     PIC 9(3).
       77  STILL-IN-PIPELINE-COUNT PIC 9(3).
       77  SAVE-APPLICANT-RECORD PIC X(363).

       77  HIRE-CREATED          PIC X.
       77  HIRE-CONFIRMED        PIC X.
       77  RECORD-FOUND          PIC X.
       77  STELLE-ID-FOUND       PIC X.
       77  ARBEITER-FILE-AT-END  PIC X.
       77  HIGHEST-ARBEITER-ID   PIC 9(6).
       77  NEXT-ARBEITER-ID      PIC 9(6).
       77  IC-SAVE-ARBEITER-ID   PIC 9(6).
       77  IC-SAVE-ABTEILUNG-ID  PIC 9(4).
       77  TEILZEIT-ENTRY        PIC X(3).
       77  SAVE-OLD-SALARY       PIC 9(7)V99.
       77  SH-DATE-PART          PIC 9(8).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).
       77  JOURNAL-FILE-KIND     PIC X.
       77  JOURNAL-ACTION        PIC X.
       77  JOURNAL-BEFORE-IMAGE  PIC X(264).
       77  JOURNAL-AFTER-IMAGE   PIC X(264).

       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  DATUM-TO-CHECK        PIC X(10).
       77  DATUM-VALID           PIC X.
       77  DATUM-YEAR            PIC 9(4).
       77  DATUM-MONTH           PIC 99.
       77  DATUM-DAY             PIC 99.
       77  DAYS-IN-MONTH         PIC 99.
       77  IS-LEAP-YEAR          PIC X.
       77  DATUM-DIVIDE-QUOT     PIC 9(4).
       77  DATUM-DIVIDE-REM      PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y" AND UPDATE-LOCK-TAKEN = "Y" AND
               QUEUE-FILE-MISSING NOT = "Y"
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.
           PERFORM RELEASE-UPDATE-LOCK.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM OPEN-APPLICANT-FILE.
           OPEN I-O REQUISITION-FILE.
           IF REQUISITION-FILE-STATUS = "35"
               MOVE "Y" TO QUEUE-FILE-MISSING
               DISPLAY "NO REQUISITION FILE ON DISK - NOTHING TO "
                   "RECRUIT FOR".
           OPEN I-O ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT STELLE-FILE.
           IF STELLE-FILE-STATUS = "35"
               MOVE "Y" TO STELLE-FILE-MISSING.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND SALARY-HISTORY-FILE.
           PERFORM OPEN-PROBATION-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.
           IF SIGNON-OK = "Y"
               PERFORM TAKE-UPDATE-LOCK.
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
      *    The applicant and probation files are created by the
      *    first session - status "35" on the I-O open means the
      *    file is not on disk yet.
      ******************************************************************
       OPEN-APPLICANT-FILE.
           OPEN I-O APPLICANT-FILE.
           IF APPLICANT-FILE-STATUS = "35"
               OPEN OUTPUT APPLICANT-FILE
               CLOSE APPLICANT-FILE
               OPEN I-O APPLICANT-FILE.

       OPEN-PROBATION-FILE.
           OPEN I-O PROBATION-FILE.
           IF PROBATION-FILE-STATUS = "35"
               OPEN OUTPUT PROBATION-FILE
               CLOSE PROBATION-FILE
               OPEN I-O PROBATION-FILE.

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
           CLOSE APPLICANT-FILE.
           IF QUEUE-FILE-MISSING NOT = "Y"
               CLOSE REQUISITION-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           IF STELLE-FILE-MISSING NOT = "Y"
               CLOSE STELLE-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE SALARY-HISTORY-FILE.
           CLOSE PROBATION-FILE.

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
           DISPLAY "          1.  RECEIVE AN APPLICATION".
           DISPLAY "          2.  MOVE AN APPLICANT TO A NEW STAGE".
           DISPLAY "          3.  LIST A REQUISITION'S APPLICANTS".
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
               PERFORM RECEIVE-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM STAGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM LIST-MODE.

      ******************************************************************
      *    RECEIVE - only against an approved, unfilled requisition.
      *    A known applicant number brings the person's details
      *    over from their earlier application.
      ******************************************************************
       RECEIVE-MODE.
           MOVE "RECEIVE" TO THE-MODE.
           PERFORM ENTER-OPEN-RQ-ID.
           PERFORM RECEIVE-RECORDS
               UNTIL THE-RQ-ID = ZERO.

       RECEIVE-RECORDS.
           PERFORM ENTER-APPLICANT-ID.
           MOVE THE-RQ-ID TO AP-RQ-ID.
           MOVE THE-APPLICANT-ID TO AP-APPLICANT-ID.
           PERFORM READ-APPLICANT-RECORD.
           IF APPLICANT-FOUND = "Y"
               DISPLAY "APPLICANT " THE-APPLICANT-ID " HAS ALREADY "
                   "APPLIED FOR REQUISITION " THE-RQ-ID
           ELSE
               PERFORM STORE-THE-APPLICATION.
           PERFORM ENTER-OPEN-RQ-ID.

       STORE-THE-APPLICATION.
           IF KNOWN-APPLICANT = "Y"
               MOVE SAVE-APPLICANT-RECORD TO APPLICANT-RECORD
           ELSE
               MOVE SPACE TO APPLICANT-RECORD
               PERFORM ENTER-AP-FAMILIE
               PERFORM ENTER-AP-NAME
               PERFORM ENTER-AP-EMAIL
               PERFORM ENTER-AP-TELEFON.
           MOVE THE-RQ-ID TO AP-RQ-ID.
           MOVE THE-APPLICANT-ID TO AP-APPLICANT-ID.
           PERFORM ENTER-AP-SOURCE.
           MOVE "R" TO AP-STAGE.
           MOVE TODAY-DATUM-TEXT TO AP-RECEIVED-DATE.
           MOVE SPACE TO AP-INTERVIEW-DATE.
           MOVE SPACE TO AP-OFFER-DATE.
           MOVE SPACE TO AP-ACCEPTED-DATE.
           MOVE SPACE TO AP-DECLINED-DATE.
           MOVE ZERO TO AP-OFFER-SALARY.
           MOVE ZERO TO AP-ARBEITER-ID.
           MOVE THIS-OPERATOR-ID TO AP-CHANGED-BY.
           WRITE APPLICANT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING APPLICANT RECORD"
               NOT INVALID KEY
               DISPLAY "APPLICATION " AP-APPLICANT-ID " RECEIVED FOR "
                   "REQUISITION " AP-RQ-ID.

       ENTER-OPEN-RQ-ID.
           PERFORM ACCEPT-OPEN-RQ-ID.
           PERFORM RE-ACCEPT-OPEN-RQ-ID
               UNTIL RQ-OPEN-FOUND = "Y" OR THE-RQ-ID = ZERO.

       ACCEPT-OPEN-RQ-ID.
           DISPLAY " ".
           DISPLAY "ENTER REQUISITION ID TO " THE-MODE
               " AN APPLICATION FOR (0 TO STOP)".
           MOVE ZERO TO RQ-ID-FIELD.
           ACCEPT RQ-ID-FIELD.
           MOVE RQ-ID-FIELD TO THE-RQ-ID.
           MOVE "N" TO RQ-OPEN-FOUND.
           IF THE-RQ-ID > ZERO
               PERFORM READ-THE-REQUISITION
               IF REQUISITION-FOUND = "Y" AND RQ-IS-APPROVED
                   MOVE "Y" TO RQ-OPEN-FOUND
                   DISPLAY "ABTEILUNG " RQ-ABTEILUNG-ID " STELLE "
                       RQ-STELLE-ID " APPROVED " RQ-APPROVED-DATE.

       RE-ACCEPT-OPEN-RQ-ID.
           IF REQUISITION-FOUND NOT = "Y"
               DISPLAY "NO REQUISITION WITH THAT ID"
           ELSE
               DISPLAY "REQUISITION IS NOT APPROVED AND OPEN - "
                   "STATUS " RQ-STATUS.
           PERFORM ACCEPT-OPEN-RQ-ID.

      ******************************************************************
      *    Applicant number - ENTER takes the next free number for
      *    a new person; an earlier number is looked up so the
      *    same person keeps one number across requisitions.
      ******************************************************************
       ENTER-APPLICANT-ID.
           PERFORM FIND-NEXT-APPLICANT-ID.
           PERFORM ACCEPT-APPLICANT-ID.
           PERFORM RE-ACCEPT-APPLICANT-ID
               UNTIL APPLICANT-ID-OK = "Y".

       ACCEPT-APPLICANT-ID.
           DISPLAY "ENTER APPLICANT NUMBER OF AN EARLIER APPLICANT".
           DISPLAY "PRESS ENTER FOR A NEW APPLICANT: "
               NEXT-APPLICANT-ID.
           MOVE NEXT-APPLICANT-ID TO APPLICANT-ID-FIELD.
           ACCEPT APPLICANT-ID-FIELD.
           MOVE APPLICANT-ID-FIELD TO THE-APPLICANT-ID.
           MOVE "N" TO APPLICANT-ID-OK.
           MOVE "N" TO KNOWN-APPLICANT.
           IF THE-APPLICANT-ID = NEXT-APPLICANT-ID
               MOVE "Y" TO APPLICANT-ID-OK
           ELSE
               PERFORM FIND-KNOWN-APPLICANT
               IF KNOWN-APPLICANT = "Y"
                   MOVE "Y" TO APPLICANT-ID-OK
                   DISPLAY "APPLICANT: " AP-FAMILIE.

       RE-ACCEPT-APPLICANT-ID.
           DISPLAY "NO APPLICANT WITH THAT NUMBER ON FILE".
           PERFORM ACCEPT-APPLICANT-ID.

       FIND-KNOWN-APPLICANT.
           MOVE LOW-VALUES TO AP-RQ-APPLICANT-KEY.
           PERFORM START-APPLICANT-FILE.
           PERFORM MATCH-KNOWN-APPLICANT
               UNTIL APPLICANT-AT-END = "Y" OR KNOWN-APPLICANT = "Y".

       MATCH-KNOWN-APPLICANT.
           IF AP-APPLICANT-ID = THE-APPLICANT-ID
               MOVE "Y" TO KNOWN-APPLICANT
               MOVE APPLICANT-RECORD TO SAVE-APPLICANT-RECORD
           ELSE
               PERFORM READ-NEXT-APPLICANT.

      ******************************************************************
      *    Next applicant number - applicants are a short-lived
      *    pool, so a scan for the highest number is fine.
      ******************************************************************
       FIND-NEXT-APPLICANT-ID.
           MOVE ZERO TO NEXT-APPLICANT-ID.
           MOVE LOW-VALUES TO AP-RQ-APPLICANT-KEY.
           PERFORM START-APPLICANT-FILE.
           PERFORM TRACK-HIGHEST-APPLICANT-ID
               UNTIL APPLICANT-AT-END = "Y".
           ADD 1 TO NEXT-APPLICANT-ID.

       TRACK-HIGHEST-APPLICANT-ID.
           IF AP-APPLICANT-ID > NEXT-APPLICANT-ID
               MOVE AP-APPLICANT-ID TO NEXT-APPLICANT-ID.
           PERFORM READ-NEXT-APPLICANT.

       ENTER-AP-FAMILIE.
           DISPLAY "ENTER FAMILIE".
           ACCEPT AP-FAMILIE.

       ENTER-AP-NAME.
           DISPLAY "ENTER NAME".
           ACCEPT AP-NAME.

       ENTER-AP-EMAIL.
           DISPLAY "ENTER E-MAIL ADDRESS".
           ACCEPT AP-EMAIL.

       ENTER-AP-TELEFON.
           DISPLAY "ENTER TELEFON".
           ACCEPT AP-TELEFON.

       ENTER-AP-SOURCE.
           PERFORM ACCEPT-AP-SOURCE.
           PERFORM RE-ACCEPT-AP-SOURCE
               UNTIL AP-SOURCE-IS-VALID.

       ACCEPT-AP-SOURCE.
           DISPLAY "WHERE DID THE APPLICATION COME FROM?".
           DISPLAY "J JOB BOARD, A AGENCY, R REFERRAL, I INTERNAL, "
               "W WEBSITE, O OTHER".
           ACCEPT AP-SOURCE.
           INSPECT AP-SOURCE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-AP-SOURCE.
           DISPLAY "SOURCE MUST BE J, A, R, I, W OR O".
           PERFORM ACCEPT-AP-SOURCE.

      ******************************************************************
      *    STAGE - forward only: an interview after receipt, an
      *    offer after receipt or interview, acceptance only of an
      *    offer made; declined closes the application from any
      *    open stage.
      ******************************************************************
       STAGE-MODE.
           MOVE "MOVE" TO THE-MODE.
           PERFORM GET-APPLICANT-RECORD.
           PERFORM STAGE-RECORDS
               UNTIL THE-RQ-ID = ZERO.

       STAGE-RECORDS.
           PERFORM DISPLAY-THE-APPLICANT.
           IF AP-IS-ACCEPTED OR AP-IS-DECLINED
               DISPLAY "APPLICATION IS CLOSED - NO FURTHER STAGE"
           ELSE
               PERFORM ENTER-NEW-STAGE
               IF NEW-STAGE NOT = SPACE
                   PERFORM APPLY-NEW-STAGE.
           PERFORM GET-APPLICANT-RECORD.

       GET-APPLICANT-RECORD.
           PERFORM ACCEPT-APPLICANT-KEY.
           PERFORM RE-ACCEPT-APPLICANT-KEY
               UNTIL APPLICANT-FOUND = "Y" OR THE-RQ-ID = ZERO.

       ACCEPT-APPLICANT-KEY.
           DISPLAY " ".
           DISPLAY "ENTER REQUISITION ID OF THE APPLICATION TO "
               THE-MODE " (0 TO STOP)".
           MOVE ZERO TO RQ-ID-FIELD.
           ACCEPT RQ-ID-FIELD.
           MOVE RQ-ID-FIELD TO THE-RQ-ID.
           MOVE "N" TO APPLICANT-FOUND.
           IF THE-RQ-ID > ZERO
               DISPLAY "ENTER APPLICANT NUMBER"
               MOVE ZERO TO APPLICANT-ID-FIELD
               ACCEPT APPLICANT-ID-FIELD
               MOVE APPLICANT-ID-FIELD TO THE-APPLICANT-ID
               MOVE THE-RQ-ID TO AP-RQ-ID
               MOVE THE-APPLICANT-ID TO AP-APPLICANT-ID
               PERFORM READ-APPLICANT-RECORD.

       RE-ACCEPT-APPLICANT-KEY.
           DISPLAY "NO SUCH APPLICATION ON FILE".
           PERFORM ACCEPT-APPLICANT-KEY.

       DISPLAY-THE-APPLICANT.
           DISPLAY " ".
           DISPLAY "APPLICANT " AP-APPLICANT-ID " FOR REQUISITION "
               AP-RQ-ID.
           DISPLAY "  NAME:      " AP-FAMILIE.
           DISPLAY "             " AP-NAME.
           DISPLAY "  E-MAIL:    " AP-EMAIL.
           DISPLAY "  TELEFON:   " AP-TELEFON.
           DISPLAY "  SOURCE:    " AP-SOURCE.
           DISPLAY "  STAGE:     " AP-STAGE.
           DISPLAY "  RECEIVED:  " AP-RECEIVED-DATE.
           IF AP-INTERVIEW-DATE NOT = SPACE
               DISPLAY "  INTERVIEW: " AP-INTERVIEW-DATE.
           IF AP-OFFER-DATE NOT = SPACE
               DISPLAY "  OFFER:     " AP-OFFER-DATE
                   "  SALARY " AP-OFFER-SALARY.
           IF AP-ACCEPTED-DATE NOT = SPACE
               DISPLAY "  ACCEPTED:  " AP-ACCEPTED-DATE
                   "  ARBEITER " AP-ARBEITER-ID.
           IF AP-DECLINED-DATE NOT = SPACE
               DISPLAY "  DECLINED:  " AP-DECLINED-DATE.

       ENTER-NEW-STAGE.
           PERFORM ACCEPT-NEW-STAGE.
           PERFORM RE-ACCEPT-NEW-STAGE
               UNTIL STAGE-OK = "Y".

       ACCEPT-NEW-STAGE.
           DISPLAY "NEW STAGE: I INTERVIEW, O OFFER, A ACCEPTED, "
               "D DECLINED".
           DISPLAY "LEAVE BLANK TO LEAVE THE STAGE AS IT IS".
           MOVE SPACE TO NEW-STAGE.
           ACCEPT NEW-STAGE.
           INSPECT NEW-STAGE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           PERFORM VALIDATE-NEW-STAGE.

       RE-ACCEPT-NEW-STAGE.
           DISPLAY "STAGES ONLY MOVE FORWARD - AN OFFER MUST BE MADE "
               "BEFORE IT CAN BE ACCEPTED".
           PERFORM ACCEPT-NEW-STAGE.

       VALIDATE-NEW-STAGE.
           MOVE "Y" TO STAGE-OK.
           IF NEW-STAGE = SPACE OR NEW-STAGE = "D"
               CONTINUE
           ELSE
           IF NEW-STAGE = "I" AND AP-IS-RECEIVED
               CONTINUE
           ELSE
           IF NEW-STAGE = "O" AND (AP-IS-RECEIVED OR AP-IS-INTERVIEW)
               CONTINUE
           ELSE
           IF NEW-STAGE = "A" AND AP-IS-OFFER
               CONTINUE
           ELSE
               MOVE "N" TO STAGE-OK.

       APPLY-NEW-STAGE.
           IF NEW-STAGE = "I"
               MOVE TODAY-DATUM-TEXT TO AP-INTERVIEW-DATE
               PERFORM STORE-NEW-STAGE
           ELSE
           IF NEW-STAGE = "O"
               PERFORM ENTER-AP-OFFER-SALARY
               MOVE TODAY-DATUM-TEXT TO AP-OFFER-DATE
               PERFORM STORE-NEW-STAGE
           ELSE
           IF NEW-STAGE = "D"
               MOVE TODAY-DATUM-TEXT TO AP-DECLINED-DATE
               PERFORM STORE-NEW-STAGE
           ELSE
           IF NEW-STAGE = "A"
               PERFORM ACCEPT-THE-OFFER.

       STORE-NEW-STAGE.
           MOVE NEW-STAGE TO AP-STAGE.
           MOVE THIS-OPERATOR-ID TO AP-CHANGED-BY.
           REWRITE APPLICANT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING APPLICANT RECORD"
               NOT INVALID KEY
               DISPLAY "APPLICANT " AP-APPLICANT-ID " NOW AT STAGE "
                   AP-STAGE.

      ******************************************************************
      *    Offered salary - warned against the position's band the
      *    same way MAINTENANCE-ARBEITER warns on a hire.
      ******************************************************************
       ENTER-AP-OFFER-SALARY.
           PERFORM ACCEPT-AP-OFFER-SALARY.
           PERFORM RE-ACCEPT-AP-OFFER-SALARY
               UNTIL AP-OFFER-SALARY > ZERO.
           PERFORM CHECK-OFFER-AGAINST-BAND.

       ACCEPT-AP-OFFER-SALARY.
           DISPLAY "ENTER THE SALARY OFFERED".
           ACCEPT AP-OFFER-SALARY.

       RE-ACCEPT-AP-OFFER-SALARY.
           DISPLAY "SALARY MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-AP-OFFER-SALARY.

       CHECK-OFFER-AGAINST-BAND.
           MOVE AP-RQ-ID TO THE-RQ-ID.
           PERFORM READ-THE-REQUISITION.
           IF STELLE-FILE-MISSING = "Y" OR
               REQUISITION-FOUND NOT = "Y"
               CONTINUE
           ELSE
               MOVE RQ-STELLE-ID TO STELLE-ID
               MOVE "Y" TO STELLE-ID-FOUND
               READ STELLE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO STELLE-ID-FOUND
               END-READ
               IF STELLE-ID-FOUND = "Y"
                   IF AP-OFFER-SALARY < STELLE-MIN-SALARY OR
                       AP-OFFER-SALARY > STELLE-MAX-SALARY
                       DISPLAY "WARNING - SALARY IS OUTSIDE THE "
                           "BAND FOR POSITION " RQ-STELLE-ID
                       DISPLAY "BAND IS " STELLE-MIN-SALARY
                           " TO " STELLE-MAX-SALARY.

      ******************************************************************
      *    Acceptance - the requisition must still be open. The
      *    pending hire is written first; only when it is on file
      *    are the requisition filled and the application closed.
      ******************************************************************
       ACCEPT-THE-OFFER.
           MOVE AP-RQ-ID TO THE-RQ-ID.
           PERFORM READ-THE-REQUISITION.
           IF REQUISITION-FOUND NOT = "Y" OR NOT RQ-IS-APPROVED
               DISPLAY "REQUISITION " THE-RQ-ID " IS NO LONGER OPEN"
               DISPLAY "THE OFFER CANNOT BE ACCEPTED AGAINST IT"
           ELSE
               PERFORM CREATE-PENDING-HIRE
               IF HIRE-CREATED = "Y"
                   PERFORM FILL-THE-REQUISITION
                   MOVE TODAY-DATUM-TEXT TO AP-ACCEPTED-DATE
                   MOVE ARBEITER-ID TO AP-ARBEITER-ID
                   PERFORM STORE-NEW-STAGE
                   PERFORM WARN-OTHERS-STILL-OPEN.

       CREATE-PENDING-HIRE.
           MOVE "N" TO HIRE-CREATED.
           PERFORM CHECK-DUPLICATE-PERSON.
           IF HIRE-CONFIRMED = "Y"
               PERFORM BUILD-PENDING-HIRE
               PERFORM WRITE-PENDING-HIRE.

      ******************************************************************
      *    The person may already be on file - a rehire, or a hire
      *    someone keyed by hand. FAMILIE-NAME-KEY allows
      *    duplicates, so the clerk decides.
      ******************************************************************
       CHECK-DUPLICATE-PERSON.
           MOVE "Y" TO HIRE-CONFIRMED.
           MOVE AP-FAMILIE TO FAMILIE.
           MOVE AP-NAME TO ARBEITER-NAME.
           MOVE "Y" TO RECORD-FOUND.
           READ ARBEITER-FILE RECORD
               KEY IS FAMILIE-NAME-KEY
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND
               (ARBEITER-IS-ACTIVE OR ARBEITER-IS-PENDING)
               DISPLAY "WARNING - A WORKER WITH THIS FAMILIE AND NAME "
                   "IS ALREADY ON FILE - ARBEITER ID: " ARBEITER-ID
               DISPLAY "CREATE THE HIRE ANYWAY (Y/N)?"
               ACCEPT HIRE-CONFIRMED
               INSPECT HIRE-CONFIRMED
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA
               IF HIRE-CONFIRMED NOT = "Y"
                   DISPLAY "NO HIRE CREATED - APPLICATION LEFT AT "
                       "OFFER".

       BUILD-PENDING-HIRE.
           PERFORM FIND-NEXT-ARBEITER-ID.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM SKIP-USED-ARBEITER-ID
               UNTIL RECORD-FOUND = "N".
           MOVE SPACE TO ARBEITER-RECORD.
           MOVE NEXT-ARBEITER-ID TO ARBEITER-ID.
           PERFORM LOOK-UP-DEPARTMENT-HEAD.
           MOVE RQ-ABTEILUNG-ID TO ARBEITER-ABTEILUNG-ID.
           MOVE AP-FAMILIE TO FAMILIE.
           MOVE AP-NAME TO ARBEITER-NAME.
           MOVE AP-OFFER-SALARY TO SALARY.
           MOVE RQ-STELLE-ID TO ARBEITER-STELLE-ID.
           MOVE "P" TO ARBEITER-STATUS.
           MOVE SPACE TO AUSTRITTS-DATUM.
           DISPLAY "NEW HIRE " AP-FAMILIE.
           PERFORM ENTER-EINSTELL-DATUM.
           PERFORM ENTER-GEBURTS-DATUM.
           PERFORM ENTER-TEILZEIT-PROZENT.
           PERFORM ENTER-GESCHLECHT.

       SKIP-USED-ARBEITER-ID.
           MOVE NEXT-ARBEITER-ID TO ARBEITER-ID.
           PERFORM READ-ARBEITER-RECORD.
           IF RECORD-FOUND = "Y"
               ADD 1 TO NEXT-ARBEITER-ID.

      ******************************************************************
      *    The hire reports to the head of the requisition's
      *    department; with no head on file CHIEF-ID stays zero and
      *    is set later in MAINTENANCE-ARBEITER.
      ******************************************************************
       LOOK-UP-DEPARTMENT-HEAD.
           MOVE ZERO TO CHIEF-ID.
           MOVE RQ-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE ABTEILUNG-LEITER-ID TO CHIEF-ID
           END-READ.

       WRITE-PENDING-HIRE.
           WRITE ARBEITER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING ARBEITER RECORD " ARBEITER-ID
               NOT INVALID KEY
               MOVE "Y" TO HIRE-CREATED
               PERFORM BUMP-ARBEITER-ID-CONTROL
               PERFORM LOG-ARBEITER-CREATED
               PERFORM LOG-INITIAL-SALARY-HISTORY
               PERFORM RECORD-PROBATION-PERIOD
               PERFORM SEED-ONBOARDING-CHECKLIST
               MOVE SPACE TO JOURNAL-BEFORE-IMAGE
               MOVE "W" TO JOURNAL-ACTION
               PERFORM WRITE-MASTER-JOURNAL
               DISPLAY "PENDING HIRE CREATED - ARBEITER ID "
                   ARBEITER-ID " STARTS " EINSTELL-DATUM.

       FILL-THE-REQUISITION.
           MOVE "F" TO RQ-STATUS.
           MOVE ARBEITER-ID TO RQ-FILLED-ARBEITER.
           MOVE TODAY-DATUM-TEXT TO RQ-FILLED-DATE.
           REWRITE REQUISITION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REQUISITION " RQ-ID
               NOT INVALID KEY
               DISPLAY "REQUISITION " RQ-ID " FILLED BY THIS HIRE".

      ******************************************************************
      *    Once the requisition is filled, any other candidate still
      *    open against it has to be told - the clerk is reminded.
      ******************************************************************
       WARN-OTHERS-STILL-OPEN.
           MOVE APPLICANT-RECORD TO SAVE-APPLICANT-RECORD.
           MOVE ZERO TO STILL-IN-PIPELINE-COUNT.
           MOVE AP-RQ-ID TO THE-RQ-ID.
           MOVE ZERO TO AP-APPLICANT-ID.
           PERFORM START-APPLICANT-FILE.
           PERFORM COUNT-ONE-STILL-OPEN
               UNTIL APPLICANT-AT-END = "Y" OR
               AP-RQ-ID NOT = THE-RQ-ID.
           IF STILL-IN-PIPELINE-COUNT > ZERO
               DISPLAY STILL-IN-PIPELINE-COUNT " OTHER APPLICANT(S) "
                   "STILL OPEN ON THIS REQUISITION - MARK THEM "
                   "DECLINED".
           MOVE SAVE-APPLICANT-RECORD TO APPLICANT-RECORD.

       COUNT-ONE-STILL-OPEN.
           IF AP-IS-IN-PIPELINE
               ADD 1 TO STILL-IN-PIPELINE-COUNT.
           PERFORM READ-NEXT-APPLICANT.

      ******************************************************************
      *    Hire details the application does not carry.
      ******************************************************************
       ENTER-EINSTELL-DATUM.
           PERFORM ACCEPT-EINSTELL-DATUM.
           PERFORM RE-ACCEPT-EINSTELL-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-EINSTELL-DATUM.
           DISPLAY "ENTER EINSTEL DATUM IN FORMAT YYYY-MM-DD".
           ACCEPT EINSTELL-DATUM.
           MOVE EINSTELL-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.

       RE-ACCEPT-EINSTELL-DATUM.
           PERFORM ACCEPT-EINSTELL-DATUM.

       ENTER-GEBURTS-DATUM.
           PERFORM ACCEPT-GEBURTS-DATUM.
           PERFORM RE-ACCEPT-GEBURTS-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-GEBURTS-DATUM.
           DISPLAY "ENTER GEBURTS DATUM (BIRTH DATE)".
           DISPLAY "IN FORMAT YYYY-MM-DD".
           ACCEPT GEBURTS-DATUM.
           MOVE GEBURTS-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.

       RE-ACCEPT-GEBURTS-DATUM.
           PERFORM ACCEPT-GEBURTS-DATUM.

       ENTER-TEILZEIT-PROZENT.
           PERFORM ACCEPT-TEILZEIT-PROZENT.
           PERFORM RE-ACCEPT-TEILZEIT-PROZENT
               UNTIL TEILZEIT-PROZENT > ZERO AND
               TEILZEIT-PROZENT <= 100.

       ACCEPT-TEILZEIT-PROZENT.
           DISPLAY "ENTER PART-TIME PERCENTAGE (1-100)".
           DISPLAY "LEAVE BLANK FOR FULL TIME (100)".
           MOVE SPACE TO TEILZEIT-ENTRY.
           ACCEPT TEILZEIT-ENTRY.
           IF TEILZEIT-ENTRY = SPACE
               MOVE 100 TO TEILZEIT-PROZENT
           ELSE
               MOVE TEILZEIT-ENTRY TO TEILZEIT-PROZENT.

       RE-ACCEPT-TEILZEIT-PROZENT.
           DISPLAY "PERCENTAGE MUST BE 1-100".
           PERFORM ACCEPT-TEILZEIT-PROZENT.

       ENTER-GESCHLECHT.
           PERFORM ACCEPT-GESCHLECHT.
           PERFORM RE-ACCEPT-GESCHLECHT
               UNTIL GESCHLECHT-IS-VALID.

       ACCEPT-GESCHLECHT.
           DISPLAY "ENTER GESCHLECHT (GENDER) - M MALE, W FEMALE,".
           DISPLAY "D DIVERSE, X NOT STATED".
           MOVE SPACE TO GESCHLECHT.
           ACCEPT GESCHLECHT.
           INSPECT GESCHLECHT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-GESCHLECHT.
           DISPLAY "YOU MUST ENTER M, W, D OR X".
           PERFORM ACCEPT-GESCHLECHT.

      ******************************************************************
      *    A real calendar-date check, as in MAINTENANCE-ARBEITER.
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
      *    Probation record for the hire - the standard six months
      *    after EINSTELL-DATUM, the day clamped to the target
      *    month's length, as LOAD-ARBEITER-CSV sets it.
      ******************************************************************
       RECORD-PROBATION-PERIOD.
           MOVE EINSTELL-DATUM(1:4) TO DATUM-YEAR.
           MOVE EINSTELL-DATUM(6:2) TO DATUM-MONTH.
           MOVE EINSTELL-DATUM(9:2) TO DATUM-DAY.
           ADD 6 TO DATUM-MONTH.
           IF DATUM-MONTH > 12
               SUBTRACT 12 FROM DATUM-MONTH
               ADD 1 TO DATUM-YEAR.
           PERFORM FIND-DAYS-IN-DATUM-MONTH.
           IF DATUM-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO DATUM-DAY.
           MOVE SPACE TO PROBATION-RECORD.
           MOVE ARBEITER-ID TO PRB-ARBEITER-ID.
           MOVE SPACE TO PRB-END-DATUM.
           STRING
               DATUM-YEAR  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               DATUM-MONTH DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               DATUM-DAY   DELIMITED BY SIZE
               INTO PRB-END-DATUM.
           MOVE "O" TO PRB-STATUS.
           MOVE "N" TO PRB-EXTENDED-FLAG.
           MOVE ZERO TO PRB-DECIDED-BY.
           MOVE SPACE TO PRB-DECIDED-DATUM.
           WRITE PROBATION-RECORD
               INVALID KEY
               REWRITE PROBATION-RECORD
               END-REWRITE.

      ******************************************************************
      *    LIST - one requisition's applicants, read in key order.
      ******************************************************************
       LIST-MODE.
           MOVE "LIST" TO THE-MODE.
           PERFORM ENTER-LIST-RQ-ID.
           PERFORM LIST-RECORDS
               UNTIL THE-RQ-ID = ZERO.

       LIST-RECORDS.
           PERFORM LIST-REQUISITION-APPLICANTS.
           PERFORM ENTER-LIST-RQ-ID.

       ENTER-LIST-RQ-ID.
           DISPLAY " ".
           DISPLAY "ENTER REQUISITION ID TO LIST (0 TO STOP)".
           MOVE ZERO TO RQ-ID-FIELD.
           ACCEPT RQ-ID-FIELD.
           MOVE RQ-ID-FIELD TO THE-RQ-ID.

       LIST-REQUISITION-APPLICANTS.
           MOVE ZERO TO ROWS-LISTED-COUNT.
           MOVE THE-RQ-ID TO AP-RQ-ID.
           MOVE ZERO TO AP-APPLICANT-ID.
           PERFORM START-APPLICANT-FILE.
           PERFORM LIST-ONE-APPLICANT
               UNTIL APPLICANT-AT-END = "Y" OR
               AP-RQ-ID NOT = THE-RQ-ID.
           IF ROWS-LISTED-COUNT = ZERO
               DISPLAY "NO APPLICANTS ON FILE FOR THAT REQUISITION".

       LIST-ONE-APPLICANT.
           DISPLAY "  APPLICANT " AP-APPLICANT-ID " STAGE " AP-STAGE
               " RECEIVED " AP-RECEIVED-DATE " SOURCE " AP-SOURCE
               " " AP-FAMILIE(1:30).
           ADD 1 TO ROWS-LISTED-COUNT.
           PERFORM READ-NEXT-APPLICANT.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       START-APPLICANT-FILE.
           MOVE "N" TO APPLICANT-AT-END.
           START APPLICANT-FILE
               KEY IS NOT LESS THAN AP-RQ-APPLICANT-KEY
               INVALID KEY
               MOVE "Y" TO APPLICANT-AT-END.
           IF APPLICANT-AT-END NOT = "Y"
               PERFORM READ-NEXT-APPLICANT.

       READ-NEXT-APPLICANT.
           READ APPLICANT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO APPLICANT-AT-END.

       READ-APPLICANT-RECORD.
           MOVE "Y" TO APPLICANT-FOUND.
           READ APPLICANT-FILE RECORD
               INVALID KEY
               MOVE "N" TO APPLICANT-FOUND.

       READ-THE-REQUISITION.
           MOVE THE-RQ-ID TO RQ-ID.
           MOVE "Y" TO REQUISITION-FOUND.
           READ REQUISITION-FILE RECORD
               INVALID KEY
               MOVE "N" TO REQUISITION-FOUND.

       READ-ARBEITER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       READ-NEXT-ARBEITER-FOR-COUNT.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    Next free ARBEITER-ID - from the ID-CONTROL counter when
      *    it has been seeded, else the full scan that seeds it, the
      *    same as ADD in MAINTENANCE-ARBEITER.
      ******************************************************************
       FIND-NEXT-ARBEITER-ID.
           PERFORM READ-ID-CONTROL-FILE.
           IF IC-NEXT-ARBEITER-ID > ZERO
               MOVE IC-NEXT-ARBEITER-ID TO NEXT-ARBEITER-ID
           ELSE
               PERFORM SCAN-FOR-NEXT-ARBEITER-ID
               MOVE NEXT-ARBEITER-ID TO IC-NEXT-ARBEITER-ID
               PERFORM WRITE-ID-CONTROL-FILE.

       SCAN-FOR-NEXT-ARBEITER-ID.
           MOVE ZERO TO HIGHEST-ARBEITER-ID.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-FOR-COUNT
               PERFORM TRACK-HIGHEST-ARBEITER-ID
                   UNTIL ARBEITER-FILE-AT-END = "Y".
           COMPUTE NEXT-ARBEITER-ID = HIGHEST-ARBEITER-ID + 1.

       TRACK-HIGHEST-ARBEITER-ID.
           IF ARBEITER-ID > HIGHEST-ARBEITER-ID
               MOVE ARBEITER-ID TO HIGHEST-ARBEITER-ID.
           PERFORM READ-NEXT-ARBEITER-FOR-COUNT.

       BUMP-ARBEITER-ID-CONTROL.
           PERFORM READ-ID-CONTROL-FILE.
           IF ARBEITER-ID >= IC-NEXT-ARBEITER-ID
               COMPUTE IC-NEXT-ARBEITER-ID = ARBEITER-ID + 1
               PERFORM WRITE-ID-CONTROL-FILE.

       READ-ID-CONTROL-FILE.
           MOVE ZERO TO IC-NEXT-ARBEITER-ID.
           MOVE ZERO TO IC-NEXT-ABTEILUNG-ID.
           OPEN INPUT ID-CONTROL-FILE.
           IF ID-CONTROL-FILE-STATUS NOT = "35"
               READ ID-CONTROL-FILE
                   AT END
                   CONTINUE
               END-READ
               CLOSE ID-CONTROL-FILE.
           IF IC-NEXT-ARBEITER-ID IS NOT NUMERIC
               MOVE ZERO TO IC-NEXT-ARBEITER-ID.
           IF IC-NEXT-ABTEILUNG-ID IS NOT NUMERIC
               MOVE ZERO TO IC-NEXT-ABTEILUNG-ID.

       WRITE-ID-CONTROL-FILE.
           MOVE IC-NEXT-ARBEITER-ID TO IC-SAVE-ARBEITER-ID.
           MOVE IC-NEXT-ABTEILUNG-ID TO IC-SAVE-ABTEILUNG-ID.
           OPEN OUTPUT ID-CONTROL-FILE.
           MOVE SPACE TO ID-CONTROL-RECORD.
           MOVE IC-SAVE-ARBEITER-ID TO IC-NEXT-ARBEITER-ID.
           MOVE IC-SAVE-ABTEILUNG-ID TO IC-NEXT-ABTEILUNG-ID.
           WRITE ID-CONTROL-RECORD.
           CLOSE ID-CONTROL-FILE.

      ******************************************************************
      *    Every new hire gets an onboarding checklist - the
      *    standard tasks plus what the position's STELLE-REQ rows
      *    demand - through the shared seeder.
      ******************************************************************
       SEED-ONBOARDING-CHECKLIST.
           CALL "SEED-ONBOARDING-TASKS" USING ARBEITER-ID
                                              ARBEITER-STELLE-ID
                                              EINSTELL-DATUM.

      ******************************************************************
      *    Before-image journal through the shared subprogram.
      ******************************************************************
       WRITE-MASTER-JOURNAL.
           MOVE "A" TO JOURNAL-FILE-KIND.
           MOVE ARBEITER-RECORD TO JOURNAL-AFTER-IMAGE.
           CALL "JOURNAL-MASTER-IMAGE" USING JOURNAL-FILE-KIND
                                             JOURNAL-ACTION
                                             JOURNAL-BEFORE-IMAGE
                                             JOURNAL-AFTER-IMAGE.

      ******************************************************************
      *    Audit and salary history for the new worker - one
      *    "RECORD" entry, as for a batch-loaded hire.
      ******************************************************************
       LOG-ARBEITER-CREATED.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE "MAINTENANCE-APPLICANT" TO AUDIT-PROGRAM.
           MOVE "HIRE" TO AUDIT-MODE.
           MOVE ARBEITER-ID TO AUDIT-RECORD-KEY.
           MOVE "RECORD" TO AUDIT-FIELD-NAME.
           STRING
               "APPLICANT "    DELIMITED BY SIZE
               AP-APPLICANT-ID DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE "CREATED" TO AUDIT-NEW-VALUE.
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

       LOG-INITIAL-SALARY-HISTORY.
           MOVE ZERO TO SAVE-OLD-SALARY.
           MOVE ARBEITER-ID TO SH-ARBEITER-ID.
           ACCEPT SH-DATE-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO SH-EFFECTIVE-DATE.
           STRING
               SH-DATE-PART(1:4) DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               SH-DATE-PART(5:2) DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               SH-DATE-PART(7:2) DELIMITED BY SIZE
               INTO SH-EFFECTIVE-DATE.
           MOVE SAVE-OLD-SALARY TO SH-OLD-SALARY.
           MOVE SALARY TO SH-NEW-SALARY.
           COMPUTE SH-CHANGE-AMOUNT = SALARY - SAVE-OLD-SALARY.
           WRITE SALARY-HISTORY-RECORD.

      ******************************************************************
      *    System-wide update lock - taken for the session because
      *    an accepted offer writes the worker master.
      ******************************************************************
       TAKE-UPDATE-LOCK.
           MOVE "N" TO UPDATE-LOCK-TAKEN.
           MOVE "N" TO LOCK-FLAG.
           OPEN INPUT UPDATE-LOCK-FILE.
           IF UPDATE-LOCK-FILE-STATUS NOT = "35"
               READ UPDATE-LOCK-FILE
                   AT END
                   MOVE "N" TO LOCK-FLAG
               END-READ
               CLOSE UPDATE-LOCK-FILE.
           IF FILE-IS-LOCKED
               DISPLAY "MASTER FILES IN USE BY " LOCK-HOLDER
               DISPLAY "SINCE " LOCK-DATE-TIME
               DISPLAY "TRY AGAIN LATER, OR HAVE A SUPERVISOR RUN "
                   "CLEAR-UPDATE-LOCK IF THAT RUN HAS CRASHED"
           ELSE
               OPEN OUTPUT UPDATE-LOCK-FILE
               MOVE SPACE TO UPDATE-LOCK-RECORD
               MOVE "Y" TO LOCK-FLAG
               MOVE "MAINTENANCE-APPLICANT" TO LOCK-HOLDER
               PERFORM STAMP-LOCK-DATE-TIME
               WRITE UPDATE-LOCK-RECORD
               CLOSE UPDATE-LOCK-FILE
               MOVE "Y" TO UPDATE-LOCK-TAKEN.

       RELEASE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               OPEN OUTPUT UPDATE-LOCK-FILE
               MOVE SPACE TO UPDATE-LOCK-RECORD
               MOVE "N" TO LOCK-FLAG
               WRITE UPDATE-LOCK-RECORD
               CLOSE UPDATE-LOCK-FILE.

       STAMP-LOCK-DATE-TIME.
           ACCEPT LOCK-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-PART FROM TIME.
           MOVE SPACE TO LOCK-DATE-TIME.
           STRING
               LOCK-DATE-PART       DELIMITED BY SIZE
               "-"                  DELIMITED BY SIZE
               LOCK-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO LOCK-DATE-TIME.

       END PROGRAM MAINTENANCE-APPLICANT.
