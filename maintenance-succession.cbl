      ******************************************************************
      * Add, Change, Inquire, Delete - SUCCESSION (succession plans)
      * Up to three successor candidates for each department head
      * (role kind H, keyed by ABTEILUNG-ID) and each critical
      * position (role kind P, keyed by STELLE-ID), each with a
      * readiness rating. A candidate is rejected when they are not
      * an active worker, already hold the head post, or lack any
      * STELLE-REQ qualification of the target role - held and not
      * expired. For a head post the target role is the position
      * the current head holds. A readiness change checks the
      * candidate again. Supervisor-only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-SUCCESSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-succession.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".
           COPY "select-stelle.cbl".
           COPY "select-stelle-req.cbl".
           COPY "select-qualifikation.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-succession.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-stelle.cbl".
           COPY "fd-stelle-req.cbl".
           COPY "fd-qualifikation.cbl".

       WORKING-STORAGE SECTION.
       77  SUCCESSION-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  STELLE-FILE-STATUS    PIC XX.
       77  STELLE-REQ-FILE-STATUS PIC XX.
       77  QUALIFIKATION-FILE-STATUS PIC XX.
       77  STELLE-FILE-MISSING   PIC X VALUE "N".
       77  STELLE-REQ-FILE-MISSING PIC X VALUE "N".
       77  QUALIFIKATION-FILE-MISSING PIC X VALUE "N".
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-SUCCESSION".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 4.
       77  OK-TO-DELETE       PIC X.

       77  THE-MODE           PIC X(7).
       77  RECORD-FOUND       PIC X.
       77  ROLE-FOUND         PIC X.
       77  CANDIDATE-OK       PIC X.
       77  QUAL-ON-FILE       PIC X.
       77  PLAN-AT-END        PIC X.
       77  REQ-AT-END         PIC X.
       77  ROLE-KIND-ENTRY    PIC X.
       77  SC-ROLE-ID-FIELD   PIC Z(4).
       77  SC-CANDIDATE-ID-FIELD PIC Z(6).
       77  ROLE-STELLE-ID     PIC 9(4).
       77  ROLE-HOLDER-ID     PIC 9(6).
       77  CANDIDATE-COUNT    PIC 9.
       77  MAX-CANDIDATES     PIC 9 VALUE 3.
       77  REQ-MISSING-COUNT  PIC 9(3).
       77  READINESS-TEXT     PIC X(16).
       77  SAVE-SUCCESSION-RECORD PIC X(26).
       77  SAVE-ROLE-KIND     PIC X.
       77  SAVE-ROLE-ID       PIC 9(4).
       77  TODAY-DATUM-PART   PIC 9(8).
       77  TODAY-DATUM-TEXT   PIC X(10).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

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
           PERFORM OPEN-SUCCESSION-FILE.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT STELLE-FILE.
           IF STELLE-FILE-STATUS = "35"
               MOVE "Y" TO STELLE-FILE-MISSING.
           OPEN INPUT STELLE-REQ-FILE.
           IF STELLE-REQ-FILE-STATUS = "35"
               MOVE "Y" TO STELLE-REQ-FILE-MISSING.
           OPEN INPUT QUALIFIKATION-FILE.
           IF QUALIFIKATION-FILE-STATUS = "35"
               MOVE "Y" TO QUALIFIKATION-FILE-MISSING.
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
      *    The succession file is created by the first session -
      *    status "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-SUCCESSION-FILE.
           OPEN I-O SUCCESSION-FILE.
           IF SUCCESSION-FILE-STATUS = "35"
               OPEN OUTPUT SUCCESSION-FILE
               CLOSE SUCCESSION-FILE
               OPEN I-O SUCCESSION-FILE.

      ******************************************************************
      *    Operator sign-on - succession plans are supervisor-only.
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
               DISPLAY "ONLY A SUPERVISOR MAY KEEP SUCCESSION PLANS".

       CLOSING-PROCEDURE.
           CLOSE SUCCESSION-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           IF STELLE-FILE-MISSING NOT = "Y"
               CLOSE STELLE-FILE.
           IF STELLE-REQ-FILE-MISSING NOT = "Y"
               CLOSE STELLE-REQ-FILE.
           IF QUALIFIKATION-FILE-MISSING NOT = "Y"
               CLOSE QUALIFIKATION-FILE.

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
           DISPLAY "          1.  NAME A SUCCESSOR CANDIDATE".
           DISPLAY "          2.  CHANGE A CANDIDATE'S READINESS".
           DISPLAY "          3.  LIST A ROLE'S SUCCESSION PLAN".
           DISPLAY "          4.  REMOVE A CANDIDATE".
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
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM DELETE-MODE.

      ******************************************************************
      *    ADD - the role must be on file and have fewer than three
      *    candidates; the candidate must pass CHECK-CANDIDATE.
      ******************************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-ROLE-FOR-PLAN.
           PERFORM ADD-RECORDS
               UNTIL SC-ROLE-ID = ZERO.

       ADD-RECORDS.
           PERFORM LIST-ROLE-PLAN.
           IF CANDIDATE-COUNT NOT < MAX-CANDIDATES
               DISPLAY "THIS ROLE ALREADY HAS " MAX-CANDIDATES
                   " CANDIDATES - REMOVE ONE FIRST"
           ELSE
               PERFORM GET-CANDIDATE-FOR-ROLE
               IF SC-CANDIDATE-ID NOT = ZERO
                   PERFORM ENTER-SC-READINESS
                   PERFORM STAMP-SUCCESSION-RECORD
                   PERFORM WRITE-SUCCESSION-RECORD.
           PERFORM GET-ROLE-FOR-PLAN.

       GET-CANDIDATE-FOR-ROLE.
           PERFORM ENTER-SC-CANDIDATE-ID.
           MOVE "N" TO CANDIDATE-OK.
           PERFORM FIND-CANDIDATE-FOR-ROLE
               UNTIL CANDIDATE-OK = "Y" OR SC-CANDIDATE-ID = ZERO.

       FIND-CANDIDATE-FOR-ROLE.
           PERFORM CHECK-CANDIDATE.
           IF CANDIDATE-OK = "N"
               PERFORM ENTER-SC-CANDIDATE-ID.

      ******************************************************************
      *    CHANGE - the readiness rating only; the candidate is
      *    checked again, so a plan cannot be kept alive for a worker
      *    who has since left or whose certificates have lapsed.
      ******************************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-SUCCESSION-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL SC-ROLE-ID = ZERO.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           MOVE SUCCESSION-RECORD TO SAVE-SUCCESSION-RECORD.
           PERFORM CHECK-CANDIDATE.
           MOVE SAVE-SUCCESSION-RECORD TO SUCCESSION-RECORD.
           IF CANDIDATE-OK = "N"
               DISPLAY "REMOVE THIS CANDIDATE INSTEAD"
           ELSE
               PERFORM ENTER-SC-READINESS
               PERFORM STAMP-SUCCESSION-RECORD
               PERFORM REWRITE-SUCCESSION-RECORD.
           PERFORM GET-SUCCESSION-RECORD.

      ******************************************************************
      *    INQUIRE - the candidates named for one role, in
      *    candidate order off the primary key.
      ******************************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-ROLE-FOR-PLAN.
           PERFORM INQUIRE-RECORDS
               UNTIL SC-ROLE-ID = ZERO.

       INQUIRE-RECORDS.
           PERFORM LIST-ROLE-PLAN.
           PERFORM GET-ROLE-FOR-PLAN.

      ******************************************************************
      *    DELETE
      ******************************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-SUCCESSION-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL SC-ROLE-ID = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-SUCCESSION-RECORD.
           PERFORM GET-SUCCESSION-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "REMOVE THIS CANDIDATE (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-DELETE.

      ******************************************************************
      *    The role - kind and ID, looked up on ABTEIL-FILE or
      *    STELLE-FILE. ROLE-STELLE-ID is the position whose
      *    requirements a candidate must meet, ROLE-HOLDER-ID the
      *    current head for a head post.
      ******************************************************************
       GET-ROLE-FOR-PLAN.
           PERFORM ENTER-ROLE.
           MOVE "N" TO ROLE-FOUND.
           PERFORM FIND-ROLE-FOR-PLAN
               UNTIL ROLE-FOUND = "Y" OR SC-ROLE-ID = ZERO.

       FIND-ROLE-FOR-PLAN.
           PERFORM CHECK-ROLE-ON-FILE.
           IF ROLE-FOUND = "N"
               PERFORM ENTER-ROLE.

       CHECK-ROLE-ON-FILE.
           MOVE ZERO TO ROLE-STELLE-ID.
           MOVE ZERO TO ROLE-HOLDER-ID.
           IF SC-ROLE-IS-HEAD
               PERFORM CHECK-HEAD-ROLE
           ELSE
               PERFORM CHECK-POSITION-ROLE.

       CHECK-HEAD-ROLE.
           MOVE SC-ROLE-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ROLE-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ROLE-FOUND.
           IF ROLE-FOUND = "N"
               DISPLAY "NO DEPARTMENT WITH THAT ABTEILUNG ID"
           ELSE
               DISPLAY "HEAD OF " ABTEILUNG-NAME
               MOVE ABTEILUNG-LEITER-ID TO ROLE-HOLDER-ID
               PERFORM FIND-HEAD-POSITION.

       FIND-HEAD-POSITION.
           IF ROLE-HOLDER-ID = ZERO
               DISPLAY "NO HEAD ASSIGNED - NO POSITION REQUIREMENTS "
                   "TO CHECK"
           ELSE
               MOVE ROLE-HOLDER-ID TO ARBEITER-ID
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE ZERO TO ARBEITER-STELLE-ID
               END-READ
               MOVE ARBEITER-STELLE-ID TO ROLE-STELLE-ID
               DISPLAY "CURRENT HEAD: " ROLE-HOLDER-ID " "
                   ARBEITER-NAME.

       CHECK-POSITION-ROLE.
           IF STELLE-FILE-MISSING = "Y"
               MOVE "N" TO ROLE-FOUND
               DISPLAY "STELLE-FILE NOT SET UP - NO POSITIONS TO PLAN"
           ELSE
               MOVE SC-ROLE-ID TO STELLE-ID
               MOVE "Y" TO ROLE-FOUND
               READ STELLE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO ROLE-FOUND
               END-READ
               IF ROLE-FOUND = "N"
                   DISPLAY "NO POSITION WITH THAT STELLE ID"
               ELSE
                   DISPLAY "POSITION: " STELLE-TITEL
                   MOVE SC-ROLE-ID TO ROLE-STELLE-ID.

      ******************************************************************
      *    The candidate - active on the worker file, not the head
      *    already, and holding every qualification the target
      *    position demands.
      ******************************************************************
       CHECK-CANDIDATE.
           MOVE SC-CANDIDATE-ID TO ARBEITER-ID.
           MOVE "Y" TO CANDIDATE-OK.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO CANDIDATE-OK.
           IF CANDIDATE-OK = "N"
               DISPLAY "NO WORKER WITH THAT ARBEITER ID"
           ELSE
           IF NOT ARBEITER-IS-ACTIVE
               MOVE "N" TO CANDIDATE-OK
               DISPLAY "REJECTED - " ARBEITER-NAME
                   " IS NOT AN ACTIVE WORKER"
           ELSE
           IF SC-ROLE-IS-HEAD AND ARBEITER-ID = ROLE-HOLDER-ID
               MOVE "N" TO CANDIDATE-OK
               DISPLAY "REJECTED - THAT WORKER IS THE CURRENT HEAD"
           ELSE
               DISPLAY "CANDIDATE: " ARBEITER-NAME
               PERFORM CHECK-REQUIRED-QUALIFICATIONS
               IF REQ-MISSING-COUNT > ZERO
                   MOVE "N" TO CANDIDATE-OK
                   DISPLAY "REJECTED - " REQ-MISSING-COUNT
                       " REQUIRED QUALIFICATION(S) MISSING OR "
                       "EXPIRED FOR THE TARGET ROLE".

       CHECK-REQUIRED-QUALIFICATIONS.
           MOVE ZERO TO REQ-MISSING-COUNT.
           IF STELLE-REQ-FILE-MISSING = "Y" OR
               ROLE-STELLE-ID = ZERO
               CONTINUE
           ELSE
               PERFORM SCAN-ROLE-REQUIREMENTS.

       SCAN-ROLE-REQUIREMENTS.
           MOVE ROLE-STELLE-ID TO SR-STELLE-ID.
           MOVE SPACE TO SR-QU-CODE.
           MOVE "N" TO REQ-AT-END.
           START STELLE-REQ-FILE
               KEY IS NOT LESS THAN SR-STELLE-CODE-KEY
               INVALID KEY
               MOVE "Y" TO REQ-AT-END.
           IF REQ-AT-END NOT = "Y"
               PERFORM READ-NEXT-REQUIREMENT
               PERFORM CHECK-ONE-REQUIREMENT
                   UNTIL REQ-AT-END = "Y".

       CHECK-ONE-REQUIREMENT.
           IF SR-STELLE-ID NOT = ROLE-STELLE-ID
               MOVE "Y" TO REQ-AT-END
           ELSE
               PERFORM CHECK-CANDIDATE-HOLDS-QU.
           IF REQ-AT-END NOT = "Y"
               PERFORM READ-NEXT-REQUIREMENT.

       CHECK-CANDIDATE-HOLDS-QU.
           IF QUALIFIKATION-FILE-MISSING = "Y"
               MOVE "N" TO QUAL-ON-FILE
           ELSE
               MOVE SC-CANDIDATE-ID TO QU-ARBEITER-ID
               MOVE SR-QU-CODE TO QU-CODE
               MOVE "Y" TO QUAL-ON-FILE
               READ QUALIFIKATION-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO QUAL-ON-FILE
               END-READ.
           IF QUAL-ON-FILE = "N"
               ADD 1 TO REQ-MISSING-COUNT
               DISPLAY "  MISSING - " SR-QU-CODE
           ELSE
           IF QU-EXPIRY-DATUM < TODAY-DATUM-TEXT
               ADD 1 TO REQ-MISSING-COUNT
               DISPLAY "  EXPIRED - " SR-QU-CODE " LAPSED "
                   QU-EXPIRY-DATUM.

       READ-NEXT-REQUIREMENT.
           READ STELLE-REQ-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REQ-AT-END.

      ******************************************************************
      *    The candidates already named for the role, counted as
      *    they are shown.
      ******************************************************************
       LIST-ROLE-PLAN.
           MOVE SUCCESSION-RECORD TO SAVE-SUCCESSION-RECORD.
           MOVE SC-ROLE-KIND TO SAVE-ROLE-KIND.
           MOVE SC-ROLE-ID TO SAVE-ROLE-ID.
           MOVE ZERO TO CANDIDATE-COUNT.
           MOVE ZERO TO SC-CANDIDATE-ID.
           MOVE "N" TO PLAN-AT-END.
           START SUCCESSION-FILE
               KEY IS NOT LESS THAN SC-ROLE-CANDIDATE-KEY
               INVALID KEY
               MOVE "Y" TO PLAN-AT-END.
           IF PLAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-SUCCESSION-RECORD
               PERFORM LIST-ONE-CANDIDATE-IF-MATCH
                   UNTIL PLAN-AT-END = "Y".
           IF CANDIDATE-COUNT = ZERO
               DISPLAY "NO CANDIDATES NAMED FOR THIS ROLE YET".
           MOVE SAVE-SUCCESSION-RECORD TO SUCCESSION-RECORD.

       LIST-ONE-CANDIDATE-IF-MATCH.
           IF SC-ROLE-KIND NOT = SAVE-ROLE-KIND OR
               SC-ROLE-ID NOT = SAVE-ROLE-ID
               MOVE "Y" TO PLAN-AT-END
           ELSE
               PERFORM DISPLAY-CANDIDATE-LINE
               ADD 1 TO CANDIDATE-COUNT.
           IF PLAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-SUCCESSION-RECORD.

       DISPLAY-CANDIDATE-LINE.
           MOVE SC-CANDIDATE-ID TO ARBEITER-ID.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "** NOT ON FILE **" TO ARBEITER-NAME.
           PERFORM SET-READINESS-TEXT.
           DISPLAY "  " SC-CANDIDATE-ID " " ARBEITER-NAME(1:30) " "
               READINESS-TEXT " NAMED " SC-NAMED-DATE.

       READ-NEXT-SUCCESSION-RECORD.
           READ SUCCESSION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PLAN-AT-END.

      ******************************************************************
      *    Routines shared by all modes
      ******************************************************************
       GET-SUCCESSION-RECORD.
           PERFORM GET-ROLE-FOR-PLAN.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-SUCCESSION-RECORD
               UNTIL RECORD-FOUND = "Y" OR SC-ROLE-ID = ZERO.

       FIND-SUCCESSION-RECORD.
           PERFORM ENTER-SC-CANDIDATE-ID.
           PERFORM READ-SUCCESSION-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "THAT WORKER IS NOT NAMED FOR THIS ROLE"
               PERFORM GET-ROLE-FOR-PLAN.

       ENTER-ROLE.
           MOVE SPACE TO SUCCESSION-RECORD.
           MOVE ZERO TO SC-ROLE-ID.
           MOVE ZERO TO SC-CANDIDATE-ID.
           PERFORM ACCEPT-ROLE-KIND.
           PERFORM RE-ACCEPT-ROLE-KIND
               UNTIL ROLE-KIND-ENTRY = "0" OR
               SC-ROLE-KIND-IS-VALID.
           IF ROLE-KIND-ENTRY NOT = "0"
               PERFORM ENTER-SC-ROLE-ID.

       ACCEPT-ROLE-KIND.
           DISPLAY " ".
           DISPLAY "ROLE TO " THE-MODE " A CANDIDATE FOR -".
           DISPLAY "H HEAD OF A DEPARTMENT, P A CRITICAL POSITION".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE SPACE TO ROLE-KIND-ENTRY.
           ACCEPT ROLE-KIND-ENTRY.
           INSPECT ROLE-KIND-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE ROLE-KIND-ENTRY TO SC-ROLE-KIND.

       RE-ACCEPT-ROLE-KIND.
           DISPLAY "ROLE MUST BE H OR P".
           PERFORM ACCEPT-ROLE-KIND.

       ENTER-SC-ROLE-ID.
           IF SC-ROLE-IS-HEAD
               DISPLAY "ENTER ABTEILUNG ID (1-9999)"
           ELSE
               DISPLAY "ENTER STELLE ID (1-9999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO SC-ROLE-ID-FIELD.
           ACCEPT SC-ROLE-ID-FIELD.
           MOVE SC-ROLE-ID-FIELD TO SC-ROLE-ID.

       ENTER-SC-CANDIDATE-ID.
           DISPLAY "ENTER CANDIDATE ARBEITER ID (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO SC-CANDIDATE-ID-FIELD.
           ACCEPT SC-CANDIDATE-ID-FIELD.
           MOVE SC-CANDIDATE-ID-FIELD TO SC-CANDIDATE-ID.

       ENTER-SC-READINESS.
           PERFORM ACCEPT-SC-READINESS.
           PERFORM RE-ACCEPT-SC-READINESS
               UNTIL SC-READINESS-IS-VALID.

       ACCEPT-SC-READINESS.
           DISPLAY "ENTER READINESS - N READY NOW, S IN 1-2 YEARS, "
               "L LATER".
           MOVE SPACE TO SC-READINESS.
           ACCEPT SC-READINESS.
           INSPECT SC-READINESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SC-READINESS.
           DISPLAY "READINESS MUST BE N, S OR L".
           PERFORM ACCEPT-SC-READINESS.

       STAMP-SUCCESSION-RECORD.
           MOVE THIS-OPERATOR-ID TO SC-NAMED-BY.
           MOVE TODAY-DATUM-TEXT TO SC-NAMED-DATE.

       SET-READINESS-TEXT.
           IF SC-READY-NOW
               MOVE "READY NOW" TO READINESS-TEXT
           ELSE
           IF SC-READY-SOON
               MOVE "IN 1-2 YEARS" TO READINESS-TEXT
           ELSE
               MOVE "LATER" TO READINESS-TEXT.

      ******************************************************************
      *    Routines shared by Change and Delete
      ******************************************************************
       DISPLAY-ALL-FIELDS.
           PERFORM SET-READINESS-TEXT.
           DISPLAY " ".
           DISPLAY "   ROLE: " SC-ROLE-KIND " " SC-ROLE-ID.
           DISPLAY "   CANDIDATE: " SC-CANDIDATE-ID.
           DISPLAY "   READINESS: " READINESS-TEXT.
           DISPLAY "   NAMED BY: " SC-NAMED-BY " ON " SC-NAMED-DATE.
           DISPLAY " ".

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-SUCCESSION-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ SUCCESSION-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       WRITE-SUCCESSION-RECORD.
           WRITE SUCCESSION-RECORD
               INVALID KEY
               DISPLAY "THAT WORKER IS ALREADY NAMED FOR THIS ROLE".

       REWRITE-SUCCESSION-RECORD.
           REWRITE SUCCESSION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SUCCESSION RECORD".

       DELETE-SUCCESSION-RECORD.
           DELETE SUCCESSION-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING SUCCESSION RECORD".

       END PROGRAM MAINTENANCE-SUCCESSION.
