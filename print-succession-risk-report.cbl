      ******************************************************************
      *    Print the Succession Risk Report
      *    Reads the SUCCESSION-FILE plans kept in
      *    MAINTENANCE-SUCCESSION and lists where the firm is
      *    exposed:
      *    - department heads with no ready-now successor, and
      *      critical positions (those with a plan) likewise
      *    - department heads who reach retirement age 65, by
      *      GEBURTS-DATUM, within three years - with how many
      *      ready-now successors stand behind them
      *    - workers named as successor for more roles than the
      *      limit the clerk enters, who cannot step into all of them
      *    Only a candidate still active on the worker file counts
      *    as a successor; a plan naming a leaver is shown as empty.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-SUCCESSION-RISK-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-abteil.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-stelle.cbl".
           COPY "select-succession.cbl".
           SELECT REPORT-FILE ASSIGN TO "SUCCESSION-RISK-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-abteil.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-stelle.cbl".
           COPY "fd-succession.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  STELLE-FILE-STATUS    PIC XX.
       77  SUCCESSION-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  ABTEIL-FILE-AT-END    PIC X.
       77  STELLE-FILE-AT-END    PIC X.
       77  SUCCESSION-FILE-AT-END PIC X.
       77  STELLE-FILE-MISSING   PIC X VALUE "N".
       77  SUCCESSION-FILE-MISSING PIC X VALUE "N".
       77  ARBEITER-FOUND        PIC X.

       77  RETIREMENT-AGE        PIC 9(2) VALUE 65.
       77  HORIZON-YEARS         PIC 9(2) VALUE 3.
       77  MAX-ROLES-PER-WORKER  PIC 9 VALUE ZERO.
       77  TODAY-DATE            PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  HORIZON-DATUM-TEXT    PIC X(10).
       77  HORIZON-YEAR          PIC 9(4).
       77  RETIREMENT-DATUM-TEXT PIC X(10).
       77  RETIREMENT-YEAR       PIC 9(4).

       77  THE-ROLE-KIND         PIC X.
       77  THE-ROLE-ID           PIC 9(4).
       77  ROLE-CANDIDATE-COUNT  PIC 9(3).
       77  ROLE-READY-NOW-COUNT  PIC 9(3).

       77  NO-SUCCESSOR-COUNT    PIC 9(5) VALUE ZERO.
       77  RETIRING-HEAD-COUNT   PIC 9(5) VALUE ZERO.
       77  OVER-NAMED-COUNT      PIC 9(5) VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

      ******************************************************************
      *    One entry per worker named anywhere on SUCCESSION-FILE,
      *    with the number of roles they are named for.
      ******************************************************************
       77  NAMED-WORKER-COUNT    PIC 9(5) VALUE ZERO.
       77  NAMED-WORKER-MAX      PIC 9(5) VALUE 2000.
       77  NAMED-WORKER-FOUND    PIC X.
       01  NAMED-WORKER-TABLE.
           05 NAMED-WORKER-ENTRY OCCURS 2000 TIMES
               INDEXED BY NAMED-WORKER-INDEX.
               10 NW-ARBEITER-ID     PIC 9(6).
               10 NW-ROLE-COUNT      PIC 9(3).

       01  HEADER-LINE-1.
           05 FILLER PIC X(24)  VALUE "SUCCESSION RISK REPORT".
           05 FILLER PIC X(8)   VALUE "AS OF: ".
           05 HL-TODAY          PIC X(10).
           05 FILLER PIC X(158) VALUE SPACE.

       01  SECTION-HEADER-LINE.
           05 SH-TITLE          PIC X(60).
           05 FILLER PIC X(140) VALUE SPACE.

       01  NO-SUCCESSOR-LINE.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 NL-ROLE-ID        PIC 9(4).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 NL-ROLE-NAME      PIC X(30).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 NL-HOLDER-ID      PIC Z(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 NL-HOLDER-NAME    PIC X(30).
           05 FILLER PIC X(14)  VALUE "  CANDIDATES: ".
           05 NL-CANDIDATES     PIC ZZ9.
           05 FILLER PIC X(105) VALUE SPACE.

       01  RETIRING-HEAD-LINE.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ABTEILUNG-NAME PIC X(30).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-HEAD-ID        PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-HEAD-NAME      PIC X(30).
           05 FILLER PIC X(9)   VALUE "  BORN: ".
           05 RL-GEBURTS-DATUM  PIC X(10).
           05 FILLER PIC X(11)  VALUE "  RETIRES: ".
           05 RL-RETIRES        PIC X(10).
           05 FILLER PIC X(13)  VALUE "  READY NOW: ".
           05 RL-READY-NOW      PIC ZZ9.
           05 FILLER PIC X(66)  VALUE SPACE.

       01  OVER-NAMED-LINE.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 OL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 OL-NAME           PIC X(30).
           05 FILLER PIC X(15)  VALUE "  NAMED FOR:  ".
           05 OL-ROLE-COUNT     PIC ZZ9.
           05 FILLER PIC X(6)   VALUE " ROLES".
           05 FILLER PIC X(136) VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 NONE-TEXT         PIC X(60).
           05 FILLER PIC X(138) VALUE SPACE.

       01  BLANK-LINE PIC X(200) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SUCCESSION-FILE-MISSING = "Y"
               DISPLAY "NO SUCCESSION PLANS ON FILE YET - KEY THEM "
                   "IN MAINTENANCE-SUCCESSION FIRST"
           ELSE
               PERFORM PROCESS-REPORT.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT SUCCESSION-FILE.
           IF SUCCESSION-FILE-STATUS = "35"
               MOVE "Y" TO SUCCESSION-FILE-MISSING
           ELSE
               OPEN INPUT ABTEIL-FILE
               OPEN INPUT ARBEITER-FILE
               OPEN INPUT STELLE-FILE
               IF STELLE-FILE-STATUS = "35"
                   MOVE "Y" TO STELLE-FILE-MISSING
               END-IF
               OPEN OUTPUT REPORT-FILE
               PERFORM BUILD-HORIZON-DATUM
               PERFORM ENTER-MAX-ROLES
               PERFORM WRITE-REPORT-TITLE.

       CLOSING-PROCEDURE.
           IF SUCCESSION-FILE-MISSING NOT = "Y"
               CLOSE SUCCESSION-FILE
               CLOSE ABTEIL-FILE
               CLOSE ARBEITER-FILE
               CLOSE REPORT-FILE
               PERFORM FILE-REPORT-IN-CATALOG
               PERFORM CLOSE-STELLE-FILE.

       CLOSE-STELLE-FILE.
           IF STELLE-FILE-MISSING NOT = "Y"
               CLOSE STELLE-FILE.

      ******************************************************************
      *    Today, and the same day HORIZON-YEARS on - a head whose
      *    65th birthday falls on or before it is retiring.
      ******************************************************************
       BUILD-HORIZON-DATUM.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATE(1:4) DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               TODAY-DATE(5:2) DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               TODAY-DATE(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           MOVE TODAY-DATE(1:4) TO HORIZON-YEAR.
           ADD HORIZON-YEARS TO HORIZON-YEAR.
           MOVE TODAY-DATUM-TEXT TO HORIZON-DATUM-TEXT.
           MOVE HORIZON-YEAR TO HORIZON-DATUM-TEXT(1:4).

       ENTER-MAX-ROLES.
           PERFORM ACCEPT-MAX-ROLES.
           PERFORM RE-ACCEPT-MAX-ROLES
               UNTIL MAX-ROLES-PER-WORKER > ZERO.

       ACCEPT-MAX-ROLES.
           DISPLAY "ENTER THE MOST ROLES ONE WORKER SHOULD BE NAMED "
               "SUCCESSOR FOR (1-9)".
           ACCEPT MAX-ROLES-PER-WORKER.

       RE-ACCEPT-MAX-ROLES.
           DISPLAY "LIMIT MUST BE 1-9".
           PERFORM ACCEPT-MAX-ROLES.

       PROCESS-REPORT.
           MOVE "HEADS WITHOUT A READY-NOW SUCCESSOR" TO SH-TITLE.
           PERFORM WRITE-SECTION-HEADER.
           MOVE ZERO TO NO-SUCCESSOR-COUNT.
           PERFORM START-ABTEIL-FILE.
           PERFORM CHECK-HEAD-IF-IN-SCOPE
               UNTIL ABTEIL-FILE-AT-END = "Y".
           MOVE "EVERY HEAD HAS A READY-NOW SUCCESSOR" TO NONE-TEXT.
           PERFORM WRITE-NONE-IF-EMPTY.

           MOVE "CRITICAL POSITIONS WITHOUT A READY-NOW SUCCESSOR"
               TO SH-TITLE.
           PERFORM WRITE-SECTION-HEADER.
           MOVE ZERO TO NO-SUCCESSOR-COUNT.
           IF STELLE-FILE-MISSING NOT = "Y"
               PERFORM START-STELLE-FILE
               PERFORM CHECK-ONE-POSITION
                   UNTIL STELLE-FILE-AT-END = "Y".
           MOVE "EVERY CRITICAL POSITION HAS A READY-NOW SUCCESSOR"
               TO NONE-TEXT.
           PERFORM WRITE-NONE-IF-EMPTY.

           MOVE "HEADS WITHIN THREE YEARS OF RETIREMENT" TO SH-TITLE.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM START-ABTEIL-FILE.
           PERFORM CHECK-RETIRING-IF-IN-SCOPE
               UNTIL ABTEIL-FILE-AT-END = "Y".
           IF RETIRING-HEAD-COUNT = ZERO
               MOVE "NO HEAD RETIRES WITHIN THREE YEARS" TO NONE-TEXT
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           MOVE "WORKERS NAMED SUCCESSOR FOR TOO MANY ROLES" TO
               SH-TITLE.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM LOAD-NAMED-WORKERS.
           PERFORM LIST-OVER-NAMED-WORKERS.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only the departments they look after are
      *    printed; a supervisor gets every department.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-SUCCESSION" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO DEPARTMENTS WILL BE "
                   "LISTED".

       CHECK-ABTEILUNG-IN-SCOPE.
           MOVE "N" TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ZERO TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y" AND ARBEITER-FOUND = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    Heads - a department with no head assigned is the vacancy
      *    report's business and is passed over here.
      ******************************************************************
       CHECK-HEAD-IF-IN-SCOPE.
           PERFORM CHECK-ABTEILUNG-IN-SCOPE.
           IF SCOPE-OK = "Y" AND ABTEILUNG-LEITER-ID NOT = ZERO
               PERFORM CHECK-ONE-HEAD.
           PERFORM READ-NEXT-ABTEIL-RECORD.

       CHECK-ONE-HEAD.
           MOVE "H" TO THE-ROLE-KIND.
           MOVE ABTEILUNG-ID TO THE-ROLE-ID.
           PERFORM COUNT-ROLE-SUCCESSORS.
           IF ROLE-READY-NOW-COUNT = ZERO
               MOVE ABTEILUNG-ID TO NL-ROLE-ID
               MOVE ABTEILUNG-NAME TO NL-ROLE-NAME
               MOVE ABTEILUNG-LEITER-ID TO NL-HOLDER-ID
               PERFORM LOOK-UP-HOLDER-NAME
               MOVE ROLE-CANDIDATE-COUNT TO NL-CANDIDATES
               PERFORM WRITE-NO-SUCCESSOR-LINE.

       LOOK-UP-HOLDER-NAME.
           MOVE ABTEILUNG-LEITER-ID TO ARBEITER-ID.
           PERFORM READ-ARBEITER-RECORD.
           IF ARBEITER-FOUND = "Y"
               MOVE FAMILIE TO NL-HOLDER-NAME
           ELSE
               MOVE "** NOT ON FILE **" TO NL-HOLDER-NAME.

      ******************************************************************
      *    Critical positions - every position with at least one
      *    candidate on file, active or not.
      ******************************************************************
       CHECK-ONE-POSITION.
           MOVE "P" TO THE-ROLE-KIND.
           MOVE STELLE-ID TO THE-ROLE-ID.
           PERFORM COUNT-ROLE-SUCCESSORS.
           IF ROLE-CANDIDATE-COUNT > ZERO AND
               ROLE-READY-NOW-COUNT = ZERO
               MOVE STELLE-ID TO NL-ROLE-ID
               MOVE STELLE-TITEL TO NL-ROLE-NAME
               MOVE ZERO TO NL-HOLDER-ID
               MOVE SPACE TO NL-HOLDER-NAME
               MOVE ROLE-CANDIDATE-COUNT TO NL-CANDIDATES
               PERFORM WRITE-NO-SUCCESSOR-LINE.
           PERFORM READ-NEXT-STELLE-RECORD.

      ******************************************************************
      *    Heads near retirement - 65th birthday from GEBURTS-DATUM;
      *    a head with no birth date on file cannot be judged and is
      *    left out.
      ******************************************************************
       CHECK-RETIRING-IF-IN-SCOPE.
           PERFORM CHECK-ABTEILUNG-IN-SCOPE.
           IF SCOPE-OK = "Y" AND ABTEILUNG-LEITER-ID NOT = ZERO
               PERFORM CHECK-ONE-RETIRING-HEAD.
           PERFORM READ-NEXT-ABTEIL-RECORD.

       CHECK-ONE-RETIRING-HEAD.
           MOVE "H" TO THE-ROLE-KIND.
           MOVE ABTEILUNG-ID TO THE-ROLE-ID.
           PERFORM COUNT-ROLE-SUCCESSORS.
           MOVE ABTEILUNG-LEITER-ID TO ARBEITER-ID.
           PERFORM READ-ARBEITER-RECORD.
           IF ARBEITER-FOUND = "Y" AND
               GEBURTS-DATUM(1:4) IS NUMERIC
               PERFORM BUILD-RETIREMENT-DATUM
               IF RETIREMENT-DATUM-TEXT NOT > HORIZON-DATUM-TEXT
                   PERFORM WRITE-RETIRING-HEAD-LINE
                   ADD 1 TO RETIRING-HEAD-COUNT.

       BUILD-RETIREMENT-DATUM.
           MOVE GEBURTS-DATUM(1:4) TO RETIREMENT-YEAR.
           ADD RETIREMENT-AGE TO RETIREMENT-YEAR.
           MOVE GEBURTS-DATUM TO RETIREMENT-DATUM-TEXT.
           MOVE RETIREMENT-YEAR TO RETIREMENT-DATUM-TEXT(1:4).

      ******************************************************************
      *    A role's candidates - how many are named, and how many of
      *    them are rated ready now and still active.
      ******************************************************************
       COUNT-ROLE-SUCCESSORS.
           MOVE ZERO TO ROLE-CANDIDATE-COUNT.
           MOVE ZERO TO ROLE-READY-NOW-COUNT.
           MOVE THE-ROLE-KIND TO SC-ROLE-KIND.
           MOVE THE-ROLE-ID TO SC-ROLE-ID.
           MOVE ZERO TO SC-CANDIDATE-ID.
           MOVE "N" TO SUCCESSION-FILE-AT-END.
           START SUCCESSION-FILE
               KEY IS NOT LESS THAN SC-ROLE-CANDIDATE-KEY
               INVALID KEY
               MOVE "Y" TO SUCCESSION-FILE-AT-END.
           IF SUCCESSION-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ROLE-CANDIDATE
               PERFORM COUNT-ONE-CANDIDATE
                   UNTIL SUCCESSION-FILE-AT-END = "Y".

       COUNT-ONE-CANDIDATE.
           ADD 1 TO ROLE-CANDIDATE-COUNT.
           IF SC-READY-NOW
               MOVE SC-CANDIDATE-ID TO ARBEITER-ID
               PERFORM READ-ARBEITER-RECORD
               IF ARBEITER-FOUND = "Y" AND ARBEITER-IS-ACTIVE
                   ADD 1 TO ROLE-READY-NOW-COUNT.
           PERFORM READ-NEXT-ROLE-CANDIDATE.

       READ-NEXT-ROLE-CANDIDATE.
           READ SUCCESSION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SUCCESSION-FILE-AT-END.
           IF SUCCESSION-FILE-AT-END NOT = "Y"
               IF SC-ROLE-KIND NOT = THE-ROLE-KIND OR
                   SC-ROLE-ID NOT = THE-ROLE-ID
                   MOVE "Y" TO SUCCESSION-FILE-AT-END.

      ******************************************************************
      *    Over-named successors - one pass over the whole file
      *    builds NAMED-WORKER-TABLE, then every worker named for
      *    more roles than the limit is listed.
      ******************************************************************
       LOAD-NAMED-WORKERS.
           MOVE ZERO TO NAMED-WORKER-COUNT.
           MOVE LOW-VALUES TO SC-ROLE-CANDIDATE-KEY.
           MOVE "N" TO SUCCESSION-FILE-AT-END.
           START SUCCESSION-FILE
               KEY IS NOT LESS THAN SC-ROLE-CANDIDATE-KEY
               INVALID KEY
               MOVE "Y" TO SUCCESSION-FILE-AT-END.
           IF SUCCESSION-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-SUCCESSION-RECORD
               PERFORM TALLY-ONE-NAMED-WORKER
                   UNTIL SUCCESSION-FILE-AT-END = "Y".

       TALLY-ONE-NAMED-WORKER.
           MOVE "N" TO NAMED-WORKER-FOUND.
           SET NAMED-WORKER-INDEX TO 1.
           IF NAMED-WORKER-COUNT > ZERO
               SEARCH NAMED-WORKER-ENTRY
                   AT END
                   CONTINUE
                   WHEN NAMED-WORKER-INDEX > NAMED-WORKER-COUNT
                   CONTINUE
                   WHEN NW-ARBEITER-ID(NAMED-WORKER-INDEX) =
                       SC-CANDIDATE-ID
                   MOVE "Y" TO NAMED-WORKER-FOUND.
           IF NAMED-WORKER-FOUND = "Y"
               ADD 1 TO NW-ROLE-COUNT(NAMED-WORKER-INDEX)
           ELSE
           IF NAMED-WORKER-COUNT < NAMED-WORKER-MAX
               ADD 1 TO NAMED-WORKER-COUNT
               SET NAMED-WORKER-INDEX TO NAMED-WORKER-COUNT
               MOVE SC-CANDIDATE-ID TO
                   NW-ARBEITER-ID(NAMED-WORKER-INDEX)
               MOVE 1 TO NW-ROLE-COUNT(NAMED-WORKER-INDEX).
           PERFORM READ-NEXT-SUCCESSION-RECORD.

       LIST-OVER-NAMED-WORKERS.
           MOVE ZERO TO OVER-NAMED-COUNT.
           SET NAMED-WORKER-INDEX TO 1.
           PERFORM LIST-ONE-IF-OVER-NAMED
               UNTIL NAMED-WORKER-INDEX > NAMED-WORKER-COUNT.
           IF OVER-NAMED-COUNT = ZERO
               MOVE "NOBODY IS NAMED FOR MORE ROLES THAN THE LIMIT"
                   TO NONE-TEXT
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

       LIST-ONE-IF-OVER-NAMED.
           IF NW-ROLE-COUNT(NAMED-WORKER-INDEX) > MAX-ROLES-PER-WORKER
               MOVE NW-ARBEITER-ID(NAMED-WORKER-INDEX) TO ARBEITER-ID
               PERFORM READ-ARBEITER-RECORD
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   PERFORM WRITE-OVER-NAMED-LINE
                   ADD 1 TO OVER-NAMED-COUNT.
           SET NAMED-WORKER-INDEX UP BY 1.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       START-ABTEIL-FILE.
           MOVE ZERO TO ABTEILUNG-ID.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           START ABTEIL-FILE KEY IS NOT LESS THAN ABTEILUNG-ID
               INVALID KEY
               MOVE "Y" TO ABTEIL-FILE-AT-END.
           IF ABTEIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ABTEIL-RECORD.

       START-STELLE-FILE.
           MOVE ZERO TO STELLE-ID.
           MOVE "N" TO STELLE-FILE-AT-END.
           START STELLE-FILE KEY IS NOT LESS THAN STELLE-ID
               INVALID KEY
               MOVE "Y" TO STELLE-FILE-AT-END.
           IF STELLE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-STELLE-RECORD.

       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       READ-NEXT-STELLE-RECORD.
           MOVE "N" TO STELLE-FILE-AT-END.
           READ STELLE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO STELLE-FILE-AT-END.

       READ-NEXT-SUCCESSION-RECORD.
           READ SUCCESSION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SUCCESSION-FILE-AT-END.

       READ-ARBEITER-RECORD.
           MOVE "Y" TO ARBEITER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO ARBEITER-FOUND.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
       WRITE-REPORT-TITLE.
           MOVE TODAY-DATUM-TEXT TO HL-TODAY.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SECTION-HEADER.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SECTION-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-NO-SUCCESSOR-LINE.
           MOVE NO-SUCCESSOR-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO NO-SUCCESSOR-COUNT.

       WRITE-NONE-IF-EMPTY.
           IF NO-SUCCESSOR-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

       WRITE-RETIRING-HEAD-LINE.
           MOVE ABTEILUNG-ID TO RL-ABTEILUNG-ID.
           MOVE ABTEILUNG-NAME TO RL-ABTEILUNG-NAME.
           MOVE ARBEITER-ID TO RL-HEAD-ID.
           MOVE FAMILIE TO RL-HEAD-NAME.
           MOVE GEBURTS-DATUM TO RL-GEBURTS-DATUM.
           MOVE RETIREMENT-DATUM-TEXT TO RL-RETIRES.
           MOVE ROLE-READY-NOW-COUNT TO RL-READY-NOW.
           MOVE RETIRING-HEAD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-OVER-NAMED-LINE.
           MOVE NW-ARBEITER-ID(NAMED-WORKER-INDEX) TO OL-ARBEITER-ID.
           IF ARBEITER-FOUND = "Y"
               MOVE FAMILIE TO OL-NAME
           ELSE
               MOVE "** NOT ON FILE **" TO OL-NAME.
           MOVE NW-ROLE-COUNT(NAMED-WORKER-INDEX) TO OL-ROLE-COUNT.
           MOVE OVER-NAMED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten SUCCESSION-RISK-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-SUCCESSION-RISK-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "SUCCESSION-RISK-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "MAX ROLES "         DELIMITED BY SIZE
               MAX-ROLES-PER-WORKER DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-SUCCESSION-RISK-REPORT.
