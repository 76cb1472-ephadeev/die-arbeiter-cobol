      ******************************************************************
      *    Print the Vested-Deferred Pension Members List
      *    Asks for a year and lists, for the pension provider,
      *    every LEAVER-FILE line whose final date falls in it for
      *    a worker holding a PENSION-CONTRACT-FILE entry - the
      *    members who leave an entitlement behind in the plan.
      *    Vesting is judged as at the final working date by the
      *    same rule PRINT-PENSION-STATEMENT applies: the salary
      *    conversion is always the worker's, the employer top-up
      *    only once the commitment has stood three years and the
      *    worker has reached 21. A leaver who is active on the
      *    master again (offboarding reversed, or rehired) is still
      *    a member and is left off; a leaver with nothing to defer
      *    is only counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-PENSION-DEFERRED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-leaver.cbl".
           COPY "select-pension-contract.cbl".
           COPY "select-arbeiter.cbl".
           SELECT REPORT-FILE ASSIGN TO "PENSION-DEFERRED-LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-leaver.cbl".
           COPY "fd-pension-contract.cbl".
           COPY "fd-arbeiter.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  LEAVER-FILE-STATUS    PIC XX.
       77  PENSION-CONTRACT-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  LEAVER-FILE-MISSING   PIC X VALUE "N".
       77  PENSION-FILE-MISSING  PIC X VALUE "N".
       77  LEAVER-FILE-AT-END    PIC X.
       77  WORKER-FOUND          PIC X.
       77  CONTRACT-FOUND        PIC X.
       77  REPORT-YEAR           PIC 9(4).
       77  REPORT-YEAR-TEXT      PIC X(4).

       77  DEFERRED-ENTITLEMENT  PIC 9(9)V99.
       77  TOP-UP-VESTED         PIC X.

       77  MEMBERS-LISTED-COUNT  PIC 9(5) VALUE ZERO.
       77  TOP-UP-FORFEIT-COUNT  PIC 9(5) VALUE ZERO.
       77  NOTHING-DEFERRED-COUNT PIC 9(5) VALUE ZERO.
       77  ACTIVE-AGAIN-COUNT    PIC 9(5) VALUE ZERO.
       77  TOTAL-ENTITLEMENT     PIC 9(11)V99 VALUE ZERO.

      ******************************************************************
      *    Vesting - the commitment date is the later of the hire
      *    date and the plan entry date; the top-up vests on the
      *    later of that date plus VESTING-SERVICE-YEARS and the
      *    birth date plus VESTING-MINIMUM-AGE.
      ******************************************************************
       77  VESTING-SERVICE-YEARS PIC 9(2) VALUE 3.
       77  VESTING-MINIMUM-AGE   PIC 9(2) VALUE 21.
       77  COMMITMENT-DATE       PIC X(10).
       77  VESTING-DATE          PIC X(10).
       77  AGE-VESTING-DATE      PIC X(10).
       77  VESTING-YEAR          PIC 9(4).
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(40)  VALUE
               "VESTED-DEFERRED PENSION MEMBERS - YEAR ".
           05 HL-YEAR           PIC 9(4).
           05 FILLER PIC X(88)  VALUE SPACE.

       01  COLUMN-LINE.
           05 FILLER PIC X(8)   VALUE "ARB-ID".
           05 FILLER PIC X(31)  VALUE "NAME".
           05 FILLER PIC X(17)  VALUE "CONTRACT".
           05 FILLER PIC X(21)  VALUE "PLAN".
           05 FILLER PIC X(12)  VALUE "LEFT".
           05 FILLER PIC X(12)  VALUE "  CONVERSION".
           05 FILLER PIC X(12)  VALUE "     TOP-UP ".
           05 FILLER PIC X(3)   VALUE " V ".
           05 FILLER PIC X(16)  VALUE "     ENTITLEMENT".

       01  MEMBER-LINE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-FAMILIE        PIC X(30).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-CONTRACT-NUMBER PIC X(15).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-PLAN           PIC X(20).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-FINAL-DATE     PIC X(10).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-CONVERSION     PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-TOP-UP         PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-TOP-UP-VESTED  PIC X.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ENTITLEMENT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3)   VALUE SPACE.

       01  TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(84)  VALUE SPACE.

       01  COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 CL-COUNT          PIC ZZZZ9.
           05 FILLER PIC X(97)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF LEAVER-FILE-MISSING = "Y"
               DISPLAY "LEAVER-FILE NOT ON DISK - NOBODY HAS BEEN "
                   "OFFBOARDED YET"
           ELSE
           IF PENSION-FILE-MISSING = "Y"
               DISPLAY "PENSION-CONTRACT-FILE NOT ON DISK - NO "
                   "CONTRACTS HAVE BEEN KEYED YET"
           ELSE
               PERFORM PROCESS-REPORT
               PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT LEAVER-FILE.
           IF LEAVER-FILE-STATUS = "35"
               MOVE "Y" TO LEAVER-FILE-MISSING.
           OPEN INPUT PENSION-CONTRACT-FILE.
           IF PENSION-CONTRACT-FILE-STATUS = "35"
               MOVE "Y" TO PENSION-FILE-MISSING.
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ENTER-REPORT-YEAR.
           MOVE REPORT-YEAR TO HL-YEAR.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF LEAVER-FILE-MISSING NOT = "Y"
               CLOSE LEAVER-FILE.
           IF PENSION-FILE-MISSING NOT = "Y"
               CLOSE PENSION-CONTRACT-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "DEFERRED MEMBERS LISTED: " MEMBERS-LISTED-COUNT.

       ENTER-REPORT-YEAR.
           PERFORM ACCEPT-REPORT-YEAR.
           PERFORM RE-ACCEPT-REPORT-YEAR
               UNTIL REPORT-YEAR > 1900.

       ACCEPT-REPORT-YEAR.
           DISPLAY "ENTER YEAR OF LEAVING (YYYY)".
           MOVE ZERO TO REPORT-YEAR.
           ACCEPT REPORT-YEAR.
           MOVE REPORT-YEAR TO REPORT-YEAR-TEXT.

       RE-ACCEPT-REPORT-YEAR.
           DISPLAY "YEAR MUST BE A FOUR-DIGIT YEAR".
           PERFORM ACCEPT-REPORT-YEAR.

       PROCESS-REPORT.
           PERFORM READ-NEXT-LEAVER-LINE.
           PERFORM CHECK-ONE-LEAVER
               UNTIL LEAVER-FILE-AT-END = "Y".

       CHECK-ONE-LEAVER.
           IF LV-FINAL-DATE(1:4) = REPORT-YEAR-TEXT
               PERFORM LOOK-UP-CONTRACT
               IF CONTRACT-FOUND = "Y"
                   PERFORM CHECK-ONE-MEMBER.
           PERFORM READ-NEXT-LEAVER-LINE.

       CHECK-ONE-MEMBER.
           PERFORM LOOK-UP-WORKER.
           PERFORM CHECK-WORKER-IN-SCOPE.
           IF SCOPE-OK NOT = "Y"
               CONTINUE
           ELSE
           IF WORKER-FOUND = "Y" AND ARBEITER-IS-ACTIVE
               ADD 1 TO ACTIVE-AGAIN-COUNT
           ELSE
               PERFORM FIND-VESTING-DATE
               IF DEFERRED-ENTITLEMENT = ZERO
                   ADD 1 TO NOTHING-DEFERRED-COUNT
               ELSE
                   PERFORM WRITE-MEMBER-LINE.

       LOOK-UP-CONTRACT.
           MOVE LV-ARBEITER-ID TO PN-ARBEITER-ID.
           MOVE "Y" TO CONTRACT-FOUND.
           READ PENSION-CONTRACT-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTRACT-FOUND.

       LOOK-UP-WORKER.
           MOVE LV-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "N"
               MOVE SPACE TO ARBEITER-RECORD
               MOVE "(NOT ON FILE)" TO FAMILIE.

      ******************************************************************
      *    Vesting date of the employer top-up, judged as at the
      *    final working date. With no master record the plan entry
      *    date stands in for the commitment and no age test is made.
      ******************************************************************
       FIND-VESTING-DATE.
           IF EINSTELL-DATUM > PN-START-DATE
               MOVE EINSTELL-DATUM TO COMMITMENT-DATE
           ELSE
               MOVE PN-START-DATE TO COMMITMENT-DATE.
           MOVE COMMITMENT-DATE TO VESTING-DATE.
           MOVE COMMITMENT-DATE(1:4) TO VESTING-YEAR.
           ADD VESTING-SERVICE-YEARS TO VESTING-YEAR.
           MOVE VESTING-YEAR TO VESTING-DATE(1:4).
           IF GEBURTS-DATUM(1:4) IS NUMERIC
               MOVE GEBURTS-DATUM TO AGE-VESTING-DATE
               MOVE GEBURTS-DATUM(1:4) TO VESTING-YEAR
               ADD VESTING-MINIMUM-AGE TO VESTING-YEAR
               MOVE VESTING-YEAR TO AGE-VESTING-DATE(1:4)
               IF AGE-VESTING-DATE > VESTING-DATE
                   MOVE AGE-VESTING-DATE TO VESTING-DATE.
           IF VESTING-DATE NOT > LV-FINAL-DATE
               MOVE "Y" TO TOP-UP-VESTED
               COMPUTE DEFERRED-ENTITLEMENT =
                   PN-CONVERSION-TO-DATE + PN-TOP-UP-TO-DATE
           ELSE
               MOVE "N" TO TOP-UP-VESTED
               MOVE PN-CONVERSION-TO-DATE TO DEFERRED-ENTITLEMENT.

       READ-NEXT-LEAVER-LINE.
           MOVE "N" TO LEAVER-FILE-AT-END.
           READ LEAVER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LEAVER-FILE-AT-END.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
       WRITE-MEMBER-LINE.
           ADD 1 TO MEMBERS-LISTED-COUNT.
           IF TOP-UP-VESTED = "N" AND PN-TOP-UP-TO-DATE > ZERO
               ADD 1 TO TOP-UP-FORFEIT-COUNT.
           MOVE LV-ARBEITER-ID TO RL-ARBEITER-ID.
           MOVE FAMILIE TO RL-FAMILIE.
           MOVE PN-CONTRACT-NUMBER TO RL-CONTRACT-NUMBER.
           MOVE PN-PLAN TO RL-PLAN.
           MOVE LV-FINAL-DATE TO RL-FINAL-DATE.
           MOVE PN-CONVERSION-TO-DATE TO RL-CONVERSION.
           MOVE PN-TOP-UP-TO-DATE TO RL-TOP-UP.
           MOVE TOP-UP-VESTED TO RL-TOP-UP-VESTED.
           MOVE DEFERRED-ENTITLEMENT TO RL-ENTITLEMENT.
           MOVE MEMBER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD DEFERRED-ENTITLEMENT TO TOTAL-ENTITLEMENT.

       WRITE-REPORT-TOTALS.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DEFERRED MEMBERS LISTED" TO CL-LABEL.
           MOVE MEMBERS-LISTED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "  OF WHICH TOP-UP FORFEITED" TO CL-LABEL.
           MOVE TOP-UP-FORFEIT-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "LEAVERS WITH NOTHING DEFERRED" TO CL-LABEL.
           MOVE NOTHING-DEFERRED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "LEAVERS ACTIVE AGAIN" TO CL-LABEL.
           MOVE ACTIVE-AGAIN-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DEFERRED ENTITLEMENTS" TO TL-LABEL.
           MOVE TOTAL-ENTITLEMENT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    are printed; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-PENSION-DEFER" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y" AND WORKER-FOUND = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten PENSION-DEFERRED-LIST.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-PENSION-DEFERRED" TO CATALOG-PROGRAM-NAME.
           MOVE "PENSION-DEFERRED-LIST" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "YEAR "     DELIMITED BY SIZE
               REPORT-YEAR DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-PENSION-DEFERRED.
