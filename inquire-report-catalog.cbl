      ******************************************************************
      *    Report Catalog Inquiry and Reprint
      *    Lists the report runs CATALOG-REPORT-RUN has filed - every
      *    run of one report program from a given date on, or every
      *    report run on one day - numbered on the screen with the
      *    run time, the operator, the period or parameters and the
      *    page count. A run picked by its number is reprinted: its
      *    dated generation is copied to REPORT-REPRINT under a
      *    banner naming the original run, and the reprint goes onto
      *    AUDIT-LOG with mode REPRINT.
      *
      *    A supervisor sees every run; any other operator only the
      *    runs they made themselves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRE-REPORT-CATALOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-report-catalog.cbl".
           COPY "select-audit-log.cbl".
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "REPORT-REPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-report-catalog.cbl".
           COPY "fd-audit-log.cbl".

       FD  GENERATION-FILE.
       01  GENERATION-LINE PIC X(250).

       FD  REPRINT-FILE.
       01  REPRINT-LINE PIC X(250).

       WORKING-STORAGE SECTION.
       77  REPORT-CATALOG-FILE-STATUS PIC XX.
       77  AUDIT-LOG-FILE-STATUS   PIC XX.
       77  GENERATION-FILE-STATUS  PIC XX.
       77  REPRINT-FILE-STATUS     PIC XX.
       77  GENERATION-FILE-NAME    PIC X(50).
       77  CATALOG-FILE-MISSING    PIC X VALUE "N".
       77  CATALOG-AT-END          PIC X.
       77  GENERATION-AT-END       PIC X.
       77  RECORD-FOUND            PIC X.
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 2.
       77  SEARCH-PROGRAM-NAME     PIC X(30).
       77  SEARCH-DATUM            PIC X(10).
       77  SEARCH-DATUM-VALID      PIC X.
       77  SEARCH-STAMP            PIC X(15).
       77  LIST-COUNT              PIC 9(3).
       77  LIST-MAX                PIC 9(3) VALUE 200.
       77  LIST-TRUNCATED          PIC X.
       77  REPRINT-PICK            PIC 9(3).
       77  REPRINT-PICK-FIELD      PIC ZZ9.
       77  LINES-REPRINTED-COUNT   PIC 9(7).
       77  AUDIT-DATE-PART         PIC 9(8).
       77  AUDIT-TIME-PART         PIC 9(8).
       77  THE-MODE                PIC X(7).

      ******************************************************************
      *    The catalog keys of the runs last listed, by their number
      *    on the screen.
      ******************************************************************
       01  LISTED-RUN-TABLE.
           05 LISTED-RUN-KEY OCCURS 200 TIMES PIC X(45).

       01  LIST-LINE.
           05 LST-NUMBER          PIC ZZ9.
           05 FILLER              PIC X(2) VALUE ". ".
           05 LST-PROGRAM-NAME    PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LST-RUN-DATE        PIC X(10).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LST-RUN-TIME        PIC X(8).
           05 FILLER              PIC X(4) VALUE " OP ".
           05 LST-OPERATOR-ID     PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LST-PAGE-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE " PP".

       01  BANNER-LINE.
           05 FILLER PIC X(12)    VALUE "REPRINT OF ".
           05 BNR-PROGRAM-NAME    PIC X(30).
           05 FILLER PIC X(5)     VALUE " RUN ".
           05 BNR-RUN-DATE        PIC X(10).
           05 FILLER PIC X(1)     VALUE SPACE.
           05 BNR-RUN-TIME        PIC X(8).
           05 FILLER PIC X(13)    VALUE " BY OPERATOR ".
           05 BNR-OPERATOR-ID     PIC 9(4).
           05 FILLER PIC X(3)     VALUE " - ".
           05 BNR-PARAMETERS      PIC X(40).
           05 FILLER PIC X(124)   VALUE SPACE.

       01  BANNER-RULE-LINE       PIC X(132) VALUE ALL "=".

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM GET-SCOPE-SESSION.
           IF SCOPE-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
               PERFORM OPENING-PROCEDURE
               IF CATALOG-FILE-MISSING = "Y"
                   DISPLAY "NO REPORT CATALOG ON DISK - NO REPORT RUN "
                       "HAS BEEN FILED YET"
               ELSE
                   PERFORM MAIN-PROCESS
                   PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    The operator comes from the menu session, or signs on here
      *    when the inquiry is run on its own.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "INQUIRE-REPORT-CATALOG" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       OPENING-PROCEDURE.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF REPORT-CATALOG-FILE-STATUS = "35"
               MOVE "Y" TO CATALOG-FILE-MISSING.

       CLOSING-PROCEDURE.
           CLOSE REPORT-CATALOG-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-INQUIRY
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
           DISPLAY "          1.  RUNS OF ONE REPORT PROGRAM".
           DISPLAY "          2.  EVERY REPORT RUN ON ONE DAY".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-ONE-INQUIRY.
           MOVE ZERO TO LIST-COUNT.
           MOVE "N" TO LIST-TRUNCATED.
           IF MENU-PICK = 1
               PERFORM LIST-RUNS-OF-PROGRAM
           ELSE
           IF MENU-PICK = 2
               PERFORM LIST-RUNS-ON-DAY.
           IF LIST-COUNT = ZERO
               DISPLAY "NO FILED REPORT RUN MATCHES"
           ELSE
               PERFORM OFFER-REPRINT.
           PERFORM GET-MENU-PICK.

      ******************************************************************
      *    One program's runs read in key order - the run stamp puts
      *    them oldest first from the date asked for.
      ******************************************************************
       LIST-RUNS-OF-PROGRAM.
           DISPLAY "ENTER THE REPORT PROGRAM (FOR EXAMPLE "
               "PRINT-PROOF-REPORT)".
           MOVE SPACE TO SEARCH-PROGRAM-NAME.
           ACCEPT SEARCH-PROGRAM-NAME.
           DISPLAY "LIST RUNS FROM WHICH DATE (YYYY-MM-DD, "
               "BLANK FOR ALL)?".
           PERFORM ENTER-SEARCH-DATUM.
           MOVE SEARCH-PROGRAM-NAME TO RCAT-PROGRAM-NAME.
           MOVE SEARCH-STAMP TO RCAT-RUN-STAMP.
           MOVE "N" TO CATALOG-AT-END.
           START REPORT-CATALOG-FILE
               KEY IS NOT LESS THAN RCAT-KEY
               INVALID KEY
               MOVE "Y" TO CATALOG-AT-END.
           IF CATALOG-AT-END NOT = "Y"
               PERFORM READ-NEXT-CATALOG-RECORD
               PERFORM LIST-ONE-PROGRAM-RUN
                   UNTIL CATALOG-AT-END = "Y" OR
                   RCAT-PROGRAM-NAME NOT = SEARCH-PROGRAM-NAME.

       LIST-ONE-PROGRAM-RUN.
           PERFORM LIST-RUN-IF-OPERATORS.
           PERFORM READ-NEXT-CATALOG-RECORD.

      ******************************************************************
      *    One day across every program - the catalog is keyed by
      *    program first, so this is a front-to-back scan.
      ******************************************************************
       LIST-RUNS-ON-DAY.
           MOVE "N" TO SEARCH-DATUM-VALID.
           PERFORM ENTER-RUN-DAY
               UNTIL SEARCH-DATUM-VALID = "Y".
           MOVE LOW-VALUES TO RCAT-KEY.
           MOVE "N" TO CATALOG-AT-END.
           START REPORT-CATALOG-FILE
               KEY IS NOT LESS THAN RCAT-KEY
               INVALID KEY
               MOVE "Y" TO CATALOG-AT-END.
           IF CATALOG-AT-END NOT = "Y"
               PERFORM READ-NEXT-CATALOG-RECORD
               PERFORM LIST-ONE-DAY-RUN
                   UNTIL CATALOG-AT-END = "Y".

       ENTER-RUN-DAY.
           DISPLAY "LIST THE REPORTS RUN ON WHICH DATE (YYYY-MM-DD)?".
           PERFORM ENTER-SEARCH-DATUM.
           IF SEARCH-DATUM = SPACE
               MOVE "N" TO SEARCH-DATUM-VALID
               DISPLAY "A DATE IS NEEDED".

       LIST-ONE-DAY-RUN.
           IF RCAT-RUN-DATE = SEARCH-DATUM
               PERFORM LIST-RUN-IF-OPERATORS.
           PERFORM READ-NEXT-CATALOG-RECORD.

       ENTER-SEARCH-DATUM.
           MOVE "N" TO SEARCH-DATUM-VALID.
           PERFORM ACCEPT-SEARCH-DATUM
               UNTIL SEARCH-DATUM-VALID = "Y".

       ACCEPT-SEARCH-DATUM.
           MOVE SPACE TO SEARCH-DATUM.
           ACCEPT SEARCH-DATUM.
           MOVE "Y" TO SEARCH-DATUM-VALID.
           MOVE SPACE TO SEARCH-STAMP.
           IF SEARCH-DATUM NOT = SPACE
               IF SEARCH-DATUM(5:1) NOT = "-" OR
                   SEARCH-DATUM(8:1) NOT = "-" OR
                   SEARCH-DATUM(1:4) IS NOT NUMERIC OR
                   SEARCH-DATUM(6:2) IS NOT NUMERIC OR
                   SEARCH-DATUM(9:2) IS NOT NUMERIC
                   MOVE "N" TO SEARCH-DATUM-VALID
                   DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
               ELSE
                   STRING
                       SEARCH-DATUM(1:4) DELIMITED BY SIZE
                       SEARCH-DATUM(6:2) DELIMITED BY SIZE
                       SEARCH-DATUM(9:2) DELIMITED BY SIZE
                       "-000000"         DELIMITED BY SIZE
                       INTO SEARCH-STAMP.

      ******************************************************************
      *    Operators other than supervisors see only their own runs.
      ******************************************************************
       LIST-RUN-IF-OPERATORS.
           IF SCOPE-SUPERVISOR-FLAG = "Y" OR
               RCAT-OPERATOR-ID = SCOPE-OPERATOR-ID
               IF LIST-COUNT < LIST-MAX
                   ADD 1 TO LIST-COUNT
                   MOVE RCAT-KEY TO LISTED-RUN-KEY(LIST-COUNT)
                   PERFORM DISPLAY-LIST-LINE
               ELSE
               IF LIST-TRUNCATED NOT = "Y"
                   MOVE "Y" TO LIST-TRUNCATED
                   DISPLAY "ONLY THE FIRST " LIST-MAX
                       " RUNS ARE LISTED - NARROW THE SEARCH".

       DISPLAY-LIST-LINE.
           MOVE LIST-COUNT TO LST-NUMBER.
           MOVE RCAT-PROGRAM-NAME TO LST-PROGRAM-NAME.
           MOVE RCAT-RUN-DATE TO LST-RUN-DATE.
           MOVE RCAT-RUN-TIME TO LST-RUN-TIME.
           MOVE RCAT-OPERATOR-ID TO LST-OPERATOR-ID.
           MOVE RCAT-PAGE-COUNT TO LST-PAGE-COUNT.
           DISPLAY LIST-LINE.
           IF RCAT-PARAMETERS NOT = SPACE
               DISPLAY "       " RCAT-PARAMETERS.

      ******************************************************************
      *    REPRINT
      ******************************************************************
       OFFER-REPRINT.
           DISPLAY "REPRINT WHICH RUN (0 FOR NONE)?".
           MOVE ZERO TO REPRINT-PICK-FIELD.
           ACCEPT REPRINT-PICK-FIELD.
           MOVE REPRINT-PICK-FIELD TO REPRINT-PICK.
           IF REPRINT-PICK > LIST-COUNT
               DISPLAY "NO SUCH RUN ON THE LIST"
           ELSE
           IF REPRINT-PICK NOT = ZERO
               PERFORM REPRINT-ONE-RUN.

       REPRINT-ONE-RUN.
           MOVE LISTED-RUN-KEY(REPRINT-PICK) TO RCAT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ REPORT-CATALOG-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND NOT = "Y"
               DISPLAY "THAT RUN IS NO LONGER ON THE CATALOG"
           ELSE
               MOVE RCAT-GENERATION-FILE TO GENERATION-FILE-NAME
               OPEN INPUT GENERATION-FILE
               IF GENERATION-FILE-STATUS = "35"
                   DISPLAY GENERATION-FILE-NAME " NOT ON DISK - "
                       "CANNOT REPRINT"
               ELSE
                   PERFORM COPY-GENERATION-TO-REPRINT
                   CLOSE GENERATION-FILE
                   PERFORM LOG-REPRINT-AUDIT
                   DISPLAY LINES-REPRINTED-COUNT
                       " LINE(S) REPRINTED TO REPORT-REPRINT".

       COPY-GENERATION-TO-REPRINT.
           OPEN OUTPUT REPRINT-FILE.
           MOVE BANNER-RULE-LINE TO REPRINT-LINE.
           WRITE REPRINT-LINE.
           MOVE RCAT-PROGRAM-NAME TO BNR-PROGRAM-NAME.
           MOVE RCAT-RUN-DATE TO BNR-RUN-DATE.
           MOVE RCAT-RUN-TIME TO BNR-RUN-TIME.
           MOVE RCAT-OPERATOR-ID TO BNR-OPERATOR-ID.
           MOVE RCAT-PARAMETERS TO BNR-PARAMETERS.
           MOVE BANNER-LINE TO REPRINT-LINE.
           WRITE REPRINT-LINE.
           MOVE BANNER-RULE-LINE TO REPRINT-LINE.
           WRITE REPRINT-LINE.
           MOVE ZERO TO LINES-REPRINTED-COUNT.
           PERFORM READ-NEXT-GENERATION-LINE.
           PERFORM COPY-ONE-REPRINT-LINE
               UNTIL GENERATION-AT-END = "Y".
           CLOSE REPRINT-FILE.

       COPY-ONE-REPRINT-LINE.
           MOVE GENERATION-LINE TO REPRINT-LINE.
           WRITE REPRINT-LINE.
           ADD 1 TO LINES-REPRINTED-COUNT.
           PERFORM READ-NEXT-GENERATION-LINE.

       READ-NEXT-GENERATION-LINE.
           MOVE "N" TO GENERATION-AT-END.
           READ GENERATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO GENERATION-AT-END.

      ******************************************************************
      *    Who reprinted which run - the program and its run stamp.
      ******************************************************************
       LOG-REPRINT-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE "REPORT RUN" TO AUDIT-FIELD-NAME.
           MOVE RCAT-PROGRAM-NAME TO AUDIT-OLD-VALUE.
           MOVE RCAT-RUN-STAMP TO AUDIT-NEW-VALUE.
           MOVE "INQUIRE-REPORT-CATALOG" TO AUDIT-PROGRAM.
           MOVE "REPRINT" TO THE-MODE.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE SCOPE-OPERATOR-ID TO AUDIT-RECORD-KEY.
           PERFORM STAMP-AUDIT-DATE-TIME.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       STAMP-AUDIT-DATE-TIME.
           ACCEPT AUDIT-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-PART FROM TIME.
           MOVE SPACE TO AUDIT-DATE-TIME.
           STRING
               AUDIT-DATE-PART       DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               AUDIT-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO AUDIT-DATE-TIME.

       READ-NEXT-CATALOG-RECORD.
           READ REPORT-CATALOG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CATALOG-AT-END.

       END PROGRAM INQUIRE-REPORT-CATALOG.
