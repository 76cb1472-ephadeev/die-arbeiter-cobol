      ******************************************************************
      *    Report Catalog Filing (called subprogram)
      *    Called by every PRINT- program once its report file is
      *    closed. The output the next run would overwrite is copied
      *    into a dated generation - the report file's name with
      *    .G and the run stamp, for example
      *    PAY-PROOF-REPORT.G20260331-174502, in the style of the
      *    LOG-ROTATE generations - and a REPORT-CATALOG record is
      *    written: program, run date and time, the signed-on
      *    operator, the period or parameters, the generation file,
      *    and the line and page count. INQUIRE-REPORT-CATALOG lists
      *    and reprints the runs; PURGE-REPORT-CATALOG removes them
      *    once their retention period has passed.
      *
      *    A report file not on disk (the run stopped before opening
      *    it) files nothing. The parameter block is in
      *    catalog-request.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-REPORT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-report-catalog.cbl".
           SELECT REPORT-OUTPUT-FILE
               ASSIGN TO DYNAMIC REPORT-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-OUTPUT-FILE-STATUS.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-report-catalog.cbl".

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-OUTPUT-LINE PIC X(250).

       FD  GENERATION-FILE.
       01  GENERATION-LINE PIC X(250).

       WORKING-STORAGE SECTION.
       77  REPORT-CATALOG-FILE-STATUS PIC XX.
       77  REPORT-OUTPUT-FILE-STATUS PIC XX.
       77  GENERATION-FILE-STATUS  PIC XX.
       77  REPORT-OUTPUT-NAME      PIC X(30).
       77  GENERATION-FILE-NAME    PIC X(50).
       77  REPORT-OUTPUT-AT-END    PIC X.
       77  LINES-FILED-COUNT       PIC 9(7).
       77  PAGES-FILED-COUNT       PIC 9(5).
       77  PAGE-REMAINDER          PIC 99.
       77  LINES-PER-PAGE          PIC 99 VALUE 60.
       77  RUN-DATE-PART           PIC 9(8).
       77  RUN-TIME-PART           PIC 9(8).
       77  RUN-STAMP-TEXT          PIC X(15).

           COPY "scope-request.cbl".

       LINKAGE SECTION.
           COPY "catalog-request.cbl".

       PROCEDURE DIVISION USING CATALOG-REQUEST.
       PROGRAM-START.
           MOVE "N" TO CATALOG-OK.
           MOVE CATALOG-REPORT-FILE TO REPORT-OUTPUT-NAME.
           OPEN INPUT REPORT-OUTPUT-FILE.
           IF REPORT-OUTPUT-FILE-STATUS = "35"
               DISPLAY CATALOG-REPORT-FILE " NOT ON DISK - "
                   "NOTHING FILED"
           ELSE
               PERFORM STAMP-THE-RUN
               PERFORM COPY-TO-GENERATION
               CLOSE REPORT-OUTPUT-FILE
               PERFORM WRITE-CATALOG-RECORD.

       PROGRAM-DONE.
           GOBACK.

       STAMP-THE-RUN.
           ACCEPT RUN-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-PART FROM TIME.
           MOVE SPACE TO RUN-STAMP-TEXT.
           STRING
               RUN-DATE-PART       DELIMITED BY SIZE
               "-"                 DELIMITED BY SIZE
               RUN-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO RUN-STAMP-TEXT.
           MOVE SPACE TO GENERATION-FILE-NAME.
           STRING
               CATALOG-REPORT-FILE DELIMITED BY SPACE
               ".G"                DELIMITED BY SIZE
               RUN-STAMP-TEXT      DELIMITED BY SIZE
               INTO GENERATION-FILE-NAME.

       COPY-TO-GENERATION.
           OPEN OUTPUT GENERATION-FILE.
           MOVE ZERO TO LINES-FILED-COUNT.
           PERFORM READ-NEXT-OUTPUT-LINE.
           PERFORM COPY-ONE-LINE
               UNTIL REPORT-OUTPUT-AT-END = "Y".
           CLOSE GENERATION-FILE.
           DIVIDE LINES-FILED-COUNT BY LINES-PER-PAGE
               GIVING PAGES-FILED-COUNT
               REMAINDER PAGE-REMAINDER.
           IF PAGE-REMAINDER NOT = ZERO
               ADD 1 TO PAGES-FILED-COUNT.

       COPY-ONE-LINE.
           MOVE REPORT-OUTPUT-LINE TO GENERATION-LINE.
           WRITE GENERATION-LINE.
           ADD 1 TO LINES-FILED-COUNT.
           PERFORM READ-NEXT-OUTPUT-LINE.

       READ-NEXT-OUTPUT-LINE.
           MOVE "N" TO REPORT-OUTPUT-AT-END.
           READ REPORT-OUTPUT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REPORT-OUTPUT-AT-END.

      ******************************************************************
      *    The operator comes from the menu session the report was
      *    started under.
      ******************************************************************
       WRITE-CATALOG-RECORD.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE CATALOG-PROGRAM-NAME TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           OPEN I-O REPORT-CATALOG-FILE.
           IF REPORT-CATALOG-FILE-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN I-O REPORT-CATALOG-FILE.
           MOVE SPACE TO REPORT-CATALOG-RECORD.
           MOVE CATALOG-PROGRAM-NAME TO RCAT-PROGRAM-NAME.
           MOVE RUN-STAMP-TEXT TO RCAT-RUN-STAMP.
           STRING
               RUN-DATE-PART(1:4)  DELIMITED BY SIZE
               "-"                 DELIMITED BY SIZE
               RUN-DATE-PART(5:2)  DELIMITED BY SIZE
               "-"                 DELIMITED BY SIZE
               RUN-DATE-PART(7:2)  DELIMITED BY SIZE
               INTO RCAT-RUN-DATE.
           STRING
               RUN-TIME-PART(1:2)  DELIMITED BY SIZE
               ":"                 DELIMITED BY SIZE
               RUN-TIME-PART(3:2)  DELIMITED BY SIZE
               ":"                 DELIMITED BY SIZE
               RUN-TIME-PART(5:2)  DELIMITED BY SIZE
               INTO RCAT-RUN-TIME.
           IF SCOPE-OK = "Y"
               MOVE SCOPE-OPERATOR-ID TO RCAT-OPERATOR-ID
           ELSE
               MOVE ZERO TO RCAT-OPERATOR-ID.
           MOVE CATALOG-PARAMETERS TO RCAT-PARAMETERS.
           MOVE CATALOG-REPORT-FILE TO RCAT-REPORT-FILE.
           MOVE GENERATION-FILE-NAME TO RCAT-GENERATION-FILE.
           MOVE LINES-FILED-COUNT TO RCAT-LINE-COUNT.
           MOVE PAGES-FILED-COUNT TO RCAT-PAGE-COUNT.
           MOVE "Y" TO CATALOG-OK.
           WRITE REPORT-CATALOG-RECORD
               INVALID KEY
               MOVE "N" TO CATALOG-OK
               DISPLAY "ERROR WRITING REPORT-CATALOG FOR "
                   CATALOG-PROGRAM-NAME.
           CLOSE REPORT-CATALOG-FILE.
           IF CATALOG-OK = "Y"
               DISPLAY "REPORT FILED AS " GENERATION-FILE-NAME.

       END PROGRAM CATALOG-REPORT-RUN.
