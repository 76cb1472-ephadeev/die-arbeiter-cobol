      ******************************************************************
      *    Batch Run Date (called subprogram)
      *    The day the date-driven batch jobs run for. Started from
      *    the menu a job gets today's system date, exactly as when
      *    it took the date itself; under NIGHTLY-DRIVER it gets the
      *    business day being replayed, so a job missed over a long
      *    weekend still sees each effective date on its own day.
      *    The date and a step's failure report are held in this
      *    program's WORKING-STORAGE between calls, the same way
      *    CHECK-OPERATOR-SCOPE holds the menu session - the program
      *    is never CANCELled. The parameter block is in
      *    run-date-request.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUN-DATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  RUN-DATE-IS-SET        PIC X VALUE "N".
       77  HELD-RUN-DATE          PIC X(10) VALUE SPACE.
       77  HELD-STEP-FAILED       PIC X VALUE "N".
       77  HELD-FAILURE-TEXT      PIC X(40) VALUE SPACE.
       77  TODAY-DATUM-PART       PIC 9(8).

       LINKAGE SECTION.
           COPY "run-date-request.cbl".

       PROCEDURE DIVISION USING RUN-DATE-REQUEST.
       PROGRAM-START.
           IF RD-SET-RUN-DATE
               PERFORM SET-THE-RUN-DATE
           ELSE
           IF RD-CLEAR-RUN-DATE
               PERFORM CLEAR-THE-RUN-DATE
           ELSE
           IF RD-REPORT-FAILURE
               PERFORM NOTE-STEP-FAILURE
           ELSE
               PERFORM GET-THE-RUN-DATE.

       PROGRAM-DONE.
           GOBACK.

       SET-THE-RUN-DATE.
           MOVE RD-DATUM-TEXT TO HELD-RUN-DATE.
           MOVE "Y" TO RUN-DATE-IS-SET.
           MOVE "N" TO HELD-STEP-FAILED.
           MOVE SPACE TO HELD-FAILURE-TEXT.

       CLEAR-THE-RUN-DATE.
           MOVE SPACE TO HELD-RUN-DATE.
           MOVE "N" TO RUN-DATE-IS-SET.
           MOVE "N" TO HELD-STEP-FAILED.
           MOVE SPACE TO HELD-FAILURE-TEXT.

       NOTE-STEP-FAILURE.
           MOVE "Y" TO HELD-STEP-FAILED.
           MOVE RD-FAILURE-TEXT TO HELD-FAILURE-TEXT.

       GET-THE-RUN-DATE.
           IF RUN-DATE-IS-SET = "Y"
               MOVE HELD-RUN-DATE TO RD-DATUM-TEXT
           ELSE
               ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD
               MOVE SPACE TO RD-DATUM-TEXT
               STRING
                   TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
                   INTO RD-DATUM-TEXT.
           MOVE RUN-DATE-IS-SET TO RD-IS-REPLAY.
           MOVE HELD-STEP-FAILED TO RD-STEP-FAILED.
           MOVE HELD-FAILURE-TEXT TO RD-FAILURE-TEXT.

       END PROGRAM BATCH-RUN-DATE.
