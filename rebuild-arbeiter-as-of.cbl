      ******************************************************************
      *    Rebuild a Worker's Master Record As Of a Date
      *    (called subprogram)
      *    Starts from the current ARBEITER-FILE record and rolls it
      *    back to the end of the day asked for, field by field,
      *    using every log that records a change to the worker:
      *    - MASTER-JOURNAL before/after images (every field)
      *    - SALARY-HIST (SALARY)
      *    - TRANSFER-HIST (ABTEILUNG-ID)
      *    - AUDIT-LOG field entries keyed by the ARBEITER-ID
      *    For each field the earliest change after the date gives
      *    the value that day (its old value); the latest change on
      *    or before the date is shown as the entry that set it.
      *    A field no log has touched keeps today's value. The
      *    generations LOG-ROTATE has cut from SALARY-HIST,
      *    TRANSFER-HIST and AUDIT-LOG are read through ROTATION-
      *    INDEX, as INQUIRE-ARBEITER-360 reads them. History dates
      *    are effective dates and count from the start of the day.
      *
      *    Used by INQUIRE-ARBEITER-AS-OF and PRINT-ARBEITER-AS-OF;
      *    the parameter block is in as-of-request.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBUILD-ARBEITER-AS-OF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-journal.cbl".
           COPY "select-salary-history.cbl".
           COPY "select-transfer-history.cbl".
           COPY "select-audit-log.cbl".
           COPY "select-rotation-index.cbl".
           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-journal.cbl".
           COPY "fd-salary-history.cbl".
           COPY "fd-transfer-history.cbl".
           COPY "fd-audit-log.cbl".
           COPY "fd-rotation-index.cbl".

       FD  GENERATION-FILE.
       01  GENERATION-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  JOURNAL-FILE-STATUS   PIC XX.
       77  SALARY-HISTORY-FILE-STATUS PIC XX.
       77  TRANSFER-HISTORY-FILE-STATUS PIC XX.
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  ROTATION-INDEX-FILE-STATUS PIC XX.
       77  GENERATION-FILE-STATUS PIC XX.
       77  ROTATION-INDEX-AT-END PIC X.
       77  GENERATION-FILE-AT-END PIC X.
       77  GENERATION-FILE-NAME  PIC X(30).
       77  GEN-LOG-NAME          PIC X(14).
       77  GEN-SECTION           PIC 9.
       77  LOG-FILE-AT-END       PIC X.
       77  RECORD-FOUND          PIC X.
       77  ARBEITER-KEY-TEXT     PIC X(6).
       77  CUTOFF-DATE-PART      PIC X(8).
       77  ENTRY-STAMP           PIC X(15).
       77  ENTRY-SOURCE          PIC X(50).
       77  ENTRY-OLD-VALUE       PIC X(30).
       77  ENTRY-NEW-VALUE       PIC X(30).
       77  ACTION-WORD           PIC X(7).
       77  FIELD-SUB             PIC 9.
       77  THE-FIELD-SUB         PIC 9.
       77  CHAR-SUB              PIC 99.
       77  DIGIT-VALUE           PIC 9.
       77  DIGITS-FOUND          PIC X.
       77  NUMBER-VALUE          PIC 9(9).
       77  NUMBER-TEXT           PIC X(30).
       77  NUMBER-3              PIC 9(3).
       77  NUMBER-4              PIC 9(4).
       77  NUMBER-6              PIC 9(6).
       77  SALARY-EDIT           PIC ZZZZZZ9.99.

       01  FIELD-NAME-VALUES.
           05 FILLER PIC X(20)   VALUE "ABTEILUNG-ID".
           05 FILLER PIC X(20)   VALUE "CHIEF-ID".
           05 FILLER PIC X(20)   VALUE "SALARY".
           05 FILLER PIC X(20)   VALUE "STELLE-ID".
           05 FILLER PIC X(20)   VALUE "TEILZEIT-PROZENT".
           05 FILLER PIC X(20)   VALUE "ARBEITER-STATUS".
           05 FILLER PIC X(20)   VALUE "FAMILIE".
           05 FILLER PIC X(20)   VALUE "MASTER RECORD".
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
           05 FIELD-NAME-ENTRY OCCURS 8 TIMES PIC X(20).

       01  CURRENT-VALUE-TABLE.
           05 CURRENT-VALUE OCCURS 8 TIMES PIC X(30).

       01  IMAGE-VALUE-TABLE.
           05 IMAGE-VALUE OCCURS 8 TIMES PIC X(30).

       01  OLD-IMAGE-TABLE.
           05 OLD-IMAGE-VALUE OCCURS 8 TIMES PIC X(30).

       01  NEW-IMAGE-TABLE.
           05 NEW-IMAGE-VALUE OCCURS 8 TIMES PIC X(30).

       01  CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 8 TIMES.
               10 AFTER-FOUND       PIC X.
               10 AFTER-STAMP       PIC X(15).
               10 AFTER-OLD-VALUE   PIC X(30).
               10 AFTER-SOURCE      PIC X(50).
               10 BEFORE-FOUND      PIC X.
               10 BEFORE-STAMP      PIC X(15).
               10 BEFORE-SOURCE     PIC X(50).

       LINKAGE SECTION.
           COPY "as-of-request.cbl".

       PROCEDURE DIVISION USING AS-OF-REQUEST.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           PERFORM TAKE-CURRENT-MASTER.
           PERFORM SCAN-THE-JOURNAL.
           PERFORM SCAN-SALARY-HISTORY.
           PERFORM SCAN-TRANSFER-HISTORY.
           PERFORM SCAN-AUDIT-LOG.
           PERFORM BUILD-ONE-ANSWER-ROW
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB > 8.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           MOVE ASOF-ARBEITER-ID TO ARBEITER-KEY-TEXT.
           MOVE SPACE TO CUTOFF-DATE-PART.
           STRING
               ASOF-DATUM(1:4)       DELIMITED BY SIZE
               ASOF-DATUM(6:2)       DELIMITED BY SIZE
               ASOF-DATUM(9:2)       DELIMITED BY SIZE
               INTO CUTOFF-DATE-PART.
           MOVE "N" TO ASOF-WORKER-FOUND.
           PERFORM CLEAR-ONE-CHANGE-ENTRY
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB > 8.

       CLEAR-ONE-CHANGE-ENTRY.
           MOVE "N" TO AFTER-FOUND(FIELD-SUB).
           MOVE "N" TO BEFORE-FOUND(FIELD-SUB).

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.

       TAKE-CURRENT-MASTER.
           MOVE ASOF-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               MOVE "Y" TO ASOF-WORKER-FOUND
               PERFORM TAKE-FIELDS-FROM-RECORD
           ELSE
               PERFORM TAKE-FIELDS-NOT-ON-FILE.
           MOVE IMAGE-VALUE-TABLE TO CURRENT-VALUE-TABLE.

      ******************************************************************
      *    One ARBEITER-RECORD (the master, or a journal image moved
      *    into the record area) into display values - IDs with
      *    their leading zeros, SALARY edited the way AUDIT-LOG
      *    holds it, so values from every log compare alike.
      ******************************************************************
       TAKE-FIELDS-FROM-RECORD.
           MOVE ARBEITER-ABTEILUNG-ID TO IMAGE-VALUE(1).
           MOVE CHIEF-ID TO IMAGE-VALUE(2).
           MOVE SPACE TO IMAGE-VALUE(3).
           IF SALARY IS NUMERIC
               MOVE SALARY TO SALARY-EDIT
               MOVE SALARY-EDIT TO IMAGE-VALUE(3).
           MOVE ARBEITER-STELLE-ID TO IMAGE-VALUE(4).
           MOVE TEILZEIT-PROZENT TO IMAGE-VALUE(5).
           MOVE ARBEITER-STATUS TO IMAGE-VALUE(6).
           MOVE FAMILIE TO IMAGE-VALUE(7).
           MOVE "ON FILE" TO IMAGE-VALUE(8).

       TAKE-FIELDS-NOT-ON-FILE.
           MOVE SPACE TO IMAGE-VALUE-TABLE.
           MOVE "NOT ON FILE" TO IMAGE-VALUE(8).

      ******************************************************************
      *    A change found in any log. Stamps are YYYYMMDD-HHMMSS, so
      *    the earliest change after the date and the latest on or
      *    before it are found by comparing stamps, whichever log
      *    they came from.
      ******************************************************************
       NOTE-ONE-CHANGE.
           MOVE "Y" TO ASOF-WORKER-FOUND.
           IF ENTRY-STAMP(1:8) > CUTOFF-DATE-PART
               PERFORM NOTE-CHANGE-AFTER-DATE
           ELSE
               PERFORM NOTE-CHANGE-ON-OR-BEFORE.

       NOTE-CHANGE-AFTER-DATE.
           IF AFTER-FOUND(THE-FIELD-SUB) NOT = "Y" OR
               ENTRY-STAMP < AFTER-STAMP(THE-FIELD-SUB)
               MOVE "Y" TO AFTER-FOUND(THE-FIELD-SUB)
               MOVE ENTRY-STAMP TO AFTER-STAMP(THE-FIELD-SUB)
               MOVE ENTRY-OLD-VALUE TO AFTER-OLD-VALUE(THE-FIELD-SUB)
               MOVE ENTRY-SOURCE TO AFTER-SOURCE(THE-FIELD-SUB).

       NOTE-CHANGE-ON-OR-BEFORE.
           IF BEFORE-FOUND(THE-FIELD-SUB) NOT = "Y" OR
               ENTRY-STAMP NOT < BEFORE-STAMP(THE-FIELD-SUB)
               MOVE "Y" TO BEFORE-FOUND(THE-FIELD-SUB)
               MOVE ENTRY-STAMP TO BEFORE-STAMP(THE-FIELD-SUB)
               MOVE ENTRY-SOURCE TO BEFORE-SOURCE(THE-FIELD-SUB).

      ******************************************************************
      *    MASTER-JOURNAL - every ARBEITER write, rewrite and delete
      *    for the worker; each field whose before and after images
      *    differ is one change. A write has no before image and a
      *    delete no after image, so the MASTER RECORD row shows
      *    whether the worker was on file that day.
      ******************************************************************
       SCAN-THE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "35"
               PERFORM READ-NEXT-JOURNAL-ENTRY
               PERFORM JUDGE-ONE-JOURNAL-ENTRY
                   UNTIL LOG-FILE-AT-END = "Y"
               CLOSE JOURNAL-FILE.

       JUDGE-ONE-JOURNAL-ENTRY.
           IF JN-IS-ARBEITER AND
               (JN-BEFORE-IMAGE(1:6) = ARBEITER-KEY-TEXT OR
                JN-AFTER-IMAGE(1:6) = ARBEITER-KEY-TEXT)
               PERFORM NOTE-JOURNAL-CHANGES.
           PERFORM READ-NEXT-JOURNAL-ENTRY.

       NOTE-JOURNAL-CHANGES.
           IF JN-BEFORE-IMAGE = SPACE
               PERFORM TAKE-FIELDS-NOT-ON-FILE
           ELSE
               MOVE JN-BEFORE-IMAGE TO ARBEITER-RECORD
               PERFORM TAKE-FIELDS-FROM-RECORD.
           MOVE IMAGE-VALUE-TABLE TO OLD-IMAGE-TABLE.
           IF JN-AFTER-IMAGE = SPACE
               PERFORM TAKE-FIELDS-NOT-ON-FILE
           ELSE
               MOVE JN-AFTER-IMAGE TO ARBEITER-RECORD
               PERFORM TAKE-FIELDS-FROM-RECORD.
           MOVE IMAGE-VALUE-TABLE TO NEW-IMAGE-TABLE.
           MOVE "REWRITE" TO ACTION-WORD.
           IF JN-IS-WRITE
               MOVE "WRITE" TO ACTION-WORD.
           IF JN-IS-DELETE
               MOVE "DELETE" TO ACTION-WORD.
           MOVE JN-DATE-TIME TO ENTRY-STAMP.
           MOVE SPACE TO ENTRY-SOURCE.
           STRING
               "MASTER-JOURNAL "     DELIMITED BY SIZE
               JN-DATE-TIME          DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               ACTION-WORD           DELIMITED BY SPACE
               INTO ENTRY-SOURCE.
           PERFORM NOTE-ONE-JOURNAL-FIELD
               VARYING THE-FIELD-SUB FROM 1 BY 1
               UNTIL THE-FIELD-SUB > 8.

       NOTE-ONE-JOURNAL-FIELD.
           IF OLD-IMAGE-VALUE(THE-FIELD-SUB) NOT =
               NEW-IMAGE-VALUE(THE-FIELD-SUB)
               MOVE OLD-IMAGE-VALUE(THE-FIELD-SUB) TO ENTRY-OLD-VALUE
               MOVE NEW-IMAGE-VALUE(THE-FIELD-SUB) TO ENTRY-NEW-VALUE
               PERFORM NOTE-ONE-CHANGE.

       READ-NEXT-JOURNAL-ENTRY.
           MOVE "N" TO LOG-FILE-AT-END.
           READ JOURNAL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOG-FILE-AT-END.

      ******************************************************************
      *    SALARY-HIST - SALARY, from its effective date.
      ******************************************************************
       SCAN-SALARY-HISTORY.
           MOVE "SALARY-HIST" TO GEN-LOG-NAME.
           MOVE 1 TO GEN-SECTION.
           PERFORM PROCESS-GENERATIONS.
           OPEN INPUT SALARY-HISTORY-FILE.
           IF SALARY-HISTORY-FILE-STATUS NOT = "35"
               PERFORM READ-NEXT-SALARY-LINE
               PERFORM SCAN-ONE-SALARY-LINE
                   UNTIL LOG-FILE-AT-END = "Y"
               CLOSE SALARY-HISTORY-FILE.

       SCAN-ONE-SALARY-LINE.
           PERFORM JUDGE-ONE-SALARY-LINE.
           PERFORM READ-NEXT-SALARY-LINE.

       JUDGE-ONE-SALARY-LINE.
           IF SH-ARBEITER-ID = ASOF-ARBEITER-ID
               MOVE 3 TO THE-FIELD-SUB
               MOVE SH-OLD-SALARY TO SALARY-EDIT
               MOVE SALARY-EDIT TO ENTRY-OLD-VALUE
               MOVE SH-NEW-SALARY TO SALARY-EDIT
               MOVE SALARY-EDIT TO ENTRY-NEW-VALUE
               MOVE SH-EFFECTIVE-DATE TO ENTRY-SOURCE
               PERFORM STAMP-FROM-EFFECTIVE-DATE
               MOVE SPACE TO ENTRY-SOURCE
               STRING
                   "SALARY-HIST EFFECTIVE " DELIMITED BY SIZE
                   SH-EFFECTIVE-DATE        DELIMITED BY SIZE
                   INTO ENTRY-SOURCE
               PERFORM NOTE-ONE-CHANGE.

       READ-NEXT-SALARY-LINE.
           MOVE "N" TO LOG-FILE-AT-END.
           READ SALARY-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOG-FILE-AT-END.

      ******************************************************************
      *    TRANSFER-HIST - ABTEILUNG-ID, from its effective date.
      ******************************************************************
       SCAN-TRANSFER-HISTORY.
           MOVE "TRANSFER-HIST" TO GEN-LOG-NAME.
           MOVE 2 TO GEN-SECTION.
           PERFORM PROCESS-GENERATIONS.
           OPEN INPUT TRANSFER-HISTORY-FILE.
           IF TRANSFER-HISTORY-FILE-STATUS NOT = "35"
               PERFORM READ-NEXT-TRANSFER-LINE
               PERFORM SCAN-ONE-TRANSFER-LINE
                   UNTIL LOG-FILE-AT-END = "Y"
               CLOSE TRANSFER-HISTORY-FILE.

       SCAN-ONE-TRANSFER-LINE.
           PERFORM JUDGE-ONE-TRANSFER-LINE.
           PERFORM READ-NEXT-TRANSFER-LINE.

       JUDGE-ONE-TRANSFER-LINE.
           IF TH-ARBEITER-ID = ASOF-ARBEITER-ID
               MOVE 1 TO THE-FIELD-SUB
               MOVE TH-OLD-ABTEILUNG-ID TO ENTRY-OLD-VALUE
               MOVE TH-NEW-ABTEILUNG-ID TO ENTRY-NEW-VALUE
               MOVE TH-EFFECTIVE-DATE TO ENTRY-SOURCE
               PERFORM STAMP-FROM-EFFECTIVE-DATE
               MOVE SPACE TO ENTRY-SOURCE
               STRING
                   "TRANSFER-HIST EFFECTIVE " DELIMITED BY SIZE
                   TH-EFFECTIVE-DATE          DELIMITED BY SIZE
                   INTO ENTRY-SOURCE
               PERFORM NOTE-ONE-CHANGE.

       READ-NEXT-TRANSFER-LINE.
           MOVE "N" TO LOG-FILE-AT-END.
           READ TRANSFER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOG-FILE-AT-END.

      ******************************************************************
      *    YYYY-MM-DD effective date (passed in ENTRY-SOURCE) to a
      *    stamp at the start of that day.
      ******************************************************************
       STAMP-FROM-EFFECTIVE-DATE.
           MOVE SPACE TO ENTRY-STAMP.
           STRING
               ENTRY-SOURCE(1:4)     DELIMITED BY SIZE
               ENTRY-SOURCE(6:2)     DELIMITED BY SIZE
               ENTRY-SOURCE(9:2)     DELIMITED BY SIZE
               "-000000"             DELIMITED BY SIZE
               INTO ENTRY-STAMP.

      ******************************************************************
      *    AUDIT-LOG - the field entries written against the worker's
      *    ARBEITER-ID. The IDs are held in more than one edit on
      *    the log (zero-suppressed by some programs), so they are
      *    brought back to digits with their leading zeros.
      ******************************************************************
       SCAN-AUDIT-LOG.
           MOVE "AUDIT-LOG" TO GEN-LOG-NAME.
           MOVE 3 TO GEN-SECTION.
           PERFORM PROCESS-GENERATIONS.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS NOT = "35"
               PERFORM READ-NEXT-AUDIT-LINE
               PERFORM SCAN-ONE-AUDIT-LINE
                   UNTIL LOG-FILE-AT-END = "Y"
               CLOSE AUDIT-LOG-FILE.

       SCAN-ONE-AUDIT-LINE.
           PERFORM JUDGE-ONE-AUDIT-LINE.
           PERFORM READ-NEXT-AUDIT-LINE.

       JUDGE-ONE-AUDIT-LINE.
           MOVE ZERO TO THE-FIELD-SUB.
           IF AUDIT-RECORD-KEY = ARBEITER-KEY-TEXT
               PERFORM FIND-AUDIT-FIELD
                   VARYING FIELD-SUB FROM 1 BY 1
                   UNTIL FIELD-SUB > 7.
           IF THE-FIELD-SUB NOT = ZERO
               PERFORM NOTE-ONE-AUDIT-CHANGE.

       FIND-AUDIT-FIELD.
           IF AUDIT-FIELD-NAME = FIELD-NAME-ENTRY(FIELD-SUB)
               MOVE FIELD-SUB TO THE-FIELD-SUB.

       NOTE-ONE-AUDIT-CHANGE.
           MOVE AUDIT-OLD-VALUE TO ENTRY-OLD-VALUE.
           MOVE AUDIT-NEW-VALUE TO ENTRY-NEW-VALUE.
           IF THE-FIELD-SUB = 1 OR 2 OR 4 OR 5
               MOVE ENTRY-OLD-VALUE TO NUMBER-TEXT
               PERFORM NORMALIZE-NUMBER-TEXT
               MOVE NUMBER-TEXT TO ENTRY-OLD-VALUE
               MOVE ENTRY-NEW-VALUE TO NUMBER-TEXT
               PERFORM NORMALIZE-NUMBER-TEXT
               MOVE NUMBER-TEXT TO ENTRY-NEW-VALUE.
           MOVE AUDIT-DATE-TIME TO ENTRY-STAMP.
           MOVE SPACE TO ENTRY-SOURCE.
           STRING
               "AUDIT-LOG "          DELIMITED BY SIZE
               AUDIT-DATE-TIME       DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               AUDIT-PROGRAM         DELIMITED BY SIZE
               INTO ENTRY-SOURCE.
           PERFORM NOTE-ONE-CHANGE.

       NORMALIZE-NUMBER-TEXT.
           MOVE ZERO TO NUMBER-VALUE.
           MOVE "N" TO DIGITS-FOUND.
           PERFORM TAKE-ONE-DIGIT
               VARYING CHAR-SUB FROM 1 BY 1
               UNTIL CHAR-SUB > 30.
           MOVE SPACE TO NUMBER-TEXT.
           IF DIGITS-FOUND = "Y" AND THE-FIELD-SUB = 2
               MOVE NUMBER-VALUE TO NUMBER-6
               MOVE NUMBER-6 TO NUMBER-TEXT.
           IF DIGITS-FOUND = "Y" AND THE-FIELD-SUB = 5
               MOVE NUMBER-VALUE TO NUMBER-3
               MOVE NUMBER-3 TO NUMBER-TEXT.
           IF DIGITS-FOUND = "Y" AND (THE-FIELD-SUB = 1 OR 4)
               MOVE NUMBER-VALUE TO NUMBER-4
               MOVE NUMBER-4 TO NUMBER-TEXT.

       TAKE-ONE-DIGIT.
           IF NUMBER-TEXT(CHAR-SUB:1) IS NUMERIC
               MOVE NUMBER-TEXT(CHAR-SUB:1) TO DIGIT-VALUE
               COMPUTE NUMBER-VALUE = NUMBER-VALUE * 10 + DIGIT-VALUE
               MOVE "Y" TO DIGITS-FOUND.

       READ-NEXT-AUDIT-LINE.
           MOVE "N" TO LOG-FILE-AT-END.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOG-FILE-AT-END.

      ******************************************************************
      *    Generation pass - the lines LOG-ROTATE has cut from a log
      *    are judged exactly as the current file's lines are.
      ******************************************************************
       PROCESS-GENERATIONS.
           OPEN INPUT ROTATION-INDEX-FILE.
           IF ROTATION-INDEX-FILE-STATUS NOT = "35"
               PERFORM READ-NEXT-INDEX-LINE
               PERFORM PROCESS-ONE-GENERATION
                   UNTIL ROTATION-INDEX-AT-END = "Y"
               CLOSE ROTATION-INDEX-FILE.

       PROCESS-ONE-GENERATION.
           IF RI-LOG-NAME = GEN-LOG-NAME
               MOVE RI-GENERATION-FILE TO GENERATION-FILE-NAME
               PERFORM READ-ONE-GENERATION-FILE.
           PERFORM READ-NEXT-INDEX-LINE.

       READ-ONE-GENERATION-FILE.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-FILE-STATUS = "35"
               DISPLAY "GENERATION FILE MISSING: "
                   GENERATION-FILE-NAME
           ELSE
               PERFORM READ-NEXT-GENERATION-LINE
               PERFORM JUDGE-ONE-GENERATION-LINE
                   UNTIL GENERATION-FILE-AT-END = "Y"
               CLOSE GENERATION-FILE.

       JUDGE-ONE-GENERATION-LINE.
           IF GEN-SECTION = 1
               MOVE GENERATION-LINE TO SALARY-HISTORY-RECORD
               PERFORM JUDGE-ONE-SALARY-LINE
           ELSE
           IF GEN-SECTION = 2
               MOVE GENERATION-LINE TO TRANSFER-HISTORY-RECORD
               PERFORM JUDGE-ONE-TRANSFER-LINE
           ELSE
               MOVE GENERATION-LINE TO AUDIT-LOG-RECORD
               PERFORM JUDGE-ONE-AUDIT-LINE.
           PERFORM READ-NEXT-GENERATION-LINE.

       READ-NEXT-GENERATION-LINE.
           MOVE "N" TO GENERATION-FILE-AT-END.
           READ GENERATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO GENERATION-FILE-AT-END.

       READ-NEXT-INDEX-LINE.
           MOVE "N" TO ROTATION-INDEX-AT-END.
           READ ROTATION-INDEX-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ROTATION-INDEX-AT-END.

      ******************************************************************
      *    The answer - rolled back to the earliest later change's
      *    old value where there is one, today's value otherwise,
      *    with the entry that set it. A value older than every
      *    log is shown as standing before the first change kept.
      ******************************************************************
       BUILD-ONE-ANSWER-ROW.
           MOVE FIELD-NAME-ENTRY(FIELD-SUB) TO
               ASOF-FIELD-NAME(FIELD-SUB).
           MOVE CURRENT-VALUE(FIELD-SUB) TO ASOF-VALUE(FIELD-SUB).
           IF AFTER-FOUND(FIELD-SUB) = "Y"
               MOVE AFTER-OLD-VALUE(FIELD-SUB) TO
                   ASOF-VALUE(FIELD-SUB).
           MOVE "N" TO ASOF-ROLLED-BACK(FIELD-SUB).
           IF ASOF-VALUE(FIELD-SUB) NOT = CURRENT-VALUE(FIELD-SUB)
               MOVE "Y" TO ASOF-ROLLED-BACK(FIELD-SUB).
           MOVE SPACE TO ASOF-SOURCE(FIELD-SUB).
           IF BEFORE-FOUND(FIELD-SUB) = "Y"
               MOVE BEFORE-SOURCE(FIELD-SUB) TO ASOF-SOURCE(FIELD-SUB)
           ELSE
           IF AFTER-FOUND(FIELD-SUB) = "Y"
               STRING
                   "BEFORE "               DELIMITED BY SIZE
                   AFTER-SOURCE(FIELD-SUB) DELIMITED BY SIZE
                   INTO ASOF-SOURCE(FIELD-SUB)
           ELSE
               MOVE "CURRENT MASTER - NO CHANGE LOGGED" TO
                   ASOF-SOURCE(FIELD-SUB).

       END PROGRAM REBUILD-ARBEITER-AS-OF.
