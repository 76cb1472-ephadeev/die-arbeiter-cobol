      ******************************************************************
      *    One-Time Master Journal Conversion
      *    Rewrites a MASTER-JOURNAL written under the old line
      *    layout - before images and after images 263 bytes wide,
      *    the worker record as it was before GESCHLECHT was
      *    appended - into the current 264-byte images. Every line
      *    keeps its date/time, file and action; each image is
      *    carried across byte for byte with a blank in the new
      *    last position, which is exactly what CONVERT-ARBEITER-
      *    FILE gives the converted worker record, so a replay by
      *    RECOVER-MASTER-FILE or a rebuild by REBUILD-ARBEITER-
      *    AS-OF reads the old lines as it reads the new.
      *
      *    Operating procedure (together with CONVERT-ARBEITER-FILE,
      *    before any master file is changed under the new layout):
      *      1. rename the live file to MASTER-JOURNAL-OLD
      *      2. run this program - it builds a fresh MASTER-JOURNAL
      *      3. check the line counts match, then keep the old file
      *         with the backups it belongs to
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-JOURNAL-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-journal.cbl".
           SELECT OLD-JOURNAL-FILE ASSIGN TO "MASTER-JOURNAL-OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-journal.cbl".

      ******************************************************************
      *    The line layout as it was before the images were widened
      *    for GESCHLECHT.
      ******************************************************************
       FD  OLD-JOURNAL-FILE.
       01  OLD-JOURNAL-RECORD.
           05 OLD-JN-DATE-TIME    PIC X(15).
           05 FILLER              PIC X(1).
           05 OLD-JN-FILE-KIND    PIC X.
           05 FILLER              PIC X(1).
           05 OLD-JN-ACTION       PIC X.
           05 FILLER              PIC X(1).
           05 OLD-JN-BEFORE-IMAGE PIC X(263).
           05 FILLER              PIC X(1).
           05 OLD-JN-AFTER-IMAGE  PIC X(263).

       WORKING-STORAGE SECTION.
       77  JOURNAL-FILE-STATUS      PIC XX.
       77  OLD-JOURNAL-FILE-STATUS  PIC XX.
       77  OLD-FILE-AT-END          PIC X.
       77  OLD-FILE-MISSING         PIC X VALUE "N".
       77  LINES-READ-COUNT         PIC 9(7) VALUE ZERO.
       77  LINES-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF OLD-FILE-MISSING = "Y"
               DISPLAY "MASTER-JOURNAL-OLD NOT FOUND - RENAME THE "
               DISPLAY "LIVE FILE TO MASTER-JOURNAL-OLD FIRST"
           ELSE
               PERFORM CONVERT-ALL-LINES
               PERFORM DISPLAY-RUN-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT OLD-JOURNAL-FILE.
           IF OLD-JOURNAL-FILE-STATUS = "35"
               MOVE "Y" TO OLD-FILE-MISSING
           ELSE
               OPEN OUTPUT JOURNAL-FILE.

       CLOSING-PROCEDURE.
           IF OLD-FILE-MISSING NOT = "Y"
               CLOSE OLD-JOURNAL-FILE
               CLOSE JOURNAL-FILE.

       CONVERT-ALL-LINES.
           PERFORM READ-NEXT-OLD-LINE.
           PERFORM CONVERT-ONE-LINE
               UNTIL OLD-FILE-AT-END = "Y".

       CONVERT-ONE-LINE.
           ADD 1 TO LINES-READ-COUNT.
           MOVE SPACE TO JOURNAL-RECORD.
           MOVE OLD-JN-DATE-TIME    TO JN-DATE-TIME.
           MOVE OLD-JN-FILE-KIND    TO JN-FILE-KIND.
           MOVE OLD-JN-ACTION       TO JN-ACTION.
           MOVE OLD-JN-BEFORE-IMAGE TO JN-BEFORE-IMAGE.
           MOVE OLD-JN-AFTER-IMAGE  TO JN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
           ADD 1 TO LINES-WRITTEN-COUNT.
           PERFORM READ-NEXT-OLD-LINE.

       READ-NEXT-OLD-LINE.
           MOVE "N" TO OLD-FILE-AT-END.
           READ OLD-JOURNAL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OLD-FILE-AT-END.

       DISPLAY-RUN-TOTALS.
           DISPLAY "OLD JOURNAL LINES READ:    " LINES-READ-COUNT.
           DISPLAY "NEW JOURNAL LINES WRITTEN: " LINES-WRITTEN-COUNT.
           IF LINES-READ-COUNT NOT = LINES-WRITTEN-COUNT
               DISPLAY "COUNTS DIFFER - DO NOT USE THE NEW FILE".

       END PROGRAM CONVERT-JOURNAL-FILE.
