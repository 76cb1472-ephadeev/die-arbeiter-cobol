      ******************************************************************
      *    Daily Warning Expiry Batch
      *    Turns every live warning whose WN-EXPIRY-DATUM has passed
      *    to expired ("E") and writes an AUDIT-LOG line for each.
      *    The screens and reports already treat such a warning as
      *    no longer live; this run puts the file in step with them.
      *    Run every morning alongside ACTIVATE-PENDING-HIRES.
      *
      *    The day it runs for comes from BATCH-RUN-DATE - today
      *    when started from the menu, each missed business day in
      *    turn when NIGHTLY-DRIVER catches up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRE-WARNINGS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-warning.cbl".
           COPY "select-audit-log.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-warning.cbl".
           COPY "fd-audit-log.cbl".

       WORKING-STORAGE SECTION.
       77  WARNING-FILE-STATUS   PIC XX.
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  WARNING-FILE-MISSING  PIC X.
       77  WARNING-AT-END        PIC X.
       77  THE-MODE              PIC X(7).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  EXPIRED-COUNT         PIC 9(5) VALUE ZERO.
       77  STILL-LIVE-COUNT      PIC 9(5) VALUE ZERO.

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF WARNING-FILE-MISSING NOT = "Y"
               PERFORM EXPIRE-PASSED-WARNINGS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    No warning file yet means no warning has been given -
      *    nothing to do.
      ******************************************************************
       OPENING-PROCEDURE.
           MOVE "N" TO WARNING-FILE-MISSING.
           OPEN I-O WARNING-FILE.
           IF WARNING-FILE-STATUS = "35"
               MOVE "Y" TO WARNING-FILE-MISSING.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           PERFORM GET-RUN-DATE.

       CLOSING-PROCEDURE.
           IF WARNING-FILE-MISSING NOT = "Y"
               CLOSE WARNING-FILE.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "WARNINGS EXPIRED:     " EXPIRED-COUNT.
           DISPLAY "STILL LIVE:           " STILL-LIVE-COUNT.

       EXPIRE-PASSED-WARNINGS.
           MOVE ZERO TO WN-ARBEITER-ID.
           MOVE ZERO TO WN-WARNING-NUMBER.
           MOVE "N" TO WARNING-AT-END.
           START WARNING-FILE KEY IS NOT LESS THAN WN-WARNING-KEY
               INVALID KEY
               MOVE "Y" TO WARNING-AT-END.
           IF WARNING-AT-END NOT = "Y"
               PERFORM READ-NEXT-WARNING-RECORD
               PERFORM EXPIRE-ONE-IF-PASSED
                   UNTIL WARNING-AT-END = "Y".

      ******************************************************************
      *    The expiry date is the last day the warning counts, so it
      *    expires once today is later than that date.
      ******************************************************************
       EXPIRE-ONE-IF-PASSED.
           IF WN-IS-LIVE
               IF WN-EXPIRY-DATUM < TODAY-DATUM-TEXT
                   PERFORM EXPIRE-THIS-WARNING
               ELSE
                   ADD 1 TO STILL-LIVE-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-WARNING-RECORD.

       EXPIRE-THIS-WARNING.
           MOVE "E" TO WN-STATUS.
           REWRITE WARNING-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING WARNING RECORD".
           PERFORM LOG-EXPIRY-AUDIT.
           ADD 1 TO EXPIRED-COUNT.
           DISPLAY "EXPIRED - ARBEITER " WN-ARBEITER-ID
               " WARNING " WN-WARNING-NUMBER
               " EXPIRY " WN-EXPIRY-DATUM.

       LOG-EXPIRY-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE SPACE TO AUDIT-FIELD-NAME.
           STRING
               "WN-STATUS"        DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WN-WARNING-NUMBER  DELIMITED BY SIZE
               INTO AUDIT-FIELD-NAME.
           MOVE "L" TO AUDIT-OLD-VALUE.
           MOVE "E" TO AUDIT-NEW-VALUE.
           MOVE "EXPIRE-WARNINGS" TO AUDIT-PROGRAM.
           MOVE "CHANGE" TO THE-MODE.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE WN-ARBEITER-ID TO AUDIT-RECORD-KEY.
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

       READ-NEXT-WARNING-RECORD.
           READ WARNING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WARNING-AT-END.

      ******************************************************************
      *    The day this run is for - today, or the business day
      *    NIGHTLY-DRIVER is replaying.
      ******************************************************************
       GET-RUN-DATE.
           MOVE "G" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.
           MOVE RD-DATUM-TEXT TO TODAY-DATUM-TEXT.

       END PROGRAM EXPIRE-WARNINGS.
