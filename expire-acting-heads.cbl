      ******************************************************************
      *    Daily Acting-Head Expiry Batch
      *    Clears every ACTING-HEAD record whose acting period
      *    ended before the run date, writes an AUDIT-LOG line for
      *    each, and prints the list of departments left with no
      *    head and no stand-in, so HR can appoint a new one or
      *    extend the period on MAINTENANCE-ABTEIL. Without this run
      *    a stand-in whose period had run out still showed as the
      *    department's acting head.
      *
      *    The day it runs for comes from BATCH-RUN-DATE - today
      *    when started from the menu, each missed business day in
      *    turn when NIGHTLY-DRIVER catches up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRE-ACTING-HEADS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-acting-head.cbl".
           COPY "select-abteil.cbl".
           COPY "select-audit-log.cbl".
           SELECT REPORT-FILE ASSIGN TO "ACTING-HEAD-EXPIRY-LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-acting-head.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-audit-log.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ACTING-HEAD-FILE-STATUS PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  AUDIT-LOG-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  ACTING-HEAD-FILE-MISSING PIC X.
       77  ACTING-HEAD-AT-END    PIC X.
       77  THE-MODE              PIC X(7).
       77  AUDIT-DATE-PART       PIC 9(8).
       77  AUDIT-TIME-PART       PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  EXPIRED-COUNT         PIC 9(5) VALUE ZERO.
       77  STILL-ACTING-COUNT    PIC 9(5) VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER PIC X(36)   VALUE
               "ACTING HEADS EXPIRED - RUN DATE ".
           05 TT-RUN-DATE        PIC X(10).
           05 FILLER PIC X(86)   VALUE SPACE.

       01  EXPIRY-LINE.
           05 EL-ABTEILUNG-ID    PIC Z(3)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 EL-ABTEILUNG-NAME  PIC X(40).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 EL-ARBEITER-ID     PIC 9(6).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 EL-VON-DATUM       PIC X(10).
           05 FILLER PIC X(4)    VALUE " TO ".
           05 EL-BIS-DATUM       PIC X(10).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 EL-NOTE            PIC X(30).
           05 FILLER PIC X(20)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(60)   VALUE
               "NO ACTING PERIOD HAS RUN OUT".
           05 FILLER PIC X(72)   VALUE SPACE.

           COPY "run-date-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF ACTING-HEAD-FILE-MISSING NOT = "Y"
               PERFORM EXPIRE-PASSED-ACTING-HEADS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    No acting-head file yet means no stand-in has ever been
      *    appointed - nothing to do.
      ******************************************************************
       OPENING-PROCEDURE.
           MOVE "N" TO ACTING-HEAD-FILE-MISSING.
           OPEN I-O ACTING-HEAD-FILE.
           IF ACTING-HEAD-FILE-STATUS = "35"
               MOVE "Y" TO ACTING-HEAD-FILE-MISSING.
           OPEN INPUT ABTEIL-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM GET-RUN-DATE.
           MOVE TODAY-DATUM-TEXT TO TT-RUN-DATE.
           MOVE TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF EXPIRED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           IF ACTING-HEAD-FILE-MISSING NOT = "Y"
               CLOSE ACTING-HEAD-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "ACTING HEADS EXPIRED: " EXPIRED-COUNT.
           DISPLAY "STILL ACTING:         " STILL-ACTING-COUNT.

       EXPIRE-PASSED-ACTING-HEADS.
           MOVE ZERO TO AH-ABTEILUNG-ID.
           MOVE "N" TO ACTING-HEAD-AT-END.
           START ACTING-HEAD-FILE
               KEY IS NOT LESS THAN AH-ABTEILUNG-ID
               INVALID KEY
               MOVE "Y" TO ACTING-HEAD-AT-END.
           IF ACTING-HEAD-AT-END NOT = "Y"
               PERFORM READ-NEXT-ACTING-HEAD
               PERFORM EXPIRE-ONE-IF-PASSED
                   UNTIL ACTING-HEAD-AT-END = "Y".

      ******************************************************************
      *    AH-BIS-DATUM is the last day the stand-in covers, so the
      *    record goes once the run date is later than that date.
      ******************************************************************
       EXPIRE-ONE-IF-PASSED.
           IF AH-BIS-DATUM < TODAY-DATUM-TEXT
               PERFORM EXPIRE-THIS-ACTING-HEAD
           ELSE
               ADD 1 TO STILL-ACTING-COUNT.
           PERFORM READ-NEXT-ACTING-HEAD.

       EXPIRE-THIS-ACTING-HEAD.
           PERFORM WRITE-EXPIRY-LINE.
           DELETE ACTING-HEAD-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING ACTING HEAD FOR ABTEILUNG "
                   AH-ABTEILUNG-ID.
           PERFORM LOG-EXPIRY-AUDIT.
           ADD 1 TO EXPIRED-COUNT.
           DISPLAY "EXPIRED - ACTING HEAD " AH-ARBEITER-ID
               " OF ABTEILUNG " AH-ABTEILUNG-ID
               " ENDED " AH-BIS-DATUM.

      ******************************************************************
      *    The department is only left headless when no head has
      *    been named in the meantime.
      ******************************************************************
       WRITE-EXPIRY-LINE.
           MOVE AH-ABTEILUNG-ID TO EL-ABTEILUNG-ID.
           MOVE AH-ARBEITER-ID TO EL-ARBEITER-ID.
           MOVE AH-VON-DATUM TO EL-VON-DATUM.
           MOVE AH-BIS-DATUM TO EL-BIS-DATUM.
           MOVE AH-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "(NOT ON FILE)" TO EL-ABTEILUNG-NAME
               MOVE SPACE TO EL-NOTE
               NOT INVALID KEY
               MOVE ABTEILUNG-NAME TO EL-ABTEILUNG-NAME
               IF ABTEILUNG-LEITER-ID = ZERO
                   MOVE "NOW HAS NO HEAD" TO EL-NOTE
               ELSE
                   MOVE "HEAD ON FILE" TO EL-NOTE
               END-IF.
           MOVE EXPIRY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       LOG-EXPIRY-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE "AH-ARBEITER-ID" TO AUDIT-FIELD-NAME.
           MOVE AH-ARBEITER-ID TO AUDIT-OLD-VALUE.
           MOVE SPACE TO AUDIT-NEW-VALUE.
           MOVE "EXPIRE-ACTING-HEADS" TO AUDIT-PROGRAM.
           MOVE "DELETE" TO THE-MODE.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE AH-ABTEILUNG-ID TO AUDIT-RECORD-KEY.
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

       READ-NEXT-ACTING-HEAD.
           READ ACTING-HEAD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ACTING-HEAD-AT-END.

      ******************************************************************
      *    The day this run is for - today, or the business day
      *    NIGHTLY-DRIVER is replaying.
      ******************************************************************
       GET-RUN-DATE.
           MOVE "G" TO RD-FUNCTION.
           CALL "BATCH-RUN-DATE" USING RUN-DATE-REQUEST.
           MOVE RD-DATUM-TEXT TO TODAY-DATUM-TEXT.

       END PROGRAM EXPIRE-ACTING-HEADS.
