      ******************************************************************
      *    Retention Anonymization of the Worker Archive (yearly)
      *    Asks for the statutory retention period in years, then
      *    goes through ARBEITER-ARCHIVE and anonymizes every archived
      *    worker whose AUSTRITTS-DATUM lies further back than that:
      *    - FAMILIE becomes "ANONYMIZED", ARBEITER-NAME,
      *      GEBURTS-DATUM and GESCHLECHT are blanked on the archive
      *      line, and
      *      AR-ANONYMIZED-DATE is stamped so a later run passes the
      *      line by
      *    - the worker's ADRESSE-FILE and BANK-DETAILS records are
      *      deleted
      *    - the worker's sick entries on URLAUB-FILE are deleted;
      *      vacation and unpaid entries stay
      *    ARBEITER-ID, department, position, dates, salary and the
      *    SALARY-HIST / TRANSFER-HIST archive lines are kept, so
      *    finance keeps every pay figure. A worker whose ID is on
      *    the live ARBEITER-FILE again (rehired) is never touched.
      *
      *    The archive is a flat file, so the new version is written
      *    to ARBEITER-ARCHIVE-KEPT - after checking the run totals
      *    the operator replaces ARBEITER-ARCHIVE with it, the same
      *    swap ARCHIVE-ARBEITER asks for on the history files. One
      *    AUDIT-LOG line per anonymized worker records the run
      *    without repeating the personal data.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYMIZE-ARCHIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-arbeiter-archive.cbl".
           COPY "select-adresse.cbl".
           COPY "select-bank-details.cbl".
           COPY "select-urlaub.cbl".
           COPY "select-audit-log.cbl".
           COPY "select-update-lock.cbl".
           SELECT ARCHIVE-KEPT-FILE
               ASSIGN TO "ARBEITER-ARCHIVE-KEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-KEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-arbeiter-archive.cbl".
           COPY "fd-adresse.cbl".
           COPY "fd-bank-details.cbl".
           COPY "fd-urlaub.cbl".
           COPY "fd-audit-log.cbl".
           COPY "fd-update-lock.cbl".

       FD  ARCHIVE-KEPT-FILE.
       01  ARCHIVE-KEPT-LINE PIC X(285).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS         PIC XX.
       77  ARBEITER-ARCHIVE-FILE-STATUS PIC XX.
       77  ARCHIVE-KEPT-FILE-STATUS     PIC XX.
       77  ADRESSE-FILE-STATUS          PIC XX.
       77  BANK-DETAILS-FILE-STATUS     PIC XX.
       77  URLAUB-FILE-STATUS           PIC XX.
       77  AUDIT-LOG-FILE-STATUS        PIC XX.
       77  UPDATE-LOCK-FILE-STATUS      PIC XX.
       77  UPDATE-LOCK-TAKEN            PIC X.
       77  LOCK-DATE-PART               PIC 9(8).
       77  LOCK-TIME-PART               PIC 9(8).
       77  AUDIT-DATE-PART              PIC 9(8).
       77  AUDIT-TIME-PART              PIC 9(8).

       77  ARCHIVE-FILE-MISSING         PIC X VALUE "N".
       77  ADRESSE-FILE-MISSING         PIC X VALUE "N".
       77  BANK-FILE-MISSING            PIC X VALUE "N".
       77  URLAUB-FILE-MISSING          PIC X VALUE "N".
       77  ARCHIVE-FILE-AT-END          PIC X.
       77  URLAUB-FILE-AT-END           PIC X.
       77  WORKER-IS-LIVE               PIC X.
       77  RECORD-WAS-DELETED           PIC X.
       77  THE-ARBEITER-ID              PIC 9(6).

       77  RETENTION-YEARS              PIC 9(2) VALUE ZERO.
       77  TODAY-DATUM-PART             PIC 9(8).
       77  TODAY-DATUM-TEXT             PIC X(10).
       77  CUTOFF-YEAR                  PIC 9(4).
       77  CUTOFF-DATUM-TEXT            PIC X(10).

       77  LINES-READ-COUNT             PIC 9(6) VALUE ZERO.
       77  ANONYMIZED-COUNT             PIC 9(6) VALUE ZERO.
       77  ALREADY-DONE-COUNT           PIC 9(6) VALUE ZERO.
       77  STILL-RETAINED-COUNT         PIC 9(6) VALUE ZERO.
       77  REHIRED-COUNT                PIC 9(6) VALUE ZERO.
       77  ADDRESSES-DELETED            PIC 9(6) VALUE ZERO.
       77  BANK-RECORDS-DELETED         PIC 9(6) VALUE ZERO.
       77  SICK-ENTRIES-DELETED         PIC 9(6) VALUE ZERO.
       77  WORKER-SICK-DELETED          PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               PERFORM RUN-THE-ANONYMIZATION
               PERFORM RELEASE-UPDATE-LOCK.

       PROGRAM-DONE.
           GOBACK.

       RUN-THE-ANONYMIZATION.
           PERFORM OPENING-PROCEDURE.
           IF ARCHIVE-FILE-MISSING = "Y"
               DISPLAY "NO ARCHIVE ON DISK - NOTHING HAS BEEN "
                   "ARCHIVED YET"
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
               PERFORM PROCESS-ONE-ARCHIVE-LINE
                   UNTIL ARCHIVE-FILE-AT-END = "Y"
               PERFORM DISPLAY-RUN-TOTALS
               DISPLAY "REPLACE ARBEITER-ARCHIVE WITH ARBEITER-"
                   "ARCHIVE-KEPT AFTER CHECKING THE RUN TOTALS".
           PERFORM CLOSING-PROCEDURE.

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-ARCHIVE-FILE.
           IF ARBEITER-ARCHIVE-FILE-STATUS = "35"
               MOVE "Y" TO ARCHIVE-FILE-MISSING
           ELSE
               OPEN OUTPUT ARCHIVE-KEPT-FILE
               OPEN INPUT ARBEITER-FILE
               PERFORM OPEN-PERSONAL-FILES
               PERFORM ENTER-RETENTION-YEARS
               PERFORM BUILD-CUTOFF-DATUM
               DISPLAY "ANONYMIZING ARCHIVED WORKERS WHO LEFT "
                   "BEFORE " CUTOFF-DATUM-TEXT.

      ******************************************************************
      *    ADRESSE-FILE, BANK-DETAILS and URLAUB-FILE are all
      *    optional - a file never set up holds nothing to remove.
      ******************************************************************
       OPEN-PERSONAL-FILES.
           OPEN I-O ADRESSE-FILE.
           IF ADRESSE-FILE-STATUS = "35"
               MOVE "Y" TO ADRESSE-FILE-MISSING.
           OPEN I-O BANK-DETAILS-FILE.
           IF BANK-DETAILS-FILE-STATUS = "35"
               MOVE "Y" TO BANK-FILE-MISSING.
           OPEN I-O URLAUB-FILE.
           IF URLAUB-FILE-STATUS = "35"
               MOVE "Y" TO URLAUB-FILE-MISSING.

       CLOSING-PROCEDURE.
           IF ARCHIVE-FILE-MISSING NOT = "Y"
               CLOSE ARBEITER-ARCHIVE-FILE
               CLOSE ARCHIVE-KEPT-FILE
               CLOSE ARBEITER-FILE
               PERFORM CLOSE-PERSONAL-FILES.

       CLOSE-PERSONAL-FILES.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               CLOSE ADRESSE-FILE.
           IF BANK-FILE-MISSING NOT = "Y"
               CLOSE BANK-DETAILS-FILE.
           IF URLAUB-FILE-MISSING NOT = "Y"
               CLOSE URLAUB-FILE.

       ENTER-RETENTION-YEARS.
           PERFORM ACCEPT-RETENTION-YEARS.
           PERFORM RE-ACCEPT-RETENTION-YEARS
               UNTIL RETENTION-YEARS > ZERO.

       ACCEPT-RETENTION-YEARS.
           DISPLAY "ENTER STATUTORY RETENTION PERIOD IN YEARS AFTER "
               "LEAVING (1-99)".
           ACCEPT RETENTION-YEARS.

       RE-ACCEPT-RETENTION-YEARS.
           DISPLAY "RETENTION YEARS MUST BE 1-99".
           PERFORM ACCEPT-RETENTION-YEARS.

      ******************************************************************
      *    Cutoff is today's month and day, RETENTION-YEARS back,
      *    built the way ARCHIVE-ARBEITER builds its own.
      ******************************************************************
       BUILD-CUTOFF-DATUM.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           MOVE TODAY-DATUM-PART(1:4) TO CUTOFF-YEAR.
           SUBTRACT RETENTION-YEARS FROM CUTOFF-YEAR.
           MOVE TODAY-DATUM-TEXT TO CUTOFF-DATUM-TEXT.
           MOVE CUTOFF-YEAR TO CUTOFF-DATUM-TEXT(1:4).
           IF CUTOFF-DATUM-TEXT(6:5) = "02-29"
               MOVE "02-28" TO CUTOFF-DATUM-TEXT(6:5).

      ******************************************************************
      *    Every archive line goes to the KEPT file - anonymized when
      *    its retention has run out, unchanged otherwise.
      ******************************************************************
       PROCESS-ONE-ARCHIVE-LINE.
           ADD 1 TO LINES-READ-COUNT.
           IF AR-ANONYMIZED-DATE NOT = SPACE
               ADD 1 TO ALREADY-DONE-COUNT
           ELSE
           IF AR-AUSTRITTS-DATUM(1:4) IS NUMERIC AND
               AR-AUSTRITTS-DATUM < CUTOFF-DATUM-TEXT
               PERFORM ANONYMIZE-IF-NOT-LIVE
           ELSE
               ADD 1 TO STILL-RETAINED-COUNT.
           MOVE ARBEITER-ARCHIVE-RECORD TO ARCHIVE-KEPT-LINE.
           WRITE ARCHIVE-KEPT-LINE.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       ANONYMIZE-IF-NOT-LIVE.
           MOVE AR-ARBEITER-ID TO THE-ARBEITER-ID.
           MOVE AR-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-IS-LIVE.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-IS-LIVE.
           IF WORKER-IS-LIVE = "Y"
               ADD 1 TO REHIRED-COUNT
               DISPLAY "NOT ANONYMIZED - " THE-ARBEITER-ID
                   " IS ON THE LIVE WORKER FILE AGAIN"
           ELSE
               PERFORM ANONYMIZE-THIS-WORKER.

       ANONYMIZE-THIS-WORKER.
           MOVE "ANONYMIZED" TO AR-FAMILIE.
           MOVE SPACE TO AR-ARBEITER-NAME.
           MOVE SPACE TO AR-GEBURTS-DATUM.
           MOVE SPACE TO AR-GESCHLECHT.
           MOVE TODAY-DATUM-TEXT TO AR-ANONYMIZED-DATE.
           PERFORM REMOVE-ADDRESS.
           PERFORM REMOVE-BANK-DETAILS.
           PERFORM REMOVE-SICK-ENTRIES.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO ANONYMIZED-COUNT.

       REMOVE-ADDRESS.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               MOVE THE-ARBEITER-ID TO AD-ARBEITER-ID
               MOVE "Y" TO RECORD-WAS-DELETED
               DELETE ADRESSE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-WAS-DELETED
               END-DELETE
               IF RECORD-WAS-DELETED = "Y"
                   ADD 1 TO ADDRESSES-DELETED.

       REMOVE-BANK-DETAILS.
           IF BANK-FILE-MISSING NOT = "Y"
               MOVE THE-ARBEITER-ID TO BD-ARBEITER-ID
               MOVE "Y" TO RECORD-WAS-DELETED
               DELETE BANK-DETAILS-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-WAS-DELETED
               END-DELETE
               IF RECORD-WAS-DELETED = "Y"
                   ADD 1 TO BANK-RECORDS-DELETED.

      ******************************************************************
      *    The worker's absences sit together under UR-ARBEITER-ID;
      *    the sick ones are deleted as the range is read.
      ******************************************************************
       REMOVE-SICK-ENTRIES.
           MOVE ZERO TO WORKER-SICK-DELETED.
           IF URLAUB-FILE-MISSING NOT = "Y"
               MOVE THE-ARBEITER-ID TO UR-ARBEITER-ID
               MOVE SPACE TO UR-VON-DATUM
               MOVE "N" TO URLAUB-FILE-AT-END
               START URLAUB-FILE
                   KEY IS NOT LESS THAN UR-WORKER-DATE-KEY
                   INVALID KEY
                   MOVE "Y" TO URLAUB-FILE-AT-END
               END-START
               IF URLAUB-FILE-AT-END NOT = "Y"
                   PERFORM READ-NEXT-URLAUB-RECORD
                   PERFORM REMOVE-ONE-IF-SICK
                       UNTIL URLAUB-FILE-AT-END = "Y".
           ADD WORKER-SICK-DELETED TO SICK-ENTRIES-DELETED.

       REMOVE-ONE-IF-SICK.
           IF UR-IS-SICK
               DELETE URLAUB-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING ABSENCE " UR-ARBEITER-ID
                       " " UR-VON-DATUM
                   NOT INVALID KEY
                   ADD 1 TO WORKER-SICK-DELETED.
           PERFORM READ-NEXT-URLAUB-RECORD.

       READ-NEXT-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO URLAUB-FILE-AT-END.
           IF URLAUB-FILE-AT-END NOT = "Y" AND
               UR-ARBEITER-ID NOT = THE-ARBEITER-ID
               MOVE "Y" TO URLAUB-FILE-AT-END.

       READ-NEXT-ARCHIVE-RECORD.
           MOVE "N" TO ARCHIVE-FILE-AT-END.
           READ ARBEITER-ARCHIVE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARCHIVE-FILE-AT-END.

      ******************************************************************
      *    Audit trail - which worker was anonymized and how much was
      *    removed, never the removed values themselves.
      ******************************************************************
       WRITE-AUDIT-LINE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           PERFORM STAMP-AUDIT-DATE-TIME.
           MOVE "ANONYMIZE-ARCHIVE" TO AUDIT-PROGRAM.
           MOVE "ANONYM" TO AUDIT-MODE.
           MOVE THE-ARBEITER-ID TO AUDIT-RECORD-KEY.
           MOVE "RETENTION EXPIRED" TO AUDIT-FIELD-NAME.
           STRING
               "LEFT "            DELIMITED BY SIZE
               AR-AUSTRITTS-DATUM DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           STRING
               "SICK ENTRIES REMOVED " DELIMITED BY SIZE
               WORKER-SICK-DELETED     DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
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

       DISPLAY-RUN-TOTALS.
           DISPLAY "ARCHIVE LINES READ:        " LINES-READ-COUNT.
           DISPLAY "WORKERS ANONYMIZED:        " ANONYMIZED-COUNT.
           DISPLAY "ALREADY ANONYMIZED:        " ALREADY-DONE-COUNT.
           DISPLAY "STILL WITHIN RETENTION:    " STILL-RETAINED-COUNT.
           DISPLAY "SKIPPED - REHIRED:         " REHIRED-COUNT.
           DISPLAY "ADDRESSES DELETED:         " ADDRESSES-DELETED.
           DISPLAY "BANK RECORDS DELETED:      " BANK-RECORDS-DELETED.
           DISPLAY "SICK ENTRIES DELETED:      " SICK-ENTRIES-DELETED.

      ******************************************************************
      *    Update lock - the run deletes from files the maintenance
      *    screens update, so it takes the same lock as the other
      *    master-file batches.
      ******************************************************************
       TAKE-UPDATE-LOCK.
           MOVE "N" TO UPDATE-LOCK-TAKEN.
           MOVE "N" TO LOCK-FLAG.
           OPEN INPUT UPDATE-LOCK-FILE.
           IF UPDATE-LOCK-FILE-STATUS NOT = "35"
               READ UPDATE-LOCK-FILE
                   AT END
                   MOVE "N" TO LOCK-FLAG
               END-READ
               CLOSE UPDATE-LOCK-FILE.
           IF FILE-IS-LOCKED
               DISPLAY "MASTER FILES IN USE BY " LOCK-HOLDER
               DISPLAY "SINCE " LOCK-DATE-TIME
               DISPLAY "TRY AGAIN LATER, OR HAVE A SUPERVISOR RUN "
                   "CLEAR-UPDATE-LOCK IF THAT RUN HAS CRASHED"
           ELSE
               OPEN OUTPUT UPDATE-LOCK-FILE
               MOVE SPACE TO UPDATE-LOCK-RECORD
               MOVE "Y" TO LOCK-FLAG
               MOVE "ANONYMIZE-ARCHIVE" TO LOCK-HOLDER
               PERFORM STAMP-LOCK-DATE-TIME
               WRITE UPDATE-LOCK-RECORD
               CLOSE UPDATE-LOCK-FILE
               MOVE "Y" TO UPDATE-LOCK-TAKEN.

       RELEASE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               OPEN OUTPUT UPDATE-LOCK-FILE
               MOVE SPACE TO UPDATE-LOCK-RECORD
               MOVE "N" TO LOCK-FLAG
               WRITE UPDATE-LOCK-RECORD
               CLOSE UPDATE-LOCK-FILE.

       STAMP-LOCK-DATE-TIME.
           ACCEPT LOCK-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-PART FROM TIME.
           MOVE SPACE TO LOCK-DATE-TIME.
           STRING
               LOCK-DATE-PART       DELIMITED BY SIZE
               "-"                  DELIMITED BY SIZE
               LOCK-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO LOCK-DATE-TIME.

       END PROGRAM ANONYMIZE-ARCHIVE.
