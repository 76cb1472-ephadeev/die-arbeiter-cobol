      ******************************************************************
      *    One-Time Absence File Conversion
      *    Expands an absence file written under the old record
      *    layout - before UR-ENTBINDUNG-DATUM was appended - into
      *    the current layout. Converted records come out with no
      *    expected delivery date. A maternity leave that was keyed
      *    as unpaid (type U) before the maternity type existed
      *    stays unpaid: HR should re-key it on MAINTENANCE-URLAUB
      *    as type M from the expected delivery date, so PAYROLL-RUN
      *    pays the top-up and the dismissal protection is known.
      *
      *    Operating procedure:
      *      1. rename the live file to URLAUB-FILE-OLD
      *      2. run this program - it builds a fresh URLAUB-FILE
      *      3. check the record counts match before any absence is
      *         keyed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-URLAUB-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-urlaub.cbl".
           SELECT OLD-URLAUB-FILE ASSIGN TO "URLAUB-FILE-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-UR-WORKER-DATE-KEY
               FILE STATUS IS OLD-URLAUB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-urlaub.cbl".

      ******************************************************************
      *    The record layout as it was before UR-ENTBINDUNG-DATUM was
      *    appended.
      ******************************************************************
       FD  OLD-URLAUB-FILE.
       01  OLD-URLAUB-RECORD.
           05 OLD-UR-WORKER-DATE-KEY.
               10 OLD-UR-ARBEITER-ID  PIC 9(6).
               10 OLD-UR-VON-DATUM    PIC X(10).
           05 OLD-UR-ART              PIC X.
           05 OLD-UR-BIS-DATUM        PIC X(10).
           05 OLD-UR-TAGE             PIC 9(3).

       WORKING-STORAGE SECTION.
       77  URLAUB-FILE-STATUS         PIC XX.
       77  OLD-URLAUB-FILE-STATUS     PIC XX.
       77  OLD-FILE-AT-END            PIC X.
       77  OLD-FILE-MISSING           PIC X VALUE "N".
       77  RECORDS-READ-COUNT         PIC 9(5) VALUE ZERO.
       77  RECORDS-WRITTEN-COUNT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF OLD-FILE-MISSING = "Y"
               DISPLAY "URLAUB-FILE-OLD NOT FOUND - RENAME THE "
               DISPLAY "LIVE FILE TO URLAUB-FILE-OLD FIRST"
           ELSE
               PERFORM CONVERT-ALL-RECORDS
               PERFORM DISPLAY-RUN-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT OLD-URLAUB-FILE.
           IF OLD-URLAUB-FILE-STATUS = "35"
               MOVE "Y" TO OLD-FILE-MISSING
           ELSE
               OPEN OUTPUT URLAUB-FILE.

       CLOSING-PROCEDURE.
           IF OLD-FILE-MISSING NOT = "Y"
               CLOSE OLD-URLAUB-FILE
               CLOSE URLAUB-FILE.

       CONVERT-ALL-RECORDS.
           MOVE ZERO TO OLD-UR-ARBEITER-ID.
           MOVE SPACE TO OLD-UR-VON-DATUM.
           START OLD-URLAUB-FILE
               KEY IS NOT LESS THAN OLD-UR-WORKER-DATE-KEY
               INVALID KEY
               MOVE "Y" TO OLD-FILE-AT-END.
           IF OLD-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OLD-RECORD
               PERFORM CONVERT-ONE-RECORD
                   UNTIL OLD-FILE-AT-END = "Y".

       CONVERT-ONE-RECORD.
           ADD 1 TO RECORDS-READ-COUNT.
           MOVE SPACE TO URLAUB-RECORD.
           MOVE OLD-UR-ARBEITER-ID      TO UR-ARBEITER-ID.
           MOVE OLD-UR-VON-DATUM        TO UR-VON-DATUM.
           MOVE OLD-UR-ART              TO UR-ART.
           MOVE OLD-UR-BIS-DATUM        TO UR-BIS-DATUM.
           MOVE OLD-UR-TAGE             TO UR-TAGE.
           MOVE SPACE                   TO UR-ENTBINDUNG-DATUM.
           WRITE URLAUB-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONVERTED RECORD "
                   OLD-UR-ARBEITER-ID " " OLD-UR-VON-DATUM
               NOT INVALID KEY
               ADD 1 TO RECORDS-WRITTEN-COUNT.
           PERFORM READ-NEXT-OLD-RECORD.

       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-FILE-AT-END.
           READ OLD-URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OLD-FILE-AT-END.

       DISPLAY-RUN-TOTALS.
           DISPLAY "OLD RECORDS READ:    " RECORDS-READ-COUNT.
           DISPLAY "NEW RECORDS WRITTEN: " RECORDS-WRITTEN-COUNT.
           IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
               DISPLAY "COUNTS DIFFER - DO NOT USE THE NEW FILE".

       END PROGRAM CONVERT-URLAUB-FILE.
