      ******************************************************************
      *    One-Time Entitlement File Conversion
      *    Expands an entitlement file written under the old record
      *    layout - before EN-DISABILITY-DAYS and EN-AWARD-DAYS were
      *    appended - into the current layout. Converted records come
      *    out with no disability days and no jubilee award days:
      *    any additional leave already keyed into the base days
      *    stays there as ordinary base days, so HR
      *    should take it out of the base days on MAINTENANCE-
      *    ENTITLEMENT once the worker's DISABILITY-FILE record is
      *    keyed.
      *
      *    Operating procedure:
      *      1. rename the live file to ENTITLEMENT-FILE-OLD
      *      2. run this program - it builds a fresh ENTITLEMENT-FILE
      *      3. check the record counts match before any vacation is
      *         keyed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-ENTITLEMENT-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-entitlement.cbl".
           SELECT OLD-ENTITLEMENT-FILE ASSIGN TO "ENTITLEMENT-FILE-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-EN-WORKER-YEAR-KEY
               FILE STATUS IS OLD-ENTITLEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-entitlement.cbl".

      ******************************************************************
      *    The record layout as it was before EN-DISABILITY-DAYS and
      *    EN-AWARD-DAYS were appended.
      ******************************************************************
       FD  OLD-ENTITLEMENT-FILE.
       01  OLD-ENTITLEMENT-RECORD.
           05 OLD-EN-WORKER-YEAR-KEY.
               10 OLD-EN-ARBEITER-ID  PIC 9(6).
               10 OLD-EN-YEAR         PIC 9(4).
           05 OLD-EN-BASE-DAYS        PIC 9(3).
           05 OLD-EN-CARRIED-DAYS     PIC 9(3).

       WORKING-STORAGE SECTION.
       77  ENTITLEMENT-FILE-STATUS     PIC XX.
       77  OLD-ENTITLEMENT-FILE-STATUS PIC XX.
       77  OLD-FILE-AT-END            PIC X.
       77  OLD-FILE-MISSING           PIC X VALUE "N".
       77  RECORDS-READ-COUNT         PIC 9(5) VALUE ZERO.
       77  RECORDS-WRITTEN-COUNT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF OLD-FILE-MISSING = "Y"
               DISPLAY "ENTITLEMENT-FILE-OLD NOT FOUND - RENAME THE "
               DISPLAY "LIVE FILE TO ENTITLEMENT-FILE-OLD FIRST"
           ELSE
               PERFORM CONVERT-ALL-RECORDS
               PERFORM DISPLAY-RUN-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT OLD-ENTITLEMENT-FILE.
           IF OLD-ENTITLEMENT-FILE-STATUS = "35"
               MOVE "Y" TO OLD-FILE-MISSING
           ELSE
               OPEN OUTPUT ENTITLEMENT-FILE.

       CLOSING-PROCEDURE.
           IF OLD-FILE-MISSING NOT = "Y"
               CLOSE OLD-ENTITLEMENT-FILE
               CLOSE ENTITLEMENT-FILE.

       CONVERT-ALL-RECORDS.
           MOVE ZERO TO OLD-EN-ARBEITER-ID.
           MOVE ZERO TO OLD-EN-YEAR.
           START OLD-ENTITLEMENT-FILE
               KEY IS NOT LESS THAN OLD-EN-WORKER-YEAR-KEY
               INVALID KEY
               MOVE "Y" TO OLD-FILE-AT-END.
           IF OLD-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OLD-RECORD
               PERFORM CONVERT-ONE-RECORD
                   UNTIL OLD-FILE-AT-END = "Y".

       CONVERT-ONE-RECORD.
           ADD 1 TO RECORDS-READ-COUNT.
           MOVE SPACE TO ENTITLEMENT-RECORD.
           MOVE OLD-EN-ARBEITER-ID      TO EN-ARBEITER-ID.
           MOVE OLD-EN-YEAR             TO EN-YEAR.
           MOVE OLD-EN-BASE-DAYS        TO EN-BASE-DAYS.
           MOVE OLD-EN-CARRIED-DAYS     TO EN-CARRIED-DAYS.
           MOVE ZERO                    TO EN-DISABILITY-DAYS.
           MOVE ZERO                    TO EN-AWARD-DAYS.
           WRITE ENTITLEMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONVERTED RECORD "
                   OLD-EN-ARBEITER-ID " " OLD-EN-YEAR
               NOT INVALID KEY
               ADD 1 TO RECORDS-WRITTEN-COUNT.
           PERFORM READ-NEXT-OLD-RECORD.

       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-FILE-AT-END.
           READ OLD-ENTITLEMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OLD-FILE-AT-END.

       DISPLAY-RUN-TOTALS.
           DISPLAY "OLD RECORDS READ:    " RECORDS-READ-COUNT.
           DISPLAY "NEW RECORDS WRITTEN: " RECORDS-WRITTEN-COUNT.
           IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
               DISPLAY "COUNTS DIFFER - DO NOT USE THE NEW FILE".

       END PROGRAM CONVERT-ENTITLEMENT-FILE.
