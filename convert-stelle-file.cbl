      ******************************************************************
      *    One-Time Position Master Conversion
      *    Expands a STELLE-FILE written under the old record layout
      *    - before STELLE-LEITEND was added - into the current
      *    layout. Every position comes out as not senior
      *    management; the senior-management positions are then
      *    marked through MAINTENANCE-STELLE before the next works
      *    council election lists are printed.
      *
      *    Operating procedure:
      *      1. rename the live file to STELLE-FILE-OLD
      *      2. run this program - it builds a fresh STELLE-FILE
      *      3. check the record counts match before opening the
      *         maintenance screens
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-STELLE-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-stelle.cbl".
           SELECT OLD-STELLE-FILE ASSIGN TO "STELLE-FILE-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-STELLE-ID
               FILE STATUS IS OLD-STELLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-stelle.cbl".

      ******************************************************************
      *    The record layout as it was before STELLE-LEITEND was
      *    appended.
      ******************************************************************
       FD  OLD-STELLE-FILE.
       01  OLD-STELLE-RECORD.
           05 OLD-STELLE-ID           PIC 9(4).
           05 OLD-STELLE-TITEL        PIC X(50).
           05 OLD-STELLE-MIN-SALARY   PIC 9(7)V99.
           05 OLD-STELLE-MAX-SALARY   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77  STELLE-FILE-STATUS     PIC XX.
       77  OLD-STELLE-FILE-STATUS PIC XX.
       77  OLD-FILE-AT-END        PIC X.
       77  OLD-FILE-MISSING       PIC X VALUE "N".
       77  RECORDS-READ-COUNT     PIC 9(5) VALUE ZERO.
       77  RECORDS-WRITTEN-COUNT  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF OLD-FILE-MISSING = "Y"
               DISPLAY "STELLE-FILE-OLD NOT FOUND - RENAME THE "
               DISPLAY "LIVE FILE TO STELLE-FILE-OLD FIRST"
           ELSE
               PERFORM CONVERT-ALL-RECORDS
               PERFORM DISPLAY-RUN-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT OLD-STELLE-FILE.
           IF OLD-STELLE-FILE-STATUS = "35"
               MOVE "Y" TO OLD-FILE-MISSING
           ELSE
               OPEN OUTPUT STELLE-FILE.

       CLOSING-PROCEDURE.
           IF OLD-FILE-MISSING NOT = "Y"
               CLOSE OLD-STELLE-FILE
               CLOSE STELLE-FILE.

       CONVERT-ALL-RECORDS.
           MOVE ZERO TO OLD-STELLE-ID.
           START OLD-STELLE-FILE
               KEY IS NOT LESS THAN OLD-STELLE-ID
               INVALID KEY
               MOVE "Y" TO OLD-FILE-AT-END.
           IF OLD-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OLD-RECORD
               PERFORM CONVERT-ONE-RECORD
                   UNTIL OLD-FILE-AT-END = "Y".

       CONVERT-ONE-RECORD.
           ADD 1 TO RECORDS-READ-COUNT.
           MOVE SPACE TO STELLE-RECORD.
           MOVE OLD-STELLE-ID         TO STELLE-ID.
           MOVE OLD-STELLE-TITEL      TO STELLE-TITEL.
           MOVE OLD-STELLE-MIN-SALARY TO STELLE-MIN-SALARY.
           MOVE OLD-STELLE-MAX-SALARY TO STELLE-MAX-SALARY.
           MOVE "N"                   TO STELLE-LEITEND.
           WRITE STELLE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONVERTED RECORD "
                   OLD-STELLE-ID
               NOT INVALID KEY
               ADD 1 TO RECORDS-WRITTEN-COUNT.
           PERFORM READ-NEXT-OLD-RECORD.

       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-FILE-AT-END.
           READ OLD-STELLE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OLD-FILE-AT-END.

       DISPLAY-RUN-TOTALS.
           DISPLAY "OLD RECORDS READ:    " RECORDS-READ-COUNT.
           DISPLAY "NEW RECORDS WRITTEN: " RECORDS-WRITTEN-COUNT.
           IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
               DISPLAY "COUNTS DIFFER - DO NOT USE THE NEW FILE".

       END PROGRAM CONVERT-STELLE-FILE.
