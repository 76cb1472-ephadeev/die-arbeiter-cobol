      ******************************************************************
      *    One-Time Year-To-Date File Conversion
      *    Expands a year-to-date file written under the old record
      *    layout - before YT-BENEFIT-IN-KIND was appended - into
      *    the current layout. Converted records come out with the
      *    benefits in kind as zero: no benefit was taxed before
      *    BENEFIT-FILE existed.
      *
      *    Operating procedure:
      *      1. rename the live file to YTD-FILE-OLD
      *      2. run this program - it builds a fresh YTD-FILE
      *      3. check the record counts match before running any
      *         period
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-YTD-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-ytd.cbl".
           SELECT OLD-YTD-FILE ASSIGN TO "YTD-FILE-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-YT-WORKER-YEAR-KEY
               FILE STATUS IS OLD-YTD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-ytd.cbl".

      ******************************************************************
      *    The record layout as it was before YT-BENEFIT-IN-KIND was
      *    appended.
      ******************************************************************
       FD  OLD-YTD-FILE.
       01  OLD-YTD-RECORD.
           05 OLD-YT-WORKER-YEAR-KEY.
               10 OLD-YT-ARBEITER-ID  PIC 9(6).
               10 OLD-YT-YEAR         PIC 9(4).
           05 OLD-YT-GROSS            PIC 9(9)V99.
           05 OLD-YT-DEDUCTION-COUNT  PIC 9(2).
           05 OLD-YT-DEDUCTION-ENTRY OCCURS 10 TIMES.
               10 OLD-YT-DED-CODE     PIC 9(3).
               10 OLD-YT-DED-AMOUNT   PIC 9(9)V99.
           05 OLD-YT-TOTAL-DEDUCTIONS PIC 9(9)V99.
           05 OLD-YT-NET              PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       77  YTD-FILE-STATUS            PIC XX.
       77  OLD-YTD-FILE-STATUS        PIC XX.
       77  OLD-FILE-AT-END            PIC X.
       77  OLD-FILE-MISSING           PIC X VALUE "N".
       77  RECORDS-READ-COUNT         PIC 9(5) VALUE ZERO.
       77  RECORDS-WRITTEN-COUNT      PIC 9(5) VALUE ZERO.
       77  YTD-SUB                    PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF OLD-FILE-MISSING = "Y"
               DISPLAY "YTD-FILE-OLD NOT FOUND - RENAME THE "
               DISPLAY "LIVE FILE TO YTD-FILE-OLD FIRST"
           ELSE
               PERFORM CONVERT-ALL-RECORDS
               PERFORM DISPLAY-RUN-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT OLD-YTD-FILE.
           IF OLD-YTD-FILE-STATUS = "35"
               MOVE "Y" TO OLD-FILE-MISSING
           ELSE
               OPEN OUTPUT YTD-FILE.

       CLOSING-PROCEDURE.
           IF OLD-FILE-MISSING NOT = "Y"
               CLOSE OLD-YTD-FILE
               CLOSE YTD-FILE.

       CONVERT-ALL-RECORDS.
           MOVE ZERO TO OLD-YT-ARBEITER-ID.
           MOVE ZERO TO OLD-YT-YEAR.
           START OLD-YTD-FILE
               KEY IS NOT LESS THAN OLD-YT-WORKER-YEAR-KEY
               INVALID KEY
               MOVE "Y" TO OLD-FILE-AT-END.
           IF OLD-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OLD-RECORD
               PERFORM CONVERT-ONE-RECORD
                   UNTIL OLD-FILE-AT-END = "Y".

       CONVERT-ONE-RECORD.
           ADD 1 TO RECORDS-READ-COUNT.
           MOVE SPACE TO YTD-RECORD.
           MOVE OLD-YT-ARBEITER-ID      TO YT-ARBEITER-ID.
           MOVE OLD-YT-YEAR             TO YT-YEAR.
           MOVE OLD-YT-GROSS            TO YT-GROSS.
           MOVE OLD-YT-DEDUCTION-COUNT  TO YT-DEDUCTION-COUNT.
           PERFORM CONVERT-ONE-DEDUCTION
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > 10.
           MOVE OLD-YT-TOTAL-DEDUCTIONS TO YT-TOTAL-DEDUCTIONS.
           MOVE OLD-YT-NET              TO YT-NET.
           MOVE ZERO                    TO YT-BENEFIT-IN-KIND.
           WRITE YTD-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONVERTED RECORD "
                   OLD-YT-ARBEITER-ID " " OLD-YT-YEAR
               NOT INVALID KEY
               ADD 1 TO RECORDS-WRITTEN-COUNT.
           PERFORM READ-NEXT-OLD-RECORD.

       CONVERT-ONE-DEDUCTION.
           MOVE OLD-YT-DED-CODE(YTD-SUB)   TO YT-DED-CODE(YTD-SUB).
           MOVE OLD-YT-DED-AMOUNT(YTD-SUB) TO YT-DED-AMOUNT(YTD-SUB).

       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-FILE-AT-END.
           READ OLD-YTD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OLD-FILE-AT-END.

       DISPLAY-RUN-TOTALS.
           DISPLAY "OLD RECORDS READ:    " RECORDS-READ-COUNT.
           DISPLAY "NEW RECORDS WRITTEN: " RECORDS-WRITTEN-COUNT.
           IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
               DISPLAY "COUNTS DIFFER - DO NOT USE THE NEW FILE".

       END PROGRAM CONVERT-YTD-FILE.
