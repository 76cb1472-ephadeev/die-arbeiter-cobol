      ******************************************************************
      *    Report Catalog Purge
      *    Removes the filed report runs whose retention period has
      *    passed. Each report program's period is on the retention
      *    table in report-retention-table.cbl (ten years for the
      *    payroll and cost reports, one year for rosters and working
      *    lists, RETENTION-DEFAULT-YEARS for the rest); a run is due
      *    once today is past its run date plus that many years. A
      *    run due for purging has its dated generation file emptied
      *    and its REPORT-CATALOG record deleted, and each purge goes
      *    onto AUDIT-LOG with mode DELETE. Run on demand or at
      *    year-end; the operator confirms before anything goes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE-REPORT-CATALOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-report-catalog.cbl".
           COPY "select-audit-log.cbl".
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-report-catalog.cbl".
           COPY "fd-audit-log.cbl".

       FD  GENERATION-FILE.
       01  GENERATION-LINE PIC X(250).

       WORKING-STORAGE SECTION.
       77  REPORT-CATALOG-FILE-STATUS PIC XX.
       77  AUDIT-LOG-FILE-STATUS   PIC XX.
       77  GENERATION-FILE-STATUS  PIC XX.
       77  GENERATION-FILE-NAME    PIC X(50).
       77  CATALOG-FILE-MISSING    PIC X VALUE "N".
       77  CATALOG-AT-END          PIC X.
       77  OK-TO-PURGE             PIC X.
       77  RETENTION-SUB           PIC 99.
       77  RETAIN-YEARS            PIC 99.
       77  KEEP-UNTIL-YEAR         PIC 9(4).
       77  KEEP-UNTIL-DATUM        PIC X(10).
       77  RUNS-PURGED-COUNT       PIC 9(6) VALUE ZERO.
       77  RUNS-KEPT-COUNT         PIC 9(6) VALUE ZERO.
       77  TODAY-DATUM-PART        PIC 9(8).
       77  TODAY-DATUM-TEXT        PIC X(10).
       77  AUDIT-DATE-PART         PIC 9(8).
       77  AUDIT-TIME-PART         PIC 9(8).
       77  THE-MODE                PIC X(7).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

           COPY "report-retention-table.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM ASK-OK-TO-PURGE.
           IF OK-TO-PURGE = "Y"
               PERFORM OPENING-PROCEDURE
               IF CATALOG-FILE-MISSING = "Y"
                   DISPLAY "NO REPORT CATALOG ON DISK - NOTHING TO "
                       "PURGE"
               ELSE
                   PERFORM PURGE-EXPIRED-RUNS
                   PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       ASK-OK-TO-PURGE.
           PERFORM ACCEPT-OK-TO-PURGE.
           PERFORM RE-ACCEPT-OK-TO-PURGE
               UNTIL OK-TO-PURGE = "Y" OR "N".

       ACCEPT-OK-TO-PURGE.
           DISPLAY "REMOVE EVERY FILED REPORT RUN PAST ITS".
           DISPLAY "RETENTION PERIOD (Y/N)?".
           ACCEPT OK-TO-PURGE.
           INSPECT OK-TO-PURGE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PURGE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-PURGE.

       OPENING-PROCEDURE.
           OPEN I-O REPORT-CATALOG-FILE.
           IF REPORT-CATALOG-FILE-STATUS = "35"
               MOVE "Y" TO CATALOG-FILE-MISSING
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               IF AUDIT-LOG-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.

       CLOSING-PROCEDURE.
           CLOSE REPORT-CATALOG-FILE.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "REPORT RUNS PURGED: " RUNS-PURGED-COUNT.
           DISPLAY "REPORT RUNS KEPT:   " RUNS-KEPT-COUNT.

       PURGE-EXPIRED-RUNS.
           MOVE LOW-VALUES TO RCAT-KEY.
           MOVE "N" TO CATALOG-AT-END.
           START REPORT-CATALOG-FILE
               KEY IS NOT LESS THAN RCAT-KEY
               INVALID KEY
               MOVE "Y" TO CATALOG-AT-END.
           IF CATALOG-AT-END NOT = "Y"
               PERFORM READ-NEXT-CATALOG-RECORD
               PERFORM PURGE-ONE-IF-EXPIRED
                   UNTIL CATALOG-AT-END = "Y".

      ******************************************************************
      *    Kept through the anniversary of the run date - a run of
      *    2016-03-31 on a ten-year period goes on 2026-04-01.
      ******************************************************************
       PURGE-ONE-IF-EXPIRED.
           PERFORM FIND-RETAIN-YEARS.
           MOVE RCAT-RUN-DATE(1:4) TO KEEP-UNTIL-YEAR.
           ADD RETAIN-YEARS TO KEEP-UNTIL-YEAR.
           MOVE RCAT-RUN-DATE TO KEEP-UNTIL-DATUM.
           MOVE KEEP-UNTIL-YEAR TO KEEP-UNTIL-DATUM(1:4).
           IF KEEP-UNTIL-DATUM < TODAY-DATUM-TEXT
               PERFORM PURGE-THIS-RUN
           ELSE
               ADD 1 TO RUNS-KEPT-COUNT.
           PERFORM READ-NEXT-CATALOG-RECORD.

       FIND-RETAIN-YEARS.
           MOVE RETENTION-DEFAULT-YEARS TO RETAIN-YEARS.
           PERFORM CHECK-ONE-RETENTION-ENTRY
               VARYING RETENTION-SUB FROM 1 BY 1
               UNTIL RETENTION-SUB > RETENTION-ENTRY-COUNT.

       CHECK-ONE-RETENTION-ENTRY.
           IF RETENTION-PROGRAM-NAME(RETENTION-SUB) =
               RCAT-PROGRAM-NAME
               MOVE RETENTION-YEARS(RETENTION-SUB) TO RETAIN-YEARS.

       PURGE-THIS-RUN.
           MOVE RCAT-GENERATION-FILE TO GENERATION-FILE-NAME.
           OPEN OUTPUT GENERATION-FILE.
           CLOSE GENERATION-FILE.
           DELETE REPORT-CATALOG-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING REPORT-CATALOG "
                   RCAT-PROGRAM-NAME " " RCAT-RUN-STAMP.
           PERFORM LOG-PURGE-AUDIT.
           ADD 1 TO RUNS-PURGED-COUNT.
           DISPLAY "PURGED " RCAT-PROGRAM-NAME " RUN OF "
               RCAT-RUN-DATE " - KEPT " RETAIN-YEARS " YEAR(S)".

       LOG-PURGE-AUDIT.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE "REPORT RUN" TO AUDIT-FIELD-NAME.
           MOVE RCAT-PROGRAM-NAME TO AUDIT-OLD-VALUE.
           MOVE RCAT-RUN-STAMP TO AUDIT-NEW-VALUE.
           MOVE "PURGE-REPORT-CATALOG" TO AUDIT-PROGRAM.
           MOVE "DELETE" TO THE-MODE.
           MOVE THE-MODE TO AUDIT-MODE.
           MOVE SPACE TO AUDIT-RECORD-KEY.
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

       READ-NEXT-CATALOG-RECORD.
           READ REPORT-CATALOG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CATALOG-AT-END.

       END PROGRAM PURGE-REPORT-CATALOG.
