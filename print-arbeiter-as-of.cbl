      ******************************************************************
      *    Print Master Records As Of a Past Date
      *    For one ARBEITER-ID, or for every worker who was in a
      *    given ABTEILUNG on the date, the master fields as they
      *    stood at the end of that day - ABTEILUNG-ID, chief,
      *    SALARY, STELLE, TEILZEIT-PROZENT, status, FAMILIE and
      *    whether the record was on file at all - each with the log
      *    entry that set it and a mark where it has changed since.
      *    The rebuilding is done by REBUILD-ARBEITER-AS-OF from
      *    today's master and the MASTER-JOURNAL, SALARY-HIST,
      *    TRANSFER-HIST and AUDIT-LOG (with their generations).
      *    The ABTEILUNG run goes through the workers on today's
      *    master; a worker since deleted from it is printed only
      *    when asked for by ARBEITER-ID. Limited to the operator's
      *    departments, judged on the department rebuilt for the
      *    date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-ARBEITER-AS-OF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".
           SELECT REPORT-FILE ASSIGN TO "ARBEITER-AS-OF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  ARBEITER-AT-END       PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  RUN-MODE              PIC 9.
           88 RUN-MODE-IS-VALID   VALUES 1 THRU 2.
       77  THE-ARBEITER-ID       PIC 9(6).
       77  THE-ABTEILUNG-ID      PIC 9(4).
       77  ABTEILUNG-ID-TEXT     PIC X(4).
       77  ID-FIELD              PIC Z(6).
       77  FIELD-SUB             PIC 9.
       77  WORKERS-PRINTED-COUNT PIC 9(5) VALUE ZERO.

       77  AS-OF-DATUM           PIC X(10).
       77  DATUM-TO-CHECK        PIC X(10).
       77  DATUM-VALID           PIC X.
       77  DATUM-YEAR            PIC 9(4).
       77  DATUM-MONTH           PIC 99.
       77  DATUM-DAY             PIC 99.
       77  DAYS-IN-MONTH         PIC 99.
       77  IS-LEAP-YEAR          PIC X.
       77  DATUM-DIVIDE-QUOT     PIC 9(4).
       77  DATUM-DIVIDE-REM      PIC 9(4).
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       01  PAGE-RULE-LINE        PIC X(132) VALUE ALL "=".

       01  TITLE-LINE.
           05 FILLER PIC X(20)   VALUE "MASTER RECORDS AS OF".
           05 FILLER PIC X(1)    VALUE SPACE.
           05 TL-AS-OF-DATUM     PIC X(10).
           05 FILLER PIC X(3)    VALUE " - ".
           05 TL-SELECTION       PIC X(60).
           05 FILLER PIC X(10)   VALUE "PRINTED ".
           05 TL-RUN-DATE        PIC X(10).
           05 FILLER PIC X(18)   VALUE SPACE.

       01  WORKER-TITLE-LINE.
           05 FILLER PIC X(9)    VALUE "ARBEITER ".
           05 WT-ARBEITER-ID     PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 WT-FAMILIE         PIC X(30).
           05 FILLER PIC X(85)   VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(4)    VALUE SPACE.
           05 FILLER PIC X(22)   VALUE "FIELD".
           05 FILLER PIC X(32)   VALUE "VALUE ON THE DATE".
           05 FILLER PIC X(10)   VALUE "CHANGED".
           05 FILLER PIC X(64)   VALUE "SET BY".

       01  FIELD-LINE.
           05 FILLER PIC X(4)    VALUE SPACE.
           05 FL-FIELD-NAME      PIC X(20).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 FL-VALUE           PIC X(30).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 FL-CHANGED         PIC X(8).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 FL-SOURCE          PIC X(50).
           05 FILLER PIC X(14)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(50)   VALUE
               "NO WORKER FOUND FOR THAT SELECTION AND DATE".
           05 FILLER PIC X(82)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

           COPY "as-of-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM GET-SCOPE-SESSION.
           PERFORM OPENING-PROCEDURE.
           PERFORM ENTER-THE-SELECTION.
           PERFORM WRITE-TITLE.
           IF RUN-MODE = 1
               PERFORM PRINT-ONE-WORKER
           ELSE
               PERFORM PRINT-ONE-ABTEILUNG.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN OUTPUT REPORT-FILE.

       CLOSING-PROCEDURE.
           IF WORKERS-PRINTED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "WORKERS PRINTED: " WORKERS-PRINTED-COUNT.

      ******************************************************************
      *    What to print - one worker or one ABTEILUNG - and the
      *    date, a real calendar date not after today.
      ******************************************************************
       ENTER-THE-SELECTION.
           PERFORM ACCEPT-RUN-MODE.
           PERFORM RE-ACCEPT-RUN-MODE
               UNTIL RUN-MODE-IS-VALID.
           MOVE ZERO TO THE-ARBEITER-ID.
           MOVE ZERO TO THE-ABTEILUNG-ID.
           IF RUN-MODE = 1
               DISPLAY "ENTER ARBEITER ID"
               MOVE ZERO TO ID-FIELD
               ACCEPT ID-FIELD
               MOVE ID-FIELD TO THE-ARBEITER-ID
           ELSE
               DISPLAY "ENTER ABTEILUNG ID"
               MOVE ZERO TO ID-FIELD
               ACCEPT ID-FIELD
               MOVE ID-FIELD TO THE-ABTEILUNG-ID.
           MOVE THE-ABTEILUNG-ID TO ABTEILUNG-ID-TEXT.
           PERFORM ENTER-AS-OF-DATUM.

       ACCEPT-RUN-MODE.
           DISPLAY "PRINT AS OF A DATE FOR".
           DISPLAY "  1. ONE WORKER".
           DISPLAY "  2. ONE ABTEILUNG".
           ACCEPT RUN-MODE.

       RE-ACCEPT-RUN-MODE.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-RUN-MODE.

       ENTER-AS-OF-DATUM.
           PERFORM ACCEPT-AS-OF-DATUM.
           PERFORM RE-ACCEPT-AS-OF-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-AS-OF-DATUM.
           DISPLAY "ENTER AS-OF DATE IN FORMAT YYYY-MM-DD".
           ACCEPT AS-OF-DATUM.
           MOVE AS-OF-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y" AND AS-OF-DATUM > TODAY-DATUM-TEXT
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST NOT BE AFTER TODAY".

       RE-ACCEPT-AS-OF-DATUM.
           PERFORM ACCEPT-AS-OF-DATUM.

       WRITE-TITLE.
           MOVE AS-OF-DATUM TO TL-AS-OF-DATUM.
           MOVE TODAY-DATUM-TEXT TO TL-RUN-DATE.
           MOVE SPACE TO TL-SELECTION.
           IF RUN-MODE = 1
               STRING
                   "ARBEITER "       DELIMITED BY SIZE
                   THE-ARBEITER-ID   DELIMITED BY SIZE
                   INTO TL-SELECTION
           ELSE
               PERFORM LOOK-UP-ABTEILUNG-NAME.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       LOOK-UP-ABTEILUNG-NAME.
           MOVE THE-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE SPACE TO ABTEILUNG-NAME.
           STRING
               "ABTEILUNG "      DELIMITED BY SIZE
               THE-ABTEILUNG-ID  DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               ABTEILUNG-NAME    DELIMITED BY SIZE
               INTO TL-SELECTION.

      ******************************************************************
      *    One worker, by ARBEITER-ID - found in the logs even when
      *    no longer on the master.
      ******************************************************************
       PRINT-ONE-WORKER.
           MOVE THE-ARBEITER-ID TO ASOF-ARBEITER-ID.
           MOVE AS-OF-DATUM TO ASOF-DATUM.
           CALL "REBUILD-ARBEITER-AS-OF" USING AS-OF-REQUEST.
           IF ASOF-WORKER-FOUND = "Y"
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   PERFORM PRINT-THE-REBUILT-RECORD.

      ******************************************************************
      *    Every worker on today's master is rebuilt; those who were
      *    on file and in the ABTEILUNG on the date are printed.
      ******************************************************************
       PRINT-ONE-ABTEILUNG.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-AT-END.
           START ARBEITER-FILE
               KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-AT-END.
           IF ARBEITER-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER
               PERFORM PRINT-ONE-IF-IN-ABTEILUNG
                   UNTIL ARBEITER-AT-END = "Y".

       PRINT-ONE-IF-IN-ABTEILUNG.
           MOVE ARBEITER-ID TO ASOF-ARBEITER-ID.
           MOVE AS-OF-DATUM TO ASOF-DATUM.
           CALL "REBUILD-ARBEITER-AS-OF" USING AS-OF-REQUEST.
           IF ASOF-VALUE(8) = "ON FILE" AND
               ASOF-VALUE(1) = ABTEILUNG-ID-TEXT
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   PERFORM PRINT-THE-REBUILT-RECORD.
           PERFORM READ-NEXT-ARBEITER.

       READ-NEXT-ARBEITER.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-AT-END.

       PRINT-THE-REBUILT-RECORD.
           MOVE ASOF-ARBEITER-ID TO WT-ARBEITER-ID.
           MOVE ASOF-VALUE(7) TO WT-FAMILIE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WORKER-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-ONE-FIELD-LINE
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB > 8.
           ADD 1 TO WORKERS-PRINTED-COUNT.

       PRINT-ONE-FIELD-LINE.
           MOVE ASOF-FIELD-NAME(FIELD-SUB) TO FL-FIELD-NAME.
           MOVE ASOF-VALUE(FIELD-SUB) TO FL-VALUE.
           MOVE SPACE TO FL-CHANGED.
           IF ASOF-ROLLED-BACK(FIELD-SUB) = "Y"
               MOVE "SINCE" TO FL-CHANGED.
           MOVE ASOF-SOURCE(FIELD-SUB) TO FL-SOURCE.
           MOVE FIELD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-AS-OF" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO WORKERS WILL BE LISTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ZERO TO SCOPE-ABTEILUNG-ID
               IF ASOF-VALUE(1)(1:4) IS NUMERIC
                   MOVE ASOF-VALUE(1)(1:4) TO SCOPE-ABTEILUNG-ID
               END-IF
               MOVE ASOF-ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, with the selection and date as parameters.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-ARBEITER-AS-OF" TO CATALOG-PROGRAM-NAME.
           MOVE "ARBEITER-AS-OF" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           IF RUN-MODE = 1
               STRING
                   "ARBEITER "       DELIMITED BY SIZE
                   THE-ARBEITER-ID   DELIMITED BY SIZE
                   " AS OF "         DELIMITED BY SIZE
                   AS-OF-DATUM       DELIMITED BY SIZE
                   INTO CATALOG-PARAMETERS
           ELSE
               STRING
                   "ABTEILUNG "      DELIMITED BY SIZE
                   THE-ABTEILUNG-ID  DELIMITED BY SIZE
                   " AS OF "         DELIMITED BY SIZE
                   AS-OF-DATUM       DELIMITED BY SIZE
                   INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

      ******************************************************************
      *    Calendar check on the date, as MONTH-END-DRIVER applies.
      ******************************************************************
       VALIDATE-DATUM-FORMAT.
           MOVE "Y" TO DATUM-VALID.
           IF DATUM-TO-CHECK(5:1) NOT = "-" OR
               DATUM-TO-CHECK(8:1) NOT = "-"
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
           IF DATUM-TO-CHECK(1:4) IS NOT NUMERIC OR
               DATUM-TO-CHECK(6:2) IS NOT NUMERIC OR
               DATUM-TO-CHECK(9:2) IS NOT NUMERIC
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
               MOVE DATUM-TO-CHECK(1:4) TO DATUM-YEAR
               MOVE DATUM-TO-CHECK(6:2) TO DATUM-MONTH
               MOVE DATUM-TO-CHECK(9:2) TO DATUM-DAY
               PERFORM VALIDATE-DATUM-MONTH-AND-DAY.

       VALIDATE-DATUM-MONTH-AND-DAY.
           IF DATUM-MONTH < 1 OR DATUM-MONTH > 12
               MOVE "N" TO DATUM-VALID
               DISPLAY "MONTH MUST BE 01-12"
           ELSE
               PERFORM FIND-DAYS-IN-DATUM-MONTH
               IF DATUM-DAY < 1 OR DATUM-DAY > DAYS-IN-MONTH
                   MOVE "N" TO DATUM-VALID
                   DISPLAY "DAY IS NOT VALID FOR THAT MONTH".

       FIND-DAYS-IN-DATUM-MONTH.
           MOVE DAYS-PER-MONTH-ENTRY(DATUM-MONTH) TO DAYS-IN-MONTH.
           IF DATUM-MONTH = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.

       DETERMINE-LEAP-YEAR.
           MOVE "N" TO IS-LEAP-YEAR.
           DIVIDE DATUM-YEAR BY 4
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           IF DATUM-DIVIDE-REM = 0
               MOVE "Y" TO IS-LEAP-YEAR
               DIVIDE DATUM-YEAR BY 100
                   GIVING DATUM-DIVIDE-QUOT
                   REMAINDER DATUM-DIVIDE-REM
               IF DATUM-DIVIDE-REM = 0
                   MOVE "N" TO IS-LEAP-YEAR
                   DIVIDE DATUM-YEAR BY 400
                       GIVING DATUM-DIVIDE-QUOT
                       REMAINDER DATUM-DIVIDE-REM
                   IF DATUM-DIVIDE-REM = 0
                       MOVE "Y" TO IS-LEAP-YEAR.

       END PROGRAM PRINT-ARBEITER-AS-OF.
