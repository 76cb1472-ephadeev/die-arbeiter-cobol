      ******************************************************************
      *    Print the HR Letters for New Events
      *    Picks up every salary change on SALARY-HIST, every
      *    department transfer on TRANSFER-HIST and every probation
      *    decision on PROBATION-FILE that has no LETTER-LOG record
      *    yet, and prints one letter per event from the standard
      *    texts kept in MAINTENANCE-LETTER-TEXT - the worker's
      *    address from ADRESSE-FILE at the top, the text lines with
      *    their merge fields filled in (name, effective date,
      *    STELLE-TITEL, department name, salaries, probation end
      *    date) and the HR signature at the foot. Each letter
      *    printed is logged, so the next run starts where this one
      *    stopped and nothing goes out twice.
      *
      *    Both history files are read through their LOG-ROTATE
      *    generations first, so an event cut away before its
      *    letter went out is still found.
      *
      *    A starting salary on hire is not a salary change and gets
      *    no letter. An event whose letter has no text on file yet
      *    is neither printed nor logged - it waits for the text and
      *    goes out with the first run after the text is keyed.
      *
      *    The very first run asks for a cut-off date: events
      *    effective before it are logged as passed over, so years
      *    of history do not all come out as letters at once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-HR-LETTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-salary-history.cbl".
           COPY "select-transfer-history.cbl".
           COPY "select-rotation-index.cbl".
           COPY "select-probation.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-adresse.cbl".
           COPY "select-stelle.cbl".
           COPY "select-abteil.cbl".
           COPY "select-letter-text.cbl".
           COPY "select-letter-log.cbl".
           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HR-LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-salary-history.cbl".
           COPY "fd-transfer-history.cbl".
           COPY "fd-rotation-index.cbl".
           COPY "fd-probation.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-adresse.cbl".
           COPY "fd-stelle.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-letter-text.cbl".
           COPY "fd-letter-log.cbl".

       FD  GENERATION-FILE.
       01  GENERATION-LINE PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  SALARY-HISTORY-FILE-STATUS PIC XX.
       77  TRANSFER-HISTORY-FILE-STATUS PIC XX.
       77  ROTATION-INDEX-FILE-STATUS PIC XX.
       77  GENERATION-FILE-STATUS PIC XX.
       77  PROBATION-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ADRESSE-FILE-STATUS   PIC XX.
       77  STELLE-FILE-STATUS    PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  LETTER-TEXT-FILE-STATUS PIC XX.
       77  LETTER-LOG-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "PRINT-HR-LETTERS".

       77  SALARY-FILE-MISSING   PIC X VALUE "N".
       77  TRANSFER-FILE-MISSING PIC X VALUE "N".
       77  PROBATION-FILE-MISSING PIC X VALUE "N".
       77  ADRESSE-FILE-MISSING  PIC X VALUE "N".
       77  STELLE-FILE-MISSING   PIC X VALUE "N".
       77  TEXT-FILE-MISSING     PIC X VALUE "N".
       77  HISTORY-AT-END        PIC X.
       77  ROTATION-INDEX-AT-END PIC X.
       77  GENERATION-FILE-AT-END PIC X.
       77  GENERATION-FILE-NAME  PIC X(30).
       77  CURRENT-LOG-NAME      PIC X(14).
       77  PROBATION-AT-END      PIC X.
       77  TEXT-AT-END           PIC X.
       77  LOG-FOUND             PIC X.
       77  WORKER-FOUND          PIC X.
       77  ADDRESS-FOUND         PIC X.
       77  RECORD-FOUND          PIC X.

       77  FIRST-RUN             PIC X VALUE "N".
       77  LAST-RUN-DATE         PIC X(10).
       77  CUTOFF-DATE           PIC X(10).
       77  CUTOFF-DATE-VALID     PIC X.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

      ******************************************************************
      *    The event in hand - set by each pass before
      *    HANDLE-ONE-EVENT looks it up on the letter log.
      ******************************************************************
       77  EVENT-CODE            PIC X(2).
       77  EVENT-ARBEITER-ID     PIC 9(6).
       77  EVENT-DATE            PIC X(10).
       77  EVENT-DETAIL          PIC 9(7)V99.

       77  LETTERS-PRINTED-COUNT PIC 9(5) VALUE ZERO.
       77  PASSED-OVER-COUNT     PIC 9(5) VALUE ZERO.
       77  WAITING-COUNT         PIC 9(5) VALUE ZERO.
       77  NO-WORKER-COUNT       PIC 9(5) VALUE ZERO.

      ******************************************************************
      *    Merge fields - MERGE-CODE-LIST gives the letter after the
      *    ampersand, MERGE-VALUE at the same position the text put
      *    in its place, trailing spaces cut off.
      *        1 N name           2 D effective date  3 T job title
      *        4 A department     5 B previous dept   6 O old salary
      *        7 S new salary     8 C change          9 E probation end
      ******************************************************************
       77  MERGE-CODE-LIST       PIC X(9) VALUE "NDTABOSCE".
       77  MERGE-CODE-COUNT      PIC 9(2) VALUE 9.
       01  MERGE-VALUE-TABLE.
           05 MERGE-VALUE-ENTRY OCCURS 9 TIMES.
               10 MERGE-VALUE        PIC X(60).
               10 MERGE-VALUE-LENGTH PIC 9(2).

       77  MV-SUB                PIC 9(2).
       77  IN-POS                PIC 9(3).
       77  OUT-POS               PIC 9(3).
       77  MERGE-MAX-LENGTH      PIC 9(3) VALUE 120.
       77  MERGED-TEXT           PIC X(120).
       77  MERGE-CODE-CHAR       PIC X.
       77  LEADING-SPACES        PIC 9(2).
       77  AMOUNT-EDIT           PIC Z,ZZZ,ZZ9.99.
       77  CHANGE-ABSOLUTE       PIC 9(7)V99.

       01  LETTER-HEADER-LINE.
           05 FILLER PIC X(10)  VALUE "HR LETTER ".
           05 LL-LETTER-CODE    PIC X(2).
           05 FILLER PIC X(11)  VALUE "  ARBEITER ".
           05 LL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(12)  VALUE "  EFFECTIVE ".
           05 LL-EFFECTIVE-DATE PIC X(10).
           05 FILLER PIC X(10)  VALUE "  PRINTED ".
           05 LL-PRINT-DATE     PIC X(10).
           05 FILLER PIC X(61)  VALUE SPACE.

       01  ADDRESS-LINE.
           05 FILLER PIC X(10)  VALUE SPACE.
           05 LL-ADDRESS-TEXT   PIC X(100).
           05 FILLER PIC X(22)  VALUE SPACE.

       01  TEXT-LINE.
           05 FILLER PIC X(10)  VALUE SPACE.
           05 LL-TEXT           PIC X(120).
           05 FILLER PIC X(2)   VALUE SPACE.

       01  SIGNATURE-LINE.
           05 FILLER PIC X(10)  VALUE SPACE.
           05 FILLER PIC X(15)  VALUE "HUMAN RESOURCES".
           05 FILLER PIC X(107) VALUE SPACE.

       01  PAGE-RULE-LINE.
           05 FILLER PIC X(70) VALUE ALL "=".
           05 FILLER PIC X(62) VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y"
               PERFORM READ-RUN-CONTROL
               PERFORM PROCESS-SALARY-EVENTS
               PERFORM PROCESS-TRANSFER-EVENTS
               PERFORM PROCESS-PROBATION-EVENTS
               PERFORM UPDATE-RUN-CONTROL
               PERFORM DISPLAY-RUN-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM CHECK-OPERATOR-LOGIN.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT ADRESSE-FILE.
           IF ADRESSE-FILE-STATUS = "35"
               MOVE "Y" TO ADRESSE-FILE-MISSING.
           OPEN INPUT STELLE-FILE.
           IF STELLE-FILE-STATUS = "35"
               MOVE "Y" TO STELLE-FILE-MISSING.
           OPEN INPUT LETTER-TEXT-FILE.
           IF LETTER-TEXT-FILE-STATUS = "35"
               MOVE "Y" TO TEXT-FILE-MISSING
               DISPLAY "NO LETTER TEXTS ON DISK - EVENTS WILL WAIT "
                   "FOR THEIR TEXT".
           PERFORM OPEN-LETTER-LOG-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.

      ******************************************************************
      *    The letter log is created by the first run - status "35"
      *    on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-LETTER-LOG-FILE.
           OPEN I-O LETTER-LOG-FILE.
           IF LETTER-LOG-FILE-STATUS = "35"
               OPEN OUTPUT LETTER-LOG-FILE
               CLOSE LETTER-LOG-FILE
               OPEN I-O LETTER-LOG-FILE.

      ******************************************************************
      *    Operator sign-on - password, lockout and sign-on logging
      *    all live in the shared SIGNON-OPERATOR subprogram.
      ******************************************************************
       CHECK-OPERATOR-LOGIN.
           CALL "SIGNON-OPERATOR" USING SIGNON-PROGRAM-NAME
                                        THIS-OPERATOR-ID
                                        THIS-OPERATOR-IS-SUPERVISOR
                                        SIGNON-OK.
           IF SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS".

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               CLOSE ADRESSE-FILE.
           IF STELLE-FILE-MISSING NOT = "Y"
               CLOSE STELLE-FILE.
           IF TEXT-FILE-MISSING NOT = "Y"
               CLOSE LETTER-TEXT-FILE.
           CLOSE LETTER-LOG-FILE.
           CLOSE REPORT-FILE.
           IF SIGNON-OK = "Y"
               PERFORM FILE-REPORT-IN-CATALOG.

      ******************************************************************
      *    Run control - no control record means no letter run has
      *    been made yet, and the operator says from which date on
      *    events are owed a letter.
      ******************************************************************
       READ-RUN-CONTROL.
           PERFORM SET-CONTROL-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ LETTER-LOG-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               MOVE LG-RUN-DATE TO LAST-RUN-DATE
               DISPLAY "LAST LETTER RUN " LAST-RUN-DATE
                   " BY OPERATOR " LG-RUN-BY
           ELSE
               MOVE "Y" TO FIRST-RUN
               PERFORM ENTER-CUTOFF-DATE.

       SET-CONTROL-KEY.
           MOVE "00" TO LG-LETTER-CODE.
           MOVE ZERO TO LG-ARBEITER-ID.
           MOVE SPACE TO LG-EFFECTIVE-DATE.
           MOVE ZERO TO LG-EVENT-DETAIL.

       ENTER-CUTOFF-DATE.
           DISPLAY "FIRST LETTER RUN - EVENTS EFFECTIVE BEFORE THE "
               "CUT-OFF DATE".
           DISPLAY "ARE LOGGED AS PASSED OVER AND GET NO LETTER.".
           PERFORM ACCEPT-CUTOFF-DATE.
           PERFORM RE-ACCEPT-CUTOFF-DATE
               UNTIL CUTOFF-DATE-VALID = "Y".

       ACCEPT-CUTOFF-DATE.
           DISPLAY "ENTER CUT-OFF DATE IN FORMAT YYYY-MM-DD".
           MOVE SPACE TO CUTOFF-DATE.
           ACCEPT CUTOFF-DATE.
           MOVE "N" TO CUTOFF-DATE-VALID.
           IF CUTOFF-DATE(1:4) IS NUMERIC AND
               CUTOFF-DATE(5:1) = "-" AND
               CUTOFF-DATE(6:2) IS NUMERIC AND
               CUTOFF-DATE(8:1) = "-" AND
               CUTOFF-DATE(9:2) IS NUMERIC
               MOVE "Y" TO CUTOFF-DATE-VALID.

       RE-ACCEPT-CUTOFF-DATE.
           DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD".
           PERFORM ACCEPT-CUTOFF-DATE.

       UPDATE-RUN-CONTROL.
           PERFORM SET-CONTROL-KEY.
           MOVE SPACE TO LG-STATUS.
           MOVE TODAY-DATUM-TEXT TO LG-RUN-DATE.
           MOVE THIS-OPERATOR-ID TO LG-RUN-BY.
           IF FIRST-RUN = "Y"
               WRITE LETTER-LOG-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING LETTER RUN CONTROL"
           ELSE
               REWRITE LETTER-LOG-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING LETTER RUN CONTROL".

      ******************************************************************
      *    Salary changes - the generations first, then the current
      *    SALARY-HIST.
      ******************************************************************
       PROCESS-SALARY-EVENTS.
           MOVE "SALARY-HIST" TO CURRENT-LOG-NAME.
           PERFORM PROCESS-GENERATIONS.
           OPEN INPUT SALARY-HISTORY-FILE.
           IF SALARY-HISTORY-FILE-STATUS = "35"
               MOVE "Y" TO SALARY-FILE-MISSING
           ELSE
               PERFORM READ-NEXT-SALARY-RECORD
               PERFORM PROCESS-ONE-SALARY-RECORD
                   UNTIL HISTORY-AT-END = "Y"
               CLOSE SALARY-HISTORY-FILE.

       PROCESS-ONE-SALARY-RECORD.
           PERFORM JUDGE-SALARY-EVENT.
           PERFORM READ-NEXT-SALARY-RECORD.

      ******************************************************************
      *    A line with no old SALARY is the starting salary on hire,
      *    and a line that changes nothing has nothing to tell.
      ******************************************************************
       JUDGE-SALARY-EVENT.
           IF SH-OLD-SALARY NOT = ZERO AND
               SH-CHANGE-AMOUNT NOT = ZERO
               PERFORM SET-UP-SALARY-EVENT
               PERFORM HANDLE-ONE-EVENT.

       SET-UP-SALARY-EVENT.
           IF SH-CHANGE-AMOUNT > ZERO
               MOVE "SI" TO EVENT-CODE
           ELSE
               MOVE "SD" TO EVENT-CODE.
           MOVE SH-ARBEITER-ID TO EVENT-ARBEITER-ID.
           MOVE SH-EFFECTIVE-DATE TO EVENT-DATE.
           MOVE SH-NEW-SALARY TO EVENT-DETAIL.

       READ-NEXT-SALARY-RECORD.
           MOVE "N" TO HISTORY-AT-END.
           READ SALARY-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-AT-END.

      ******************************************************************
      *    Department transfers - the generations first, then the
      *    current TRANSFER-HIST.
      ******************************************************************
       PROCESS-TRANSFER-EVENTS.
           MOVE "TRANSFER-HIST" TO CURRENT-LOG-NAME.
           PERFORM PROCESS-GENERATIONS.
           OPEN INPUT TRANSFER-HISTORY-FILE.
           IF TRANSFER-HISTORY-FILE-STATUS = "35"
               MOVE "Y" TO TRANSFER-FILE-MISSING
           ELSE
               PERFORM READ-NEXT-TRANSFER-RECORD
               PERFORM PROCESS-ONE-TRANSFER-RECORD
                   UNTIL HISTORY-AT-END = "Y"
               CLOSE TRANSFER-HISTORY-FILE.

       PROCESS-ONE-TRANSFER-RECORD.
           PERFORM JUDGE-TRANSFER-EVENT.
           PERFORM READ-NEXT-TRANSFER-RECORD.

       JUDGE-TRANSFER-EVENT.
           MOVE "TR" TO EVENT-CODE.
           MOVE TH-ARBEITER-ID TO EVENT-ARBEITER-ID.
           MOVE TH-EFFECTIVE-DATE TO EVENT-DATE.
           MOVE TH-NEW-ABTEILUNG-ID TO EVENT-DETAIL.
           PERFORM HANDLE-ONE-EVENT.

       READ-NEXT-TRANSFER-RECORD.
           MOVE "N" TO HISTORY-AT-END.
           READ TRANSFER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-AT-END.

      ******************************************************************
      *    Generation pass - LOG-ROTATE may have cut the log named in
      *    CURRENT-LOG-NAME into dated generation files. The rotation
      *    index names them; each is read front to back through the
      *    same event logic as the current file.
      ******************************************************************
       PROCESS-GENERATIONS.
           OPEN INPUT ROTATION-INDEX-FILE.
           IF ROTATION-INDEX-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-NEXT-INDEX-LINE
               PERFORM PROCESS-ONE-GENERATION
                   UNTIL ROTATION-INDEX-AT-END = "Y"
               CLOSE ROTATION-INDEX-FILE.

       PROCESS-ONE-GENERATION.
           IF RI-LOG-NAME = CURRENT-LOG-NAME
               MOVE RI-GENERATION-FILE TO GENERATION-FILE-NAME
               PERFORM READ-ONE-GENERATION-FILE.
           PERFORM READ-NEXT-INDEX-LINE.

       READ-ONE-GENERATION-FILE.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-FILE-STATUS = "35"
               DISPLAY "GENERATION FILE MISSING: "
                   GENERATION-FILE-NAME
           ELSE
               PERFORM READ-NEXT-GENERATION-LINE
               PERFORM JUDGE-ONE-GENERATION-LINE
                   UNTIL GENERATION-FILE-AT-END = "Y"
               CLOSE GENERATION-FILE.

       JUDGE-ONE-GENERATION-LINE.
           IF CURRENT-LOG-NAME = "SALARY-HIST"
               MOVE GENERATION-LINE TO SALARY-HISTORY-RECORD
               PERFORM JUDGE-SALARY-EVENT
           ELSE
               MOVE GENERATION-LINE TO TRANSFER-HISTORY-RECORD
               PERFORM JUDGE-TRANSFER-EVENT.
           PERFORM READ-NEXT-GENERATION-LINE.

       READ-NEXT-GENERATION-LINE.
           MOVE "N" TO GENERATION-FILE-AT-END.
           READ GENERATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO GENERATION-FILE-AT-END.

       READ-NEXT-INDEX-LINE.
           MOVE "N" TO ROTATION-INDEX-AT-END.
           READ ROTATION-INDEX-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ROTATION-INDEX-AT-END.

      ******************************************************************
      *    Probation decisions - confirmed (PC), terminated (PT),
      *    or extended and still open (PE). An extension whose
      *    letter had not gone out before the final decision was
      *    taken is overtaken by the letter for that decision.
      ******************************************************************
       PROCESS-PROBATION-EVENTS.
           OPEN INPUT PROBATION-FILE.
           IF PROBATION-FILE-STATUS = "35"
               MOVE "Y" TO PROBATION-FILE-MISSING
           ELSE
               PERFORM READ-NEXT-PROBATION-RECORD
               PERFORM PROCESS-ONE-PROBATION-RECORD
                   UNTIL PROBATION-AT-END = "Y"
               CLOSE PROBATION-FILE.

       PROCESS-ONE-PROBATION-RECORD.
           MOVE SPACE TO EVENT-CODE.
           IF PRB-IS-CONFIRMED
               MOVE "PC" TO EVENT-CODE
           ELSE
           IF PRB-IS-TERMINATED
               MOVE "PT" TO EVENT-CODE
           ELSE
           IF PRB-WAS-EXTENDED
               MOVE "PE" TO EVENT-CODE.
           IF EVENT-CODE NOT = SPACE
               MOVE PRB-ARBEITER-ID TO EVENT-ARBEITER-ID
               MOVE PRB-DECIDED-DATUM TO EVENT-DATE
               MOVE ZERO TO EVENT-DETAIL
               PERFORM HANDLE-ONE-EVENT.
           PERFORM READ-NEXT-PROBATION-RECORD.

       READ-NEXT-PROBATION-RECORD.
           MOVE "N" TO PROBATION-AT-END.
           READ PROBATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PROBATION-AT-END.

      ******************************************************************
      *    One event - logged already means done. Otherwise it is
      *    passed over (first run, before the cut-off), passed over
      *    because the worker has left the master file, left
      *    waiting for its letter text, or printed and logged.
      ******************************************************************
       HANDLE-ONE-EVENT.
           PERFORM SET-EVENT-KEY.
           MOVE "Y" TO LOG-FOUND.
           READ LETTER-LOG-FILE RECORD
               INVALID KEY
               MOVE "N" TO LOG-FOUND.
           IF LOG-FOUND = "N"
               PERFORM HANDLE-NEW-EVENT.

       HANDLE-NEW-EVENT.
           MOVE EVENT-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF FIRST-RUN = "Y" AND EVENT-DATE < CUTOFF-DATE
               ADD 1 TO PASSED-OVER-COUNT
               PERFORM LOG-EVENT-PASSED-OVER
           ELSE
           IF WORKER-FOUND = "N"
               ADD 1 TO NO-WORKER-COUNT
               DISPLAY "ARBEITER " EVENT-ARBEITER-ID
                   " NOT ON FILE - NO LETTER FOR " EVENT-CODE
                   " OF " EVENT-DATE
               PERFORM LOG-EVENT-PASSED-OVER
           ELSE
               PERFORM FIND-FIRST-TEXT-LINE
               IF TEXT-AT-END = "Y"
                   ADD 1 TO WAITING-COUNT
               ELSE
                   PERFORM PRINT-ONE-LETTER
                   ADD 1 TO LETTERS-PRINTED-COUNT
                   PERFORM LOG-EVENT-PRINTED.

       SET-EVENT-KEY.
           MOVE EVENT-CODE TO LG-LETTER-CODE.
           MOVE EVENT-ARBEITER-ID TO LG-ARBEITER-ID.
           MOVE EVENT-DATE TO LG-EFFECTIVE-DATE.
           MOVE EVENT-DETAIL TO LG-EVENT-DETAIL.

       LOG-EVENT-PASSED-OVER.
           PERFORM SET-EVENT-KEY.
           MOVE "S" TO LG-STATUS.
           PERFORM WRITE-LOG-RECORD.

       LOG-EVENT-PRINTED.
           PERFORM SET-EVENT-KEY.
           MOVE "P" TO LG-STATUS.
           PERFORM WRITE-LOG-RECORD.

       WRITE-LOG-RECORD.
           MOVE TODAY-DATUM-TEXT TO LG-RUN-DATE.
           MOVE THIS-OPERATOR-ID TO LG-RUN-BY.
           WRITE LETTER-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING LETTER LOG FOR ARBEITER "
                   EVENT-ARBEITER-ID " " EVENT-CODE.

      ******************************************************************
      *    The letter's first text line - TEXT-AT-END "Y" when the
      *    letter has no text on file.
      ******************************************************************
       FIND-FIRST-TEXT-LINE.
           MOVE "Y" TO TEXT-AT-END.
           IF TEXT-FILE-MISSING NOT = "Y"
               MOVE EVENT-CODE TO LTX-LETTER-CODE
               MOVE ZERO TO LTX-LINE-NUMBER
               MOVE "N" TO TEXT-AT-END
               START LETTER-TEXT-FILE
                   KEY IS NOT LESS THAN LTX-KEY
                   INVALID KEY
                   MOVE "Y" TO TEXT-AT-END
               END-START
               IF TEXT-AT-END NOT = "Y"
                   PERFORM READ-NEXT-TEXT-LINE.

       READ-NEXT-TEXT-LINE.
           READ LETTER-TEXT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TEXT-AT-END.
           IF TEXT-AT-END NOT = "Y" AND
               LTX-LETTER-CODE NOT = EVENT-CODE
               MOVE "Y" TO TEXT-AT-END.

      ******************************************************************
      *    One letter - ARBEITER-RECORD is in hand and the first text
      *    line has been read.
      ******************************************************************
       PRINT-ONE-LETTER.
           PERFORM LOAD-MERGE-VALUES.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE EVENT-CODE TO LL-LETTER-CODE.
           MOVE EVENT-ARBEITER-ID TO LL-ARBEITER-ID.
           MOVE EVENT-DATE TO LL-EFFECTIVE-DATE.
           MOVE TODAY-DATUM-TEXT TO LL-PRINT-DATE.
           MOVE LETTER-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM WRITE-ADDRESS-BLOCK.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-ONE-TEXT-LINE
               UNTIL TEXT-AT-END = "Y".
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SIGNATURE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-ADDRESS-BLOCK.
           MOVE MERGE-VALUE(1) TO LL-ADDRESS-TEXT.
           MOVE ADDRESS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO ADDRESS-FOUND.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               MOVE EVENT-ARBEITER-ID TO AD-ARBEITER-ID
               MOVE "Y" TO ADDRESS-FOUND
               READ ADRESSE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO ADDRESS-FOUND.
           IF ADDRESS-FOUND = "Y"
               MOVE AD-STRASSE TO LL-ADDRESS-TEXT
               MOVE ADDRESS-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACE TO LL-ADDRESS-TEXT
               STRING
                   AD-PLZ DELIMITED BY SPACE
                   " "    DELIMITED BY SIZE
                   AD-ORT DELIMITED BY SIZE
                   INTO LL-ADDRESS-TEXT
               MOVE ADDRESS-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "** ADDRESS NOT ON FILE **" TO LL-ADDRESS-TEXT
               MOVE ADDRESS-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

       PRINT-ONE-TEXT-LINE.
           PERFORM MERGE-THE-TEXT-LINE.
           MOVE MERGED-TEXT TO LL-TEXT.
           MOVE TEXT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM READ-NEXT-TEXT-LINE.

      ******************************************************************
      *    Merge values for the event in hand. The department and
      *    job title are the worker's as they stand today; for a
      *    transfer the department names come off the history line.
      ******************************************************************
       LOAD-MERGE-VALUES.
           MOVE SPACE TO MERGE-VALUE-TABLE.
           STRING
               ARBEITER-NAME DELIMITED BY "  "
               " "           DELIMITED BY SIZE
               FAMILIE       DELIMITED BY "  "
               INTO MERGE-VALUE(1).
           MOVE EVENT-DATE TO MERGE-VALUE(2).
           PERFORM LOAD-JOB-TITLE.
           IF EVENT-CODE = "TR"
               MOVE TH-NEW-ABTEILUNG-ID TO ABTEILUNG-ID
               PERFORM LOAD-DEPARTMENT-NAME
               MOVE ABTEILUNG-NAME TO MERGE-VALUE(4)
               MOVE TH-OLD-ABTEILUNG-ID TO ABTEILUNG-ID
               PERFORM LOAD-DEPARTMENT-NAME
               MOVE ABTEILUNG-NAME TO MERGE-VALUE(5)
           ELSE
               MOVE ARBEITER-ABTEILUNG-ID TO ABTEILUNG-ID
               PERFORM LOAD-DEPARTMENT-NAME
               MOVE ABTEILUNG-NAME TO MERGE-VALUE(4).
           IF EVENT-CODE = "SI" OR EVENT-CODE = "SD"
               PERFORM LOAD-SALARY-VALUES.
           IF EVENT-CODE = "PC" OR EVENT-CODE = "PT" OR
               EVENT-CODE = "PE"
               MOVE PRB-END-DATUM TO MERGE-VALUE(9).
           PERFORM MEASURE-MERGE-VALUE
               VARYING MV-SUB FROM 1 BY 1
               UNTIL MV-SUB > MERGE-CODE-COUNT.

       LOAD-JOB-TITLE.
           MOVE "N" TO RECORD-FOUND.
           IF STELLE-FILE-MISSING NOT = "Y" AND
               ARBEITER-STELLE-ID NOT = ZERO
               MOVE ARBEITER-STELLE-ID TO STELLE-ID
               MOVE "Y" TO RECORD-FOUND
               READ STELLE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               MOVE STELLE-TITEL TO MERGE-VALUE(3).

       LOAD-DEPARTMENT-NAME.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "** DEPARTMENT NOT ON FILE **" TO ABTEILUNG-NAME.

       LOAD-SALARY-VALUES.
           MOVE SH-OLD-SALARY TO AMOUNT-EDIT.
           MOVE 6 TO MV-SUB.
           PERFORM LOAD-ONE-AMOUNT.
           MOVE SH-NEW-SALARY TO AMOUNT-EDIT.
           MOVE 7 TO MV-SUB.
           PERFORM LOAD-ONE-AMOUNT.
           IF SH-CHANGE-AMOUNT < ZERO
               COMPUTE CHANGE-ABSOLUTE = ZERO - SH-CHANGE-AMOUNT
           ELSE
               MOVE SH-CHANGE-AMOUNT TO CHANGE-ABSOLUTE.
           MOVE CHANGE-ABSOLUTE TO AMOUNT-EDIT.
           MOVE 8 TO MV-SUB.
           PERFORM LOAD-ONE-AMOUNT.

      ******************************************************************
      *    An edited amount without its leading spaces, so it reads
      *    naturally in the middle of a sentence.
      ******************************************************************
       LOAD-ONE-AMOUNT.
           MOVE ZERO TO LEADING-SPACES.
           INSPECT AMOUNT-EDIT TALLYING LEADING-SPACES
               FOR LEADING SPACE.
           MOVE AMOUNT-EDIT(LEADING-SPACES + 1:) TO MERGE-VALUE(MV-SUB).

       MEASURE-MERGE-VALUE.
           MOVE 60 TO MERGE-VALUE-LENGTH(MV-SUB).
           PERFORM SHORTEN-MERGE-VALUE
               UNTIL MERGE-VALUE-LENGTH(MV-SUB) = ZERO OR
               MERGE-VALUE(MV-SUB)(MERGE-VALUE-LENGTH(MV-SUB):1)
               NOT = SPACE.

       SHORTEN-MERGE-VALUE.
           SUBTRACT 1 FROM MERGE-VALUE-LENGTH(MV-SUB).

      ******************************************************************
      *    Merge one text line into MERGED-TEXT - an ampersand
      *    followed by one of the MERGE-CODE-LIST letters is replaced
      *    by that field's value, anything else is copied as it
      *    stands. A line that would run past MERGED-TEXT is cut.
      ******************************************************************
       MERGE-THE-TEXT-LINE.
           MOVE SPACE TO MERGED-TEXT.
           MOVE 1 TO OUT-POS.
           PERFORM MERGE-ONE-CHARACTER
               VARYING IN-POS FROM 1 BY 1
               UNTIL IN-POS > 70.

       MERGE-ONE-CHARACTER.
           MOVE 99 TO MV-SUB.
           IF LTX-TEXT(IN-POS:1) = "&" AND IN-POS < 70
               MOVE LTX-TEXT(IN-POS + 1:1) TO MERGE-CODE-CHAR
               PERFORM FIND-MERGE-CODE.
           IF MV-SUB NOT > MERGE-CODE-COUNT
               PERFORM COPY-MERGE-VALUE
               ADD 1 TO IN-POS
           ELSE
               IF OUT-POS NOT > MERGE-MAX-LENGTH
                   MOVE LTX-TEXT(IN-POS:1) TO MERGED-TEXT(OUT-POS:1)
                   ADD 1 TO OUT-POS.

       FIND-MERGE-CODE.
           MOVE 1 TO MV-SUB.
           PERFORM NEXT-MERGE-CODE
               UNTIL MV-SUB > MERGE-CODE-COUNT OR
               MERGE-CODE-LIST(MV-SUB:1) = MERGE-CODE-CHAR.

       NEXT-MERGE-CODE.
           ADD 1 TO MV-SUB.

       COPY-MERGE-VALUE.
           IF MERGE-VALUE-LENGTH(MV-SUB) > ZERO AND
               OUT-POS + MERGE-VALUE-LENGTH(MV-SUB) - 1 NOT >
               MERGE-MAX-LENGTH
               MOVE MERGE-VALUE(MV-SUB)(1:MERGE-VALUE-LENGTH(MV-SUB))
                   TO MERGED-TEXT(OUT-POS:MERGE-VALUE-LENGTH(MV-SUB))
               ADD MERGE-VALUE-LENGTH(MV-SUB) TO OUT-POS.

       DISPLAY-RUN-TOTALS.
           DISPLAY "LETTERS PRINTED:          " LETTERS-PRINTED-COUNT.
           IF FIRST-RUN = "Y"
               DISPLAY "EVENTS BEFORE CUT-OFF:    " PASSED-OVER-COUNT.
           IF NO-WORKER-COUNT > ZERO
               DISPLAY "WORKER NO LONGER ON FILE: " NO-WORKER-COUNT.
           IF WAITING-COUNT > ZERO
               DISPLAY "WAITING FOR LETTER TEXT:  " WAITING-COUNT.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten HR-LETTERS.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-HR-LETTERS" TO CATALOG-PROGRAM-NAME.
           MOVE "HR-LETTERS" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "CUT-OFF "  DELIMITED BY SIZE
               CUTOFF-DATE DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-HR-LETTERS.
