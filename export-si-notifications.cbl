      ******************************************************************
      *    Social-Insurance Notification Run
      *    Takes a pay period and builds the period's notifications
      *    for the social-insurance carrier in one fixed-format file:
      *      "10" start of employment - every worker whose
      *           EINSTELL-DATUM falls in the period (the hires
      *           ACTIVATE-PENDING-HIRES switched on), with the
      *           period's gross off PAY-REGISTER;
      *      "30" end of employment - every LEAVER-FILE line whose
      *           final date falls in the period, with the leaving
      *           year's gross off YTD-FILE;
      *      "50" annual report - in a December period, every active
      *           worker with a YTD-FILE record for the year.
      *    Every case goes on SI-NOTIFICATION-LOG as it is reported,
      *    and a case already on the log is never reported again.
      *    Before any of that the log's reported leavers are checked
      *    against the master - a leaver who is active again with a
      *    hire date no later than the month of leaving (offboarding
      *    reversed, or rehired within the month) gets a cancellation
      *    of the end notice, and the restart is logged as never to
      *    be reported, the employment having run on unbroken. A
      *    rehire in a later month is a new start like any other.
      *    The gross reported is insurable pay - a company-pension
      *    salary conversion off PENSION-CONTRACT-FILE comes out of
      *    it the same way PAYROLL-RUN takes it out of the rows,
      *    and the benefits in kind the worker was taxed on go in.
      *    The file carries the same "T" control trailer as the
      *    payment file, so CHECK-EXTRACT verifies it the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-SI-NOTIFICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-leaver.cbl".
           COPY "select-ytd.cbl".
           COPY "select-pay-register.cbl".
           COPY "select-si-notification.cbl".
           COPY "select-pension-contract.cbl".
           SELECT NOTIFICATION-FILE ASSIGN TO "SI-NOTIFICATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICATION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SI-NOTIFICATION-LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-leaver.cbl".
           COPY "fd-ytd.cbl".
           COPY "fd-pay-register.cbl".
           COPY "fd-si-notification.cbl".
           COPY "fd-pension-contract.cbl".

       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-RECORD PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  LEAVER-FILE-STATUS    PIC XX.
       77  YTD-FILE-STATUS       PIC XX.
       77  PAY-REGISTER-FILE-STATUS PIC XX.
       77  SI-NOTIFICATION-FILE-STATUS PIC XX.
       77  PENSION-CONTRACT-FILE-STATUS PIC XX.
       77  NOTIFICATION-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  LEAVER-FILE-MISSING   PIC X VALUE "N".
       77  YTD-FILE-MISSING      PIC X VALUE "N".
       77  REGISTER-FILE-MISSING PIC X VALUE "N".
       77  PENSION-FILE-MISSING  PIC X VALUE "N".
       77  ARBEITER-FILE-AT-END  PIC X.
       77  LEAVER-FILE-AT-END    PIC X.
       77  REGISTER-AT-END       PIC X.
       77  LOG-AT-END            PIC X.
       77  ARBEITER-FOUND        PIC X.
       77  YTD-FOUND             PIC X.
       77  CONTRACT-FOUND        PIC X.
       77  CASE-ON-LOG           PIC X.
       77  EMPLOYMENT-RAN-ON     PIC X.
       77  PAY-PERIOD            PIC X(7).
       77  PERIOD-VALID          PIC X.
       77  PERIOD-MONTH          PIC 99.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  YEAR-START-DATE       PIC X(10).
       77  LEAVING-DATE          PIC X(10).
       77  PERIOD-GROSS          PIC S9(9)V99.
       77  SAVE-NOTIFICATION-KEY PIC X(18).
       77  NOTIFICATION-COUNT    PIC 9(6) VALUE ZERO.
       77  NOTIFICATION-TOTAL    PIC 9(11)V99 VALUE ZERO.
       77  START-COUNT           PIC 9(5) VALUE ZERO.
       77  END-COUNT             PIC 9(5) VALUE ZERO.
       77  ANNUAL-COUNT          PIC 9(5) VALUE ZERO.
       77  CANCEL-COUNT          PIC 9(5) VALUE ZERO.
       77  ALREADY-REPORTED-COUNT PIC 9(5) VALUE ZERO.
       77  NO-MASTER-COUNT       PIC 9(5) VALUE ZERO.

      ******************************************************************
      *    The case in hand - filled by each pass, then reported (or
      *    cancelled) through the same routines.
      ******************************************************************
       01  NOTIFY-CASE.
           05 NOTIFY-ARBEITER-ID  PIC 9(6).
           05 NOTIFY-REASON-CODE  PIC X(2).
           05 NOTIFY-CANCEL-FLAG  PIC X.
           05 NOTIFY-EVENT-DATE   PIC X(10).
           05 NOTIFY-GROSS        PIC 9(9)V99.
           05 NOTIFY-FROM-DATE    PIC X(10).
           05 NOTIFY-TO-DATE      PIC X(10).
           05 NOTIFY-FAMILIE      PIC X(30).
           05 NOTIFY-REASON-TEXT  PIC X(10).

      ******************************************************************
      *    Fixed-format notification detail - "D", the worker, the
      *    reason code, "S" in the cancel column for a cancellation,
      *    the name, the insurable gross where the payment file has
      *    its amount, and the employment dates reported.
      ******************************************************************
       01  NOTIFICATION-DETAIL-LINE.
           05 ND-RECORD-TYPE      PIC X     VALUE "D".
           05 ND-ARBEITER-ID      PIC 9(6).
           05 ND-REASON-CODE      PIC X(2).
           05 ND-CANCEL-FLAG      PIC X.
           05 ND-FAMILIE          PIC X(30).
           05 FILLER              PIC X     VALUE SPACE.
           05 ND-INSURABLE-GROSS  PIC 9(11)V99.
           05 ND-FROM-DATE        PIC X(10).
           05 ND-TO-DATE          PIC X(10).
           05 FILLER              PIC X(6)  VALUE SPACE.

       01  NOTIFICATION-TRAILER-LINE.
           05 NT-RECORD-TYPE      PIC X     VALUE "T".
           05 NT-NOTIFICATION-COUNT PIC 9(6).
           05 NT-NOTIFICATION-TOTAL PIC 9(11)V99.
           05 NT-PERIOD           PIC X(7).
           05 FILLER              PIC X(53) VALUE SPACE.

       01  HEADER-LINE-1.
           05 FILLER PIC X(41)  VALUE
               "SOCIAL-INSURANCE NOTIFICATIONS - PERIOD ".
           05 HL-PERIOD         PIC X(7).
           05 FILLER PIC X(84)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)   VALUE "ARBEITER".
           05 FILLER PIC X(32)  VALUE "NAME".
           05 FILLER PIC X(8)   VALUE "REASON".
           05 FILLER PIC X(12)  VALUE "CASE".
           05 FILLER PIC X(12)  VALUE "FROM".
           05 FILLER PIC X(12)  VALUE "TO".
           05 FILLER PIC X(15)  VALUE "INSURABLE GROSS".
           05 FILLER PIC X(33)  VALUE SPACE.

       01  NOTIFICATION-LIST-LINE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-FAMILIE        PIC X(30).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-REASON-CODE    PIC X(2).
           05 FILLER PIC X(6)   VALUE SPACE.
           05 RL-REASON-TEXT    PIC X(10).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-FROM-DATE      PIC X(10).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-TO-DATE        PIC X(10).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(34)  VALUE SPACE.

       01  COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 CL-COUNT          PIC ZZZZ9.
           05 FILLER PIC X(97)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           PERFORM PROCESS-NOTIFICATIONS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT LEAVER-FILE.
           IF LEAVER-FILE-STATUS = "35"
               MOVE "Y" TO LEAVER-FILE-MISSING.
           OPEN INPUT YTD-FILE.
           IF YTD-FILE-STATUS = "35"
               MOVE "Y" TO YTD-FILE-MISSING.
           OPEN INPUT PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO REGISTER-FILE-MISSING.
           OPEN INPUT PENSION-CONTRACT-FILE.
           IF PENSION-CONTRACT-FILE-STATUS = "35"
               MOVE "Y" TO PENSION-FILE-MISSING.
           PERFORM OPEN-SI-NOTIFICATION-FILE.
           OPEN OUTPUT NOTIFICATION-FILE.
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
           PERFORM ENTER-PAY-PERIOD.
           PERFORM WRITE-REPORT-TITLE.

      ******************************************************************
      *    The notification log is created by the first run - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-SI-NOTIFICATION-FILE.
           OPEN I-O SI-NOTIFICATION-FILE.
           IF SI-NOTIFICATION-FILE-STATUS = "35"
               OPEN OUTPUT SI-NOTIFICATION-FILE
               CLOSE SI-NOTIFICATION-FILE
               OPEN I-O SI-NOTIFICATION-FILE.

       CLOSING-PROCEDURE.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM WRITE-REPORT-COUNTS.
           CLOSE ARBEITER-FILE.
           IF LEAVER-FILE-MISSING NOT = "Y"
               CLOSE LEAVER-FILE.
           IF YTD-FILE-MISSING NOT = "Y"
               CLOSE YTD-FILE.
           IF REGISTER-FILE-MISSING NOT = "Y"
               CLOSE PAY-REGISTER-FILE.
           IF PENSION-FILE-MISSING NOT = "Y"
               CLOSE PENSION-CONTRACT-FILE.
           CLOSE SI-NOTIFICATION-FILE.
           CLOSE NOTIFICATION-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PAY PERIOD:             " PAY-PERIOD.
           DISPLAY "STARTS REPORTED:        " START-COUNT.
           DISPLAY "ENDS REPORTED:          " END-COUNT.
           DISPLAY "ANNUAL REPORTS:         " ANNUAL-COUNT.
           DISPLAY "CANCELLATIONS:          " CANCEL-COUNT.
           DISPLAY "NOTIFICATIONS WRITTEN:  " NOTIFICATION-COUNT.
           IF ALREADY-REPORTED-COUNT > ZERO
               DISPLAY ALREADY-REPORTED-COUNT " CASE(S) ALREADY ON "
                   "THE NOTIFICATION LOG - NOT REPORTED AGAIN".
           IF NO-MASTER-COUNT > ZERO
               DISPLAY NO-MASTER-COUNT " LEAVER LINE(S) WITH NO "
                   "WORKER ON FILE - NOT REPORTED".
           IF YTD-FILE-MISSING = "Y"
               DISPLAY "YTD-FILE NOT ON DISK - LEAVERS REPORTED "
                   "WITH ZERO GROSS".
           IF REGISTER-FILE-MISSING = "Y"
               DISPLAY "NO PAY REGISTER ON DISK - STARTS REPORTED "
                   "WITH ZERO GROSS".

      ******************************************************************
      *    Pay period entry - YYYY-MM, same check as PAYROLL-RUN.
      ******************************************************************
       ENTER-PAY-PERIOD.
           PERFORM ACCEPT-PAY-PERIOD.
           PERFORM RE-ACCEPT-PAY-PERIOD
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-PAY-PERIOD.
           DISPLAY "ENTER PAY PERIOD TO NOTIFY IN FORMAT YYYY-MM".
           ACCEPT PAY-PERIOD.
           PERFORM VALIDATE-PAY-PERIOD.

       RE-ACCEPT-PAY-PERIOD.
           PERFORM ACCEPT-PAY-PERIOD.

       VALIDATE-PAY-PERIOD.
           MOVE "Y" TO PERIOD-VALID.
           IF PAY-PERIOD(5:1) NOT = "-" OR
               PAY-PERIOD(1:4) IS NOT NUMERIC OR
               PAY-PERIOD(6:2) IS NOT NUMERIC
               MOVE "N" TO PERIOD-VALID
               DISPLAY "PERIOD MUST BE IN FORMAT YYYY-MM"
           ELSE
               MOVE PAY-PERIOD(6:2) TO PERIOD-MONTH
               IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
                   MOVE "N" TO PERIOD-VALID
                   DISPLAY "MONTH MUST BE 01-12".

      ******************************************************************
      *    Corrections first, so a reversed leaver is cancelled
      *    before anything new goes out; then the leavers, so a
      *    same-month rehire is settled before the starters pass
      *    sees the new hire date; then starters and annual cases
      *    off the master.
      ******************************************************************
       PROCESS-NOTIFICATIONS.
           PERFORM CANCEL-REVERSED-LEAVERS.
           IF LEAVER-FILE-MISSING NOT = "Y"
               PERFORM REPORT-PERIOD-LEAVERS.
           PERFORM REPORT-STARTS-AND-ANNUALS.

      ******************************************************************
      *    One pass over the log. Any reported end notice whose
      *    worker is active again with a hire date in or before the
      *    month of leaving is cancelled. The keyed reads and writes
      *    in between lose the log's position, so the pass picks up
      *    again from the saved key.
      ******************************************************************
       CANCEL-REVERSED-LEAVERS.
           MOVE LOW-VALUES TO SN-NOTIFICATION-KEY.
           MOVE "N" TO LOG-AT-END.
           START SI-NOTIFICATION-FILE
               KEY IS NOT LESS THAN SN-NOTIFICATION-KEY
               INVALID KEY
               MOVE "Y" TO LOG-AT-END.
           IF LOG-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOG-RECORD
               PERFORM CHECK-ONE-LOGGED-CASE
                   UNTIL LOG-AT-END = "Y".

       CHECK-ONE-LOGGED-CASE.
           MOVE SN-NOTIFICATION-KEY TO SAVE-NOTIFICATION-KEY.
           IF SN-IS-END AND SN-IS-REPORTED
               PERFORM CHECK-LEAVER-STILL-GONE.
           MOVE SAVE-NOTIFICATION-KEY TO SN-NOTIFICATION-KEY.
           START SI-NOTIFICATION-FILE
               KEY IS GREATER THAN SN-NOTIFICATION-KEY
               INVALID KEY
               MOVE "Y" TO LOG-AT-END.
           IF LOG-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOG-RECORD.

       CHECK-LEAVER-STILL-GONE.
           MOVE SN-ARBEITER-ID TO ARBEITER-ID.
           PERFORM READ-ARBEITER-RECORD.
           IF ARBEITER-FOUND = "Y"
               MOVE SN-EVENT-DATE TO LEAVING-DATE
               PERFORM CHECK-EMPLOYMENT-RAN-ON
               IF EMPLOYMENT-RAN-ON = "Y"
                   PERFORM CANCEL-END-NOTICE
               END-IF
           END-IF.

      ******************************************************************
      *    Active again, hired back no later than the month of
      *    leaving - as far as the carrier is concerned the
      *    employment never stopped. LEAVING-DATE is set by the
      *    caller.
      ******************************************************************
       CHECK-EMPLOYMENT-RAN-ON.
           MOVE "N" TO EMPLOYMENT-RAN-ON.
           IF ARBEITER-IS-ACTIVE AND
               EINSTELL-DATUM(1:7) NOT > LEAVING-DATE(1:7)
               MOVE "Y" TO EMPLOYMENT-RAN-ON.

       CANCEL-END-NOTICE.
           MOVE SN-ARBEITER-ID     TO NOTIFY-ARBEITER-ID.
           MOVE SN-REASON-CODE     TO NOTIFY-REASON-CODE.
           MOVE "S"                TO NOTIFY-CANCEL-FLAG.
           MOVE SN-EVENT-DATE      TO NOTIFY-EVENT-DATE.
           MOVE SN-INSURABLE-GROSS TO NOTIFY-GROSS.
           MOVE SN-FROM-DATE       TO NOTIFY-FROM-DATE.
           MOVE SN-TO-DATE         TO NOTIFY-TO-DATE.
           MOVE FAMILIE            TO NOTIFY-FAMILIE.
           MOVE "CANCEL END"       TO NOTIFY-REASON-TEXT.
           MOVE "X" TO SN-STATUS.
           REWRITE SI-NOTIFICATION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING NOTIFICATION LOG FOR "
                   SN-ARBEITER-ID.
           PERFORM WRITE-NOTIFICATION-LINES.
           ADD 1 TO CANCEL-COUNT.
           PERFORM SUPPRESS-RESTART.

      ******************************************************************
      *    The hire date the worker came back on is logged as never
      *    to be reported, so the starters pass leaves it alone.
      ******************************************************************
       SUPPRESS-RESTART.
           MOVE ARBEITER-ID    TO SN-ARBEITER-ID.
           MOVE "10"           TO SN-REASON-CODE.
           MOVE EINSTELL-DATUM TO SN-EVENT-DATE.
           PERFORM LOOK-UP-LOGGED-CASE.
           IF CASE-ON-LOG NOT = "Y"
               MOVE ZERO           TO SN-INSURABLE-GROSS
               MOVE EINSTELL-DATUM TO SN-FROM-DATE
               MOVE SPACE          TO SN-TO-DATE
               MOVE "S"            TO SN-STATUS
               PERFORM WRITE-LOG-RECORD.

      ******************************************************************
      *    Leavers - every LEAVER-FILE line whose final date falls in
      *    the period. The insurable gross is the leaving year's
      *    YTD-FILE gross, reported from the later of the hire date
      *    and the 1st of January.
      ******************************************************************
       REPORT-PERIOD-LEAVERS.
           PERFORM READ-NEXT-LEAVER-RECORD.
           PERFORM REPORT-ONE-LEAVER-IF-DUE
               UNTIL LEAVER-FILE-AT-END = "Y".

       REPORT-ONE-LEAVER-IF-DUE.
           IF LV-FINAL-DATE(1:7) = PAY-PERIOD
               PERFORM REPORT-ONE-LEAVER.
           PERFORM READ-NEXT-LEAVER-RECORD.

       REPORT-ONE-LEAVER.
           MOVE LV-ARBEITER-ID TO ARBEITER-ID.
           PERFORM READ-ARBEITER-RECORD.
           IF ARBEITER-FOUND NOT = "Y"
               ADD 1 TO NO-MASTER-COUNT
           ELSE
               PERFORM BUILD-LEAVER-CASE
               MOVE LV-FINAL-DATE TO LEAVING-DATE
               PERFORM CHECK-EMPLOYMENT-RAN-ON
               IF EMPLOYMENT-RAN-ON = "Y"
                   PERFORM LOG-LEAVER-AS-SUPPRESSED
               ELSE
                   PERFORM REPORT-ONE-CASE
               END-IF
           END-IF.

       BUILD-LEAVER-CASE.
           MOVE ARBEITER-ID    TO NOTIFY-ARBEITER-ID.
           MOVE "30"           TO NOTIFY-REASON-CODE.
           MOVE SPACE          TO NOTIFY-CANCEL-FLAG.
           MOVE LV-FINAL-DATE  TO NOTIFY-EVENT-DATE.
           MOVE LV-FINAL-DATE  TO NOTIFY-TO-DATE.
           MOVE FAMILIE        TO NOTIFY-FAMILIE.
           MOVE "END"          TO NOTIFY-REASON-TEXT.
           MOVE LV-FINAL-DATE(1:4) TO YT-YEAR.
           PERFORM SET-YEAR-FROM-DATE.
           PERFORM LOOK-UP-YTD-GROSS.

      ******************************************************************
      *    A leaver already back at work unbroken is logged but not
      *    reported - end and restart both - so neither turns up in
      *    a later run.
      ******************************************************************
       LOG-LEAVER-AS-SUPPRESSED.
           MOVE NOTIFY-ARBEITER-ID TO SN-ARBEITER-ID.
           MOVE NOTIFY-REASON-CODE TO SN-REASON-CODE.
           MOVE NOTIFY-EVENT-DATE  TO SN-EVENT-DATE.
           PERFORM LOOK-UP-LOGGED-CASE.
           IF CASE-ON-LOG = "Y"
               ADD 1 TO ALREADY-REPORTED-COUNT
           ELSE
               MOVE NOTIFY-GROSS     TO SN-INSURABLE-GROSS
               MOVE NOTIFY-FROM-DATE TO SN-FROM-DATE
               MOVE NOTIFY-TO-DATE   TO SN-TO-DATE
               MOVE "S"              TO SN-STATUS
               PERFORM WRITE-LOG-RECORD
               PERFORM SUPPRESS-RESTART.

      ******************************************************************
      *    Starters and annual cases - one pass over the master.
      *    A worker hired in the period is a start whatever the
      *    status now (a start and end in the same month are both
      *    reported); a pending worker has not started yet.
      ******************************************************************
       REPORT-STARTS-AND-ANNUALS.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM CHECK-ONE-ARBEITER
                   UNTIL ARBEITER-FILE-AT-END = "Y".

       CHECK-ONE-ARBEITER.
           IF NOT ARBEITER-IS-PENDING AND
               EINSTELL-DATUM(1:7) = PAY-PERIOD
               PERFORM REPORT-ONE-START.
           IF PERIOD-MONTH = 12 AND ARBEITER-IS-ACTIVE
               PERFORM REPORT-ONE-ANNUAL-IF-PAID.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       REPORT-ONE-START.
           MOVE ARBEITER-ID    TO NOTIFY-ARBEITER-ID.
           MOVE "10"           TO NOTIFY-REASON-CODE.
           MOVE SPACE          TO NOTIFY-CANCEL-FLAG.
           MOVE EINSTELL-DATUM TO NOTIFY-EVENT-DATE.
           MOVE EINSTELL-DATUM TO NOTIFY-FROM-DATE.
           MOVE SPACE          TO NOTIFY-TO-DATE.
           MOVE FAMILIE        TO NOTIFY-FAMILIE.
           MOVE "START"        TO NOTIFY-REASON-TEXT.
           PERFORM SUM-PERIOD-GROSS.
           PERFORM READ-PENSION-CONTRACT.
           IF CONTRACT-FOUND = "Y" AND PN-LAST-PERIOD = PAY-PERIOD
               SUBTRACT PN-LAST-CONVERSION FROM PERIOD-GROSS.
           IF PERIOD-GROSS > ZERO
               MOVE PERIOD-GROSS TO NOTIFY-GROSS
           ELSE
               MOVE ZERO TO NOTIFY-GROSS.
           PERFORM REPORT-ONE-CASE.

       REPORT-ONE-ANNUAL-IF-PAID.
           MOVE PAY-PERIOD(1:4) TO YT-YEAR.
           PERFORM LOOK-UP-YTD-GROSS.
           IF YTD-FOUND = "Y"
               MOVE ARBEITER-ID    TO NOTIFY-ARBEITER-ID
               MOVE "50"           TO NOTIFY-REASON-CODE
               MOVE SPACE          TO NOTIFY-CANCEL-FLAG
               MOVE SPACE          TO NOTIFY-EVENT-DATE
               STRING
                   PAY-PERIOD(1:4) DELIMITED BY SIZE
                   "-12-31"        DELIMITED BY SIZE
                   INTO NOTIFY-EVENT-DATE
               END-STRING
               MOVE NOTIFY-EVENT-DATE TO NOTIFY-TO-DATE
               MOVE FAMILIE        TO NOTIFY-FAMILIE
               MOVE "ANNUAL"       TO NOTIFY-REASON-TEXT
               PERFORM SET-YEAR-FROM-DATE
               PERFORM REPORT-ONE-CASE.

      ******************************************************************
      *    The reported employment starts at the later of the hire
      *    date and the 1st of January of YT-YEAR.
      ******************************************************************
       SET-YEAR-FROM-DATE.
           MOVE SPACE TO YEAR-START-DATE.
           STRING
               YT-YEAR  DELIMITED BY SIZE
               "-01-01" DELIMITED BY SIZE
               INTO YEAR-START-DATE.
           IF EINSTELL-DATUM > YEAR-START-DATE
               MOVE EINSTELL-DATUM TO NOTIFY-FROM-DATE
           ELSE
               MOVE YEAR-START-DATE TO NOTIFY-FROM-DATE.

      ******************************************************************
      *    YT-YEAR is set by the caller. No YTD record means nothing
      *    was paid that year and the gross goes out as zero.
      ******************************************************************
       LOOK-UP-YTD-GROSS.
           MOVE ZERO TO NOTIFY-GROSS.
           MOVE "N" TO YTD-FOUND.
           IF YTD-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO YT-ARBEITER-ID
               MOVE "Y" TO YTD-FOUND
               READ YTD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO YTD-FOUND
               END-READ
               IF YTD-FOUND = "Y"
                   COMPUTE NOTIFY-GROSS =
                       YT-GROSS + YT-BENEFIT-IN-KIND
                   PERFORM LESS-YEAR-CONVERSION
               END-IF
           END-IF.

      ******************************************************************
      *    The year's pension salary conversion is not insurable -
      *    the contract carries it for the calendar year in PN-YEAR.
      ******************************************************************
       LESS-YEAR-CONVERSION.
           PERFORM READ-PENSION-CONTRACT.
           IF CONTRACT-FOUND = "Y" AND PN-YEAR = YT-YEAR
               IF PN-YEAR-CONVERSION < NOTIFY-GROSS
                   SUBTRACT PN-YEAR-CONVERSION FROM NOTIFY-GROSS
               ELSE
                   MOVE ZERO TO NOTIFY-GROSS.

       READ-PENSION-CONTRACT.
           MOVE "N" TO CONTRACT-FOUND.
           IF PENSION-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO PN-ARBEITER-ID
               MOVE "Y" TO CONTRACT-FOUND
               READ PENSION-CONTRACT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO CONTRACT-FOUND
               END-READ.

      ******************************************************************
      *    The period's gross for one worker - every register entry
      *    under the worker, reversals and corrections netting out.
      ******************************************************************
       SUM-PERIOD-GROSS.
           MOVE ZERO TO PERIOD-GROSS.
           IF REGISTER-FILE-MISSING NOT = "Y"
               MOVE PAY-PERIOD  TO PR-PERIOD
               MOVE ARBEITER-ID TO PR-ARBEITER-ID
               MOVE ZERO        TO PR-ENTRY-SEQ
               MOVE "N" TO REGISTER-AT-END
               START PAY-REGISTER-FILE
                   KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
                   INVALID KEY
                   MOVE "Y" TO REGISTER-AT-END
               END-START
               IF REGISTER-AT-END NOT = "Y"
                   PERFORM READ-NEXT-REGISTER-RECORD
                   PERFORM ADD-ONE-REGISTER-GROSS
                       UNTIL REGISTER-AT-END = "Y"
               END-IF
           END-IF.

       ADD-ONE-REGISTER-GROSS.
           IF PR-PERIOD NOT = PAY-PERIOD OR
               PR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               ADD PR-GROSS-PAY TO PERIOD-GROSS
               ADD PR-BENEFIT-IN-KIND TO PERIOD-GROSS
               PERFORM READ-NEXT-REGISTER-RECORD.

      ******************************************************************
      *    Every new case goes through here - skipped when the log
      *    already has it, otherwise logged and written out.
      ******************************************************************
       REPORT-ONE-CASE.
           MOVE NOTIFY-ARBEITER-ID TO SN-ARBEITER-ID.
           MOVE NOTIFY-REASON-CODE TO SN-REASON-CODE.
           MOVE NOTIFY-EVENT-DATE  TO SN-EVENT-DATE.
           PERFORM LOOK-UP-LOGGED-CASE.
           IF CASE-ON-LOG = "Y"
               ADD 1 TO ALREADY-REPORTED-COUNT
           ELSE
               MOVE NOTIFY-GROSS     TO SN-INSURABLE-GROSS
               MOVE NOTIFY-FROM-DATE TO SN-FROM-DATE
               MOVE NOTIFY-TO-DATE   TO SN-TO-DATE
               MOVE "R"              TO SN-STATUS
               PERFORM WRITE-LOG-RECORD
               PERFORM WRITE-NOTIFICATION-LINES
               PERFORM COUNT-ONE-CASE.

       COUNT-ONE-CASE.
           IF NOTIFY-REASON-CODE = "10"
               ADD 1 TO START-COUNT
           ELSE
           IF NOTIFY-REASON-CODE = "30"
               ADD 1 TO END-COUNT
           ELSE
               ADD 1 TO ANNUAL-COUNT.

      ******************************************************************
      *    SN-NOTIFICATION-KEY is set by the caller.
      ******************************************************************
       LOOK-UP-LOGGED-CASE.
           MOVE "Y" TO CASE-ON-LOG.
           READ SI-NOTIFICATION-FILE RECORD
               INVALID KEY
               MOVE "N" TO CASE-ON-LOG.

       WRITE-LOG-RECORD.
           MOVE PAY-PERIOD       TO SN-PERIOD.
           MOVE TODAY-DATUM-TEXT TO SN-RUN-DATE.
           WRITE SI-NOTIFICATION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING NOTIFICATION LOG FOR "
                   SN-ARBEITER-ID.

       WRITE-NOTIFICATION-LINES.
           MOVE NOTIFY-ARBEITER-ID TO ND-ARBEITER-ID.
           MOVE NOTIFY-REASON-CODE TO ND-REASON-CODE.
           MOVE NOTIFY-CANCEL-FLAG TO ND-CANCEL-FLAG.
           MOVE NOTIFY-FAMILIE     TO ND-FAMILIE.
           MOVE NOTIFY-GROSS       TO ND-INSURABLE-GROSS.
           MOVE NOTIFY-FROM-DATE   TO ND-FROM-DATE.
           MOVE NOTIFY-TO-DATE     TO ND-TO-DATE.
           MOVE NOTIFICATION-DETAIL-LINE TO NOTIFICATION-RECORD.
           WRITE NOTIFICATION-RECORD.
           ADD 1 TO NOTIFICATION-COUNT.
           ADD NOTIFY-GROSS TO NOTIFICATION-TOTAL.
           MOVE NOTIFY-ARBEITER-ID TO RL-ARBEITER-ID.
           MOVE NOTIFY-FAMILIE     TO RL-FAMILIE.
           MOVE NOTIFY-REASON-CODE TO RL-REASON-CODE.
           MOVE NOTIFY-REASON-TEXT TO RL-REASON-TEXT.
           MOVE NOTIFY-FROM-DATE   TO RL-FROM-DATE.
           MOVE NOTIFY-TO-DATE     TO RL-TO-DATE.
           MOVE NOTIFY-GROSS       TO RL-GROSS.
           MOVE NOTIFICATION-LIST-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE NOTIFICATION-COUNT TO NT-NOTIFICATION-COUNT.
           MOVE NOTIFICATION-TOTAL TO NT-NOTIFICATION-TOTAL.
           MOVE PAY-PERIOD TO NT-PERIOD.
           MOVE NOTIFICATION-TRAILER-LINE TO NOTIFICATION-RECORD.
           WRITE NOTIFICATION-RECORD.

      ******************************************************************
      *    Readers
      ******************************************************************
       READ-ARBEITER-RECORD.
           MOVE "Y" TO ARBEITER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO ARBEITER-FOUND.

       READ-NEXT-ARBEITER-RECORD.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

       READ-NEXT-LEAVER-RECORD.
           MOVE "N" TO LEAVER-FILE-AT-END.
           READ LEAVER-FILE
               AT END
               MOVE "Y" TO LEAVER-FILE-AT-END.

       READ-NEXT-REGISTER-RECORD.
           MOVE "N" TO REGISTER-AT-END.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REGISTER-AT-END.

       READ-NEXT-LOG-RECORD.
           MOVE "N" TO LOG-AT-END.
           READ SI-NOTIFICATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOG-AT-END.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
       WRITE-REPORT-TITLE.
           MOVE PAY-PERIOD TO HL-PERIOD.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-REPORT-COUNTS.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "STARTS (10):" TO CL-LABEL.
           MOVE START-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ENDS (30):" TO CL-LABEL.
           MOVE END-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ANNUAL REPORTS (50):" TO CL-LABEL.
           MOVE ANNUAL-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CANCELLATIONS:" TO CL-LABEL.
           MOVE CANCEL-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ALREADY REPORTED, SKIPPED:" TO CL-LABEL.
           MOVE ALREADY-REPORTED-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       END PROGRAM EXPORT-SI-NOTIFICATIONS.
