      ******************************************************************
      *    Monthly Short-Time Work Benefit Claim
      *    Takes a paid period and gathers from that period's
      *    PAY-REGISTER every worker PAYROLL-RUN put on short-time
      *    work - the gross the period would have paid (target),
      *    the gross actually paid for the hours worked (actual,
      *    the target less the short-time reduction) and the
      *    short-time allowance advanced - netting reversal and
      *    correction entries the same way EXPORT-WAGE-TAX-RETURN
      *    does, the amounts being signed. Writes SHORT-TIME-CLAIM,
      *    one line per worker, closed by the same TRAILER,count,
      *    total line the other CSV extracts carry (the total being
      *    the allowance claimed, followed by the target and actual
      *    totals) so CHECK-EXTRACT verifies it, and prints the
      *    SHORT-TIME-CLAIM-LIST in the employment agency's layout -
      *    one line per worker with the department, the percentage
      *    of hours lost, target and actual gross, the benefit rate
      *    (1 - 67 percent with children, 2 - 60 percent) and the
      *    allowance, then the totals the claim form is typed from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-SHORT-TIME-CLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-pay-register.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-tax-card.cbl".
           SELECT CSV-FILE ASSIGN TO "SHORT-TIME-CLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SHORT-TIME-CLAIM-LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-pay-register.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-tax-card.cbl".

       FD  CSV-FILE.
       01  CSV-RECORD PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  PAY-REGISTER-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  TAX-CARD-FILE-STATUS  PIC XX.
       77  CSV-FILE-STATUS       PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  REGISTER-FILE-MISSING PIC X VALUE "N".
       77  TAX-CARD-FILE-MISSING PIC X VALUE "N".
       77  TAX-CARD-FOUND        PIC X.
       77  WORKER-FOUND          PIC X.
       77  REGISTER-AT-END       PIC X.
       77  PERIOD-HAS-RECORDS    PIC X.
       77  PAY-PERIOD            PIC X(7).
       77  PERIOD-VALID          PIC X.
       77  PERIOD-MONTH          PIC 99.
       77  CURRENT-ARBEITER-ID   PIC 9(6).
       77  CURRENT-ABTEILUNG-ID  PIC 9(4).
       77  WORKER-TARGET         PIC S9(9)V99.
       77  WORKER-REDUCTION      PIC S9(9)V99.
       77  WORKER-ACTUAL         PIC S9(9)V99.
       77  WORKER-ALLOWANCE      PIC S9(9)V99.
       77  WORKER-LOSS-PERCENT   PIC 9(3).
       77  WORKER-RATE-CODE      PIC 9.
       77  CSV-LINE-COUNT        PIC 9(6) VALUE ZERO.
       77  CSV-TOTAL             PIC S9(11)V99 VALUE ZERO.
       77  TARGET-TOTAL          PIC S9(11)V99 VALUE ZERO.
       77  ACTUAL-TOTAL          PIC S9(11)V99 VALUE ZERO.
       77  CSV-TARGET            PIC Z(8)9.99-.
       77  CSV-ACTUAL            PIC Z(8)9.99-.
       77  CSV-AMOUNT            PIC Z(8)9.99-.
       77  TRAILER-AMOUNT-EDIT   PIC Z(10)9.99-.
       77  TRAILER-TARGET-EDIT   PIC Z(10)9.99-.
       77  TRAILER-ACTUAL-EDIT   PIC Z(10)9.99-.

       77  CSV-HEADER            PIC X(60) VALUE
           "ARBEITER-ID,ABTEILUNG-ID,PERIOD,TARGET,ACTUAL,ALLOWANCE".

       01  HEADER-LINE-1.
           05 FILLER PIC X(44)  VALUE
               "SHORT-TIME WORK BENEFIT CLAIM LIST - PERIOD ".
           05 HL-PERIOD         PIC X(7).
           05 FILLER PIC X(81)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)   VALUE "ARBEITER".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(30)  VALUE "NAME".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(4)   VALUE "ABT.".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(4)   VALUE "LOST".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(14)  VALUE "  TARGET GROSS".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(14)  VALUE "  ACTUAL GROSS".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(4)   VALUE "RATE".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(14)  VALUE "     ALLOWANCE".
           05 FILLER PIC X(26)  VALUE SPACE.

       01  DETAIL-LINE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(4)   VALUE SPACE.
           05 RL-FAMILIE        PIC X(30).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-LOSS-PERCENT   PIC ZZ9.
           05 FILLER PIC X(1)   VALUE "%".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-TARGET         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ACTUAL         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(5)   VALUE SPACE.
           05 RL-RATE-CODE      PIC 9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ALLOWANCE      PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(26)  VALUE SPACE.

       01  TOTAL-LINE.
           05 FILLER PIC X(10)  VALUE "TOTAL".
           05 TL-WORKERS        PIC ZZZZZ9.
           05 FILLER PIC X(10)  VALUE " WORKER(S)".
           05 FILLER PIC X(27)  VALUE SPACE.
           05 TL-TARGET         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 TL-ACTUAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(7)   VALUE SPACE.
           05 TL-ALLOWANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(26)  VALUE SPACE.

       01  RATE-NOTE-LINE.
           05 FILLER PIC X(37)  VALUE
               "RATE 1 - 67 PERCENT (WITH CHILDREN), ".
           05 FILLER PIC X(20)  VALUE "RATE 2 - 60 PERCENT".
           05 FILLER PIC X(75)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF REGISTER-FILE-MISSING = "Y"
               DISPLAY "NO PAY REGISTER ON DISK - NOTHING TO CLAIM"
           ELSE
               PERFORM PROCESS-CLAIM.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO REGISTER-FILE-MISSING.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               MOVE "Y" TO TAX-CARD-FILE-MISSING.
           OPEN OUTPUT CSV-FILE.
           MOVE CSV-HEADER TO CSV-RECORD.
           WRITE CSV-RECORD.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ENTER-PAY-PERIOD.
           PERFORM WRITE-REPORT-TITLE.

       CLOSING-PROCEDURE.
           PERFORM WRITE-CSV-TRAILER.
           IF REGISTER-FILE-MISSING NOT = "Y"
               CLOSE PAY-REGISTER-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               CLOSE TAX-CARD-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE CSV-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PAY PERIOD:         " PAY-PERIOD.
           DISPLAY "WORKERS CLAIMED:    " CSV-LINE-COUNT.
           DISPLAY "TARGET GROSS:       " TARGET-TOTAL.
           DISPLAY "ACTUAL GROSS:       " ACTUAL-TOTAL.
           DISPLAY "ALLOWANCE CLAIMED:  " CSV-TOTAL.

      ******************************************************************
      *    Pay period entry - YYYY-MM, same check as PAYROLL-RUN.
      ******************************************************************
       ENTER-PAY-PERIOD.
           PERFORM ACCEPT-PAY-PERIOD.
           PERFORM RE-ACCEPT-PAY-PERIOD
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-PAY-PERIOD.
           DISPLAY "ENTER PAY PERIOD OF THE CLAIM IN FORMAT YYYY-MM".
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

       PROCESS-CLAIM.
           PERFORM SUM-PERIOD-SHORT-TIME.
           IF PERIOD-HAS-RECORDS = "N"
               DISPLAY "NO PAY REGISTER RECORDS FOR PERIOD "
                   PAY-PERIOD
               DISPLAY "HAS PAYROLL-RUN BEEN RUN FOR THIS PERIOD?".
           PERFORM WRITE-LIST-TOTALS.

      ******************************************************************
      *    One pass over the period's register entries. A worker's
      *    entries are consecutive in the key, so the worker's
      *    amounts are gathered across all their entries and
      *    finished off when the next worker (or the end of the
      *    period) comes up - a worker reversed to zero is then
      *    neither listed nor claimed for.
      ******************************************************************
       SUM-PERIOD-SHORT-TIME.
           MOVE "N" TO PERIOD-HAS-RECORDS.
           MOVE "N" TO REGISTER-AT-END.
           MOVE ZERO TO CURRENT-ARBEITER-ID.
           PERFORM START-NEXT-WORKER.
           MOVE PAY-PERIOD TO PR-PERIOD.
           MOVE ZERO TO PR-ARBEITER-ID.
           MOVE ZERO TO PR-ENTRY-SEQ.
           START PAY-REGISTER-FILE
               KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-AT-END.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD
               PERFORM SUM-ONE-IF-IN-PERIOD
                   UNTIL REGISTER-AT-END = "Y".
           IF PERIOD-HAS-RECORDS = "Y"
               PERFORM FINISH-ONE-WORKER.

       SUM-ONE-IF-IN-PERIOD.
           IF PR-PERIOD NOT = PAY-PERIOD
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               IF PERIOD-HAS-RECORDS = "Y" AND
                   PR-ARBEITER-ID NOT = CURRENT-ARBEITER-ID
                   PERFORM FINISH-ONE-WORKER
               END-IF
               MOVE "Y" TO PERIOD-HAS-RECORDS
               MOVE PR-ARBEITER-ID TO CURRENT-ARBEITER-ID
               MOVE PR-ABTEILUNG-ID TO CURRENT-ABTEILUNG-ID
               ADD PR-SHORT-TIME-TARGET TO WORKER-TARGET
               ADD PR-SHORT-TIME-REDUCTION TO WORKER-REDUCTION
               ADD PR-SHORT-TIME-ALLOWANCE TO WORKER-ALLOWANCE.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD.

      ******************************************************************
      *    A worker with short-time work left after netting is
      *    listed and claimed for. The percentage lost is worked
      *    back from the register amounts, so it is the one the
      *    period was really paid at.
      ******************************************************************
       FINISH-ONE-WORKER.
           IF WORKER-TARGET NOT = ZERO OR WORKER-ALLOWANCE NOT = ZERO
               COMPUTE WORKER-ACTUAL =
                   WORKER-TARGET + WORKER-REDUCTION
               MOVE ZERO TO WORKER-LOSS-PERCENT
               IF WORKER-TARGET > ZERO
                   COMPUTE WORKER-LOSS-PERCENT ROUNDED =
                       (ZERO - WORKER-REDUCTION) * 100
                       / WORKER-TARGET
               END-IF
               PERFORM FIND-WORKER-RATE-CODE
               PERFORM WRITE-CLAIM-LINE
               PERFORM WRITE-WORKER-LINE
               ADD 1 TO CSV-LINE-COUNT
               ADD WORKER-ALLOWANCE TO CSV-TOTAL
               ADD WORKER-TARGET TO TARGET-TOTAL
               ADD WORKER-ACTUAL TO ACTUAL-TOTAL.
           PERFORM START-NEXT-WORKER.

       START-NEXT-WORKER.
           MOVE ZERO TO WORKER-TARGET.
           MOVE ZERO TO WORKER-REDUCTION.
           MOVE ZERO TO WORKER-ALLOWANCE.

      ******************************************************************
      *    Rate 1 (67 percent) needs a child allowance on the tax
      *    card - the same test PAYROLL-RUN applies.
      ******************************************************************
       FIND-WORKER-RATE-CODE.
           MOVE 2 TO WORKER-RATE-CODE.
           MOVE "N" TO TAX-CARD-FOUND.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               MOVE CURRENT-ARBEITER-ID TO TC-ARBEITER-ID
               MOVE "Y" TO TAX-CARD-FOUND
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO TAX-CARD-FOUND
               END-READ.
           IF TAX-CARD-FOUND = "Y" AND TC-CHILD-ALLOWANCE > ZERO
               MOVE 1 TO WORKER-RATE-CODE.

       WRITE-CLAIM-LINE.
           MOVE WORKER-TARGET TO CSV-TARGET.
           MOVE WORKER-ACTUAL TO CSV-ACTUAL.
           MOVE WORKER-ALLOWANCE TO CSV-AMOUNT.
           MOVE SPACE TO CSV-RECORD.
           STRING
               CURRENT-ARBEITER-ID  DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               CURRENT-ABTEILUNG-ID DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               PAY-PERIOD           DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               CSV-TARGET           DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               CSV-ACTUAL           DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               CSV-AMOUNT           DELIMITED BY SIZE
               INTO CSV-RECORD.
           WRITE CSV-RECORD.

       WRITE-WORKER-LINE.
           MOVE CURRENT-ARBEITER-ID TO RL-ARBEITER-ID.
           MOVE CURRENT-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y"
               MOVE FAMILIE TO RL-FAMILIE
           ELSE
               MOVE "** NOT ON FILE **" TO RL-FAMILIE.
           MOVE CURRENT-ABTEILUNG-ID TO RL-ABTEILUNG-ID.
           MOVE WORKER-LOSS-PERCENT TO RL-LOSS-PERCENT.
           MOVE WORKER-TARGET TO RL-TARGET.
           MOVE WORKER-ACTUAL TO RL-ACTUAL.
           MOVE WORKER-RATE-CODE TO RL-RATE-CODE.
           MOVE WORKER-ALLOWANCE TO RL-ALLOWANCE.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       READ-NEXT-REGISTER-RECORD.
           MOVE "N" TO REGISTER-AT-END.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REGISTER-AT-END.

      ******************************************************************
      *    Control-total trailer - line count and the allowance
      *    claimed, then the target and actual gross totals.
      *    CHECK-EXTRACT re-reads the file and compares.
      ******************************************************************
       WRITE-CSV-TRAILER.
           MOVE CSV-TOTAL TO TRAILER-AMOUNT-EDIT.
           MOVE TARGET-TOTAL TO TRAILER-TARGET-EDIT.
           MOVE ACTUAL-TOTAL TO TRAILER-ACTUAL-EDIT.
           MOVE SPACE TO CSV-RECORD.
           STRING
               "TRAILER,"          DELIMITED BY SIZE
               CSV-LINE-COUNT      DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               TRAILER-AMOUNT-EDIT DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               TRAILER-TARGET-EDIT DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               TRAILER-ACTUAL-EDIT DELIMITED BY SIZE
               INTO CSV-RECORD.
           WRITE CSV-RECORD.

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

       WRITE-LIST-TOTALS.
           MOVE CSV-LINE-COUNT TO TL-WORKERS.
           MOVE TARGET-TOTAL TO TL-TARGET.
           MOVE ACTUAL-TOTAL TO TL-ACTUAL.
           MOVE CSV-TOTAL TO TL-ALLOWANCE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RATE-NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       END PROGRAM EXPORT-SHORT-TIME-CLAIM.
