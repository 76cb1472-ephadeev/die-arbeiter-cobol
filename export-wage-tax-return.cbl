      ******************************************************************
      *    Monthly Wage-Tax Return Extract
      *    Takes a paid period and totals what that period's
      *    PAY-REGISTER withheld under the DEDUCTION-TABLE's tax
      *    rows - wage tax ("L"), solidarity surcharge ("S") and
      *    church tax ("K") - netting reversal and correction
      *    entries the same way EXPORT-REMITTANCE does, the amounts
      *    being signed. Writes WAGE-TAX-RETURN, one line per tax
      *    kind with the number of workers taxed and the amount,
      *    closed by the same TRAILER,count,total line the other
      *    CSV extracts carry so CHECK-EXTRACT verifies it, and
      *    prints the WAGE-TAX-PROOF report - one line per worker
      *    with the tax ID and class off the TAX-CARD-FILE, then
      *    the three totals the return is typed from. The taxable
      *    gross is the register gross plus the benefits in kind
      *    taxed with it, less the pension salary conversion ("V"
      *    row) taken before tax.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-WAGE-TAX-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-pay-register.cbl".
           COPY "select-deduction.cbl".
           COPY "select-tax-card.cbl".
           SELECT CSV-FILE ASSIGN TO "WAGE-TAX-RETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WAGE-TAX-PROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-pay-register.cbl".
           COPY "fd-deduction.cbl".
           COPY "fd-tax-card.cbl".

       FD  CSV-FILE.
       01  CSV-RECORD PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  PAY-REGISTER-FILE-STATUS PIC XX.
       77  DEDUCTION-FILE-STATUS PIC XX.
       77  TAX-CARD-FILE-STATUS  PIC XX.
       77  CSV-FILE-STATUS       PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  REGISTER-FILE-MISSING PIC X VALUE "N".
       77  TAX-CARD-FILE-MISSING PIC X VALUE "N".
       77  TAX-CARD-FOUND        PIC X.
       77  REGISTER-AT-END       PIC X.
       77  PERIOD-HAS-RECORDS    PIC X.
       77  PAY-PERIOD            PIC X(7).
       77  PERIOD-VALID          PIC X.
       77  PERIOD-MONTH          PIC 99.
       77  DED-SUB               PIC 9(2).
       77  KIND-SUB              PIC 9.
       77  THIS-TAX-BASIS        PIC X.
       77  CURRENT-ARBEITER-ID   PIC 9(6).
       77  WORKER-TAXABLE-GROSS  PIC S9(9)V99.
       77  CSV-LINE-COUNT        PIC 9(6) VALUE ZERO.
       77  CSV-TOTAL             PIC S9(11)V99 VALUE ZERO.
       77  CSV-WORKERS           PIC Z(5)9.
       77  CSV-AMOUNT            PIC Z(8)9.99-.
       77  TRAILER-AMOUNT-EDIT   PIC Z(10)9.99-.
       77  WORKERS-LISTED-COUNT  PIC 9(6) VALUE ZERO.
       77  GROSS-TOTAL           PIC S9(11)V99 VALUE ZERO.

      ******************************************************************
      *    The three tax kinds in return order - wage tax, surcharge,
      *    church tax - with the worker's amounts for the entry in
      *    hand and the period totals.
      ******************************************************************
       01  TAX-KIND-NAMES.
           05 FILLER PIC X(21) VALUE "LLOHNSTEUER".
           05 FILLER PIC X(21) VALUE "SSOLIDARITAETSZUSCHL.".
           05 FILLER PIC X(21) VALUE "KKIRCHENSTEUER".
       01  TAX-KIND-TABLE REDEFINES TAX-KIND-NAMES.
           05 TAX-KIND-ENTRY OCCURS 3 TIMES.
               10 TK-BASIS       PIC X.
               10 TK-NAME        PIC X(20).

       01  TAX-KIND-TOTALS.
           05 TAX-KIND-TOTAL OCCURS 3 TIMES.
               10 TK-WORKER-AMOUNT PIC S9(9)V99.
               10 TK-WORKER-COUNT  PIC 9(6).
               10 TK-PERIOD-AMOUNT PIC S9(11)V99.

       77  DEDUCTION-FILE-AT-END    PIC X.
       77  AMOUNT-VON-DEDUCTIONS    PIC 9(2) VALUE ZERO.
       01  TABLE-DEDUCTION-RECORD OCCURS 25 TIMES
               INDEXED BY DED-INDEX.
           05 TABLE-DED-CODE         PIC 9(3).
           05 TABLE-DED-BASIS        PIC X.

       77  CSV-HEADER            PIC X(30) VALUE
           "TAX-KIND,PERIOD,WORKERS,AMOUNT".

       01  HEADER-LINE-1.
           05 FILLER PIC X(36)  VALUE
               "WAGE-TAX RETURN PROOF - PERIOD ".
           05 HL-PERIOD         PIC X(7).
           05 FILLER PIC X(89)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)   VALUE "ARBEITER".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(11)  VALUE "TAX ID".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(5)   VALUE "CLASS".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(14)  VALUE "         GROSS".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(14)  VALUE "     WAGE TAX".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(14)  VALUE "    SURCHARGE".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(14)  VALUE "   CHURCH TAX".
           05 FILLER PIC X(40)  VALUE SPACE.

       01  DETAIL-LINE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(4)   VALUE SPACE.
           05 RL-TAX-ID         PIC X(11).
           05 FILLER PIC X(4)   VALUE SPACE.
           05 RL-TAX-CLASS      PIC X.
           05 FILLER PIC X(4)   VALUE SPACE.
           05 RL-GROSS          PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-WAGE-TAX       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-SURCHARGE      PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-CHURCH-TAX     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(40)  VALUE SPACE.

       01  TOTAL-LINE.
           05 FILLER PIC X(8)   VALUE "TOTAL".
           05 FILLER PIC X(21)  VALUE SPACE.
           05 TL-GROSS          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 TL-WAGE-TAX       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 TL-SURCHARGE      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 TL-CHURCH-TAX     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(40)  VALUE SPACE.

       01  RETURN-LINE.
           05 FILLER PIC X(4)   VALUE SPACE.
           05 RT-NAME           PIC X(20).
           05 FILLER PIC X(10)  VALUE "  WORKERS ".
           05 RT-WORKERS        PIC ZZZZZ9.
           05 FILLER PIC X(10)  VALUE "  AMOUNT  ".
           05 RT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(67)  VALUE SPACE.

       01  RETURN-TITLE-LINE.
           05 FILLER PIC X(40)  VALUE
               "TOTALS FOR THE RETURN".
           05 FILLER PIC X(92)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF REGISTER-FILE-MISSING = "Y"
               DISPLAY "NO PAY REGISTER ON DISK - NOTHING TO RETURN"
           ELSE
               PERFORM PROCESS-RETURN.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO REGISTER-FILE-MISSING.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               MOVE "Y" TO TAX-CARD-FILE-MISSING.
           PERFORM LOAD-DEDUCTION-TABLE.
           OPEN OUTPUT CSV-FILE.
           MOVE CSV-HEADER TO CSV-RECORD.
           WRITE CSV-RECORD.
           OPEN OUTPUT REPORT-FILE.
           PERFORM CLEAR-KIND-TOTALS.
           PERFORM ENTER-PAY-PERIOD.
           PERFORM WRITE-REPORT-TITLE.

       CLOSING-PROCEDURE.
           PERFORM WRITE-CSV-TRAILER.
           IF REGISTER-FILE-MISSING NOT = "Y"
               CLOSE PAY-REGISTER-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               CLOSE TAX-CARD-FILE.
           CLOSE CSV-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PAY PERIOD:         " PAY-PERIOD.
           DISPLAY "WORKERS LISTED:     " WORKERS-LISTED-COUNT.
           DISPLAY "RETURN LINES:       " CSV-LINE-COUNT.
           DISPLAY "RETURN TOTAL:       " CSV-TOTAL.

       CLEAR-KIND-TOTALS.
           PERFORM CLEAR-ONE-KIND-TOTAL
               VARYING KIND-SUB FROM 1 BY 1
               UNTIL KIND-SUB > 3.

       CLEAR-ONE-KIND-TOTAL.
           MOVE ZERO TO TK-WORKER-AMOUNT(KIND-SUB).
           MOVE ZERO TO TK-WORKER-COUNT(KIND-SUB).
           MOVE ZERO TO TK-PERIOD-AMOUNT(KIND-SUB).

      ******************************************************************
      *    Deduction codes and their bases - loaded once at startup,
      *    the same load shape as PAYROLL-RUN's LOAD-DEDUCTION-TABLE.
      ******************************************************************
       LOAD-DEDUCTION-TABLE.
           MOVE ZERO TO AMOUNT-VON-DEDUCTIONS.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS = "35"
               DISPLAY "DEDUCTION-TABLE NOT SET UP - NO TAX ROWS "
                   "TO TOTAL"
           ELSE
               MOVE ZERO TO DED-CODE
               START DEDUCTION-FILE KEY IS NOT LESS THAN DED-CODE
                   INVALID KEY
                   MOVE "Y" TO DEDUCTION-FILE-AT-END
               END-START
               IF DEDUCTION-FILE-AT-END NOT = "Y"
                   SET DED-INDEX TO 1
                   PERFORM READ-NEXT-DEDUCTION-FOR-TABLE
                   PERFORM LOAD-ONE-DEDUCTION-RECORD
                       UNTIL DEDUCTION-FILE-AT-END = "Y" OR
                       DED-INDEX > 25
               END-IF
               CLOSE DEDUCTION-FILE.

       LOAD-ONE-DEDUCTION-RECORD.
           MOVE DED-CODE  TO TABLE-DED-CODE(DED-INDEX).
           MOVE DED-BASIS TO TABLE-DED-BASIS(DED-INDEX).
           ADD 1 TO AMOUNT-VON-DEDUCTIONS.
           PERFORM READ-NEXT-DEDUCTION-FOR-TABLE.
           IF DEDUCTION-FILE-AT-END NOT = "Y"
               SET DED-INDEX UP BY 1.

       READ-NEXT-DEDUCTION-FOR-TABLE.
           MOVE "N" TO DEDUCTION-FILE-AT-END.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DEDUCTION-FILE-AT-END.

      ******************************************************************
      *    Pay period entry - YYYY-MM, same check as PAYROLL-RUN.
      ******************************************************************
       ENTER-PAY-PERIOD.
           PERFORM ACCEPT-PAY-PERIOD.
           PERFORM RE-ACCEPT-PAY-PERIOD
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-PAY-PERIOD.
           DISPLAY "ENTER PAY PERIOD OF THE RETURN IN FORMAT YYYY-MM".
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

       PROCESS-RETURN.
           PERFORM SUM-PERIOD-TAXES.
           IF PERIOD-HAS-RECORDS = "N"
               DISPLAY "NO PAY REGISTER RECORDS FOR PERIOD "
                   PAY-PERIOD
               DISPLAY "HAS PAYROLL-RUN BEEN RUN FOR THIS PERIOD?".
           PERFORM WRITE-PROOF-TOTALS.
           PERFORM WRITE-ONE-RETURN-LINE
               VARYING KIND-SUB FROM 1 BY 1
               UNTIL KIND-SUB > 3.

      ******************************************************************
      *    One pass over the period's register entries. A worker's
      *    entries are consecutive in the key, so the worker's
      *    amounts are gathered across all their entries and
      *    finished off when the next worker (or the end of the
      *    period) comes up - a worker reversed to zero is then
      *    neither listed nor counted.
      ******************************************************************
       SUM-PERIOD-TAXES.
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
               ADD PR-GROSS-PAY TO WORKER-TAXABLE-GROSS
               ADD PR-BENEFIT-IN-KIND TO WORKER-TAXABLE-GROSS
               PERFORM TAKE-ONE-ENTRY-DEDUCTION
                   VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > PR-DEDUCTION-COUNT.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD.

       TAKE-ONE-ENTRY-DEDUCTION.
           MOVE SPACE TO THIS-TAX-BASIS.
           PERFORM FIND-ONE-CODE-BASIS
               VARYING DED-INDEX FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           IF THIS-TAX-BASIS = "V"
               SUBTRACT PR-DED-AMOUNT(DED-SUB)
                   FROM WORKER-TAXABLE-GROSS.
           PERFORM ADD-TO-ONE-KIND
               VARYING KIND-SUB FROM 1 BY 1
               UNTIL KIND-SUB > 3.

       FIND-ONE-CODE-BASIS.
           IF TABLE-DED-CODE(DED-INDEX) = PR-DED-CODE(DED-SUB)
               MOVE TABLE-DED-BASIS(DED-INDEX) TO THIS-TAX-BASIS.

       ADD-TO-ONE-KIND.
           IF TK-BASIS(KIND-SUB) = THIS-TAX-BASIS
               ADD PR-DED-AMOUNT(DED-SUB)
                   TO TK-WORKER-AMOUNT(KIND-SUB).

      ******************************************************************
      *    A worker with any tax left after netting is listed on the
      *    proof and counted under each kind they paid.
      ******************************************************************
       FINISH-ONE-WORKER.
           IF TK-WORKER-AMOUNT(1) NOT = ZERO OR
               TK-WORKER-AMOUNT(2) NOT = ZERO OR
               TK-WORKER-AMOUNT(3) NOT = ZERO
               PERFORM WRITE-WORKER-LINE
               ADD 1 TO WORKERS-LISTED-COUNT
               ADD WORKER-TAXABLE-GROSS TO GROSS-TOTAL
               PERFORM ROLL-ONE-KIND-TOTAL
                   VARYING KIND-SUB FROM 1 BY 1
                   UNTIL KIND-SUB > 3.
           PERFORM START-NEXT-WORKER.

       ROLL-ONE-KIND-TOTAL.
           IF TK-WORKER-AMOUNT(KIND-SUB) NOT = ZERO
               ADD 1 TO TK-WORKER-COUNT(KIND-SUB)
               ADD TK-WORKER-AMOUNT(KIND-SUB)
                   TO TK-PERIOD-AMOUNT(KIND-SUB).

       START-NEXT-WORKER.
           MOVE ZERO TO WORKER-TAXABLE-GROSS.
           MOVE ZERO TO TK-WORKER-AMOUNT(1).
           MOVE ZERO TO TK-WORKER-AMOUNT(2).
           MOVE ZERO TO TK-WORKER-AMOUNT(3).

       WRITE-WORKER-LINE.
           MOVE CURRENT-ARBEITER-ID TO RL-ARBEITER-ID.
           PERFORM LOOK-UP-TAX-CARD.
           IF TAX-CARD-FOUND = "Y"
               MOVE TC-TAX-ID TO RL-TAX-ID
               MOVE TC-TAX-CLASS TO RL-TAX-CLASS
           ELSE
               MOVE "NO CARD" TO RL-TAX-ID
               MOVE "6" TO RL-TAX-CLASS.
           MOVE WORKER-TAXABLE-GROSS TO RL-GROSS.
           MOVE TK-WORKER-AMOUNT(1) TO RL-WAGE-TAX.
           MOVE TK-WORKER-AMOUNT(2) TO RL-SURCHARGE.
           MOVE TK-WORKER-AMOUNT(3) TO RL-CHURCH-TAX.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       LOOK-UP-TAX-CARD.
           MOVE "N" TO TAX-CARD-FOUND.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               MOVE CURRENT-ARBEITER-ID TO TC-ARBEITER-ID
               MOVE "Y" TO TAX-CARD-FOUND
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO TAX-CARD-FOUND
               END-READ.

       READ-NEXT-REGISTER-RECORD.
           MOVE "N" TO REGISTER-AT-END.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REGISTER-AT-END.

      ******************************************************************
      *    Return lines - one per tax kind, written even when the
      *    kind is zero for the period, since the return has a box
      *    for each.
      ******************************************************************
       WRITE-ONE-RETURN-LINE.
           MOVE TK-WORKER-COUNT(KIND-SUB) TO CSV-WORKERS.
           MOVE TK-PERIOD-AMOUNT(KIND-SUB) TO CSV-AMOUNT.
           MOVE SPACE TO CSV-RECORD.
           STRING
               TK-NAME(KIND-SUB)  DELIMITED BY SPACE
               ","                DELIMITED BY SIZE
               PAY-PERIOD         DELIMITED BY SIZE
               ","                DELIMITED BY SIZE
               CSV-WORKERS        DELIMITED BY SIZE
               ","                DELIMITED BY SIZE
               CSV-AMOUNT         DELIMITED BY SIZE
               INTO CSV-RECORD.
           WRITE CSV-RECORD.
           ADD 1 TO CSV-LINE-COUNT.
           ADD TK-PERIOD-AMOUNT(KIND-SUB) TO CSV-TOTAL.
           MOVE TK-NAME(KIND-SUB) TO RT-NAME.
           MOVE TK-WORKER-COUNT(KIND-SUB) TO RT-WORKERS.
           MOVE TK-PERIOD-AMOUNT(KIND-SUB) TO RT-AMOUNT.
           MOVE RETURN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Control-total trailer - line count and amount total.
      *    CHECK-EXTRACT re-reads the file and compares.
      ******************************************************************
       WRITE-CSV-TRAILER.
           MOVE CSV-TOTAL TO TRAILER-AMOUNT-EDIT.
           MOVE SPACE TO CSV-RECORD.
           STRING
               "TRAILER,"          DELIMITED BY SIZE
               CSV-LINE-COUNT      DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               TRAILER-AMOUNT-EDIT DELIMITED BY SIZE
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

       WRITE-PROOF-TOTALS.
           MOVE GROSS-TOTAL TO TL-GROSS.
           MOVE TK-PERIOD-AMOUNT(1) TO TL-WAGE-TAX.
           MOVE TK-PERIOD-AMOUNT(2) TO TL-SURCHARGE.
           MOVE TK-PERIOD-AMOUNT(3) TO TL-CHURCH-TAX.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RETURN-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       END PROGRAM EXPORT-WAGE-TAX-RETURN.
