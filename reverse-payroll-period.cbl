      *    flag PAYROLL-RUN's double-pay guard reads as "reversed,
      *    corrected rerun allowed". The year-to-date accumulators
      *    PAYROLL-RUN maintains are backed out at the same time,
      *    and every reversed worker gets an AUDIT-LOG line. So
      *    are the garnishment, arrears, company-pension and
      *    employer-loan figures the period moved, and the travel
      *    claims it reimbursed go back to approved to be paid by
      *    the corrected rerun. Overtime hours the period banked in
      *    a working-time account, or paid out of it, are put back.
      *
      *    Because a worker's entries for a period always sum to the
      *    amounts really owed, EXPORT-PAYMENT-FILE and the register
      *    readers see the net effect of the reversal without any
      *    special handling. Reversing an already-reversed period
      *    finds every worker at zero and writes nothing.
      *
      *    A one-off special entry ("S", the 13th salary written by
      *    SPECIAL-PAYMENT-RUN) is not part of the month's run and is
      *    not reversed with it - only its sequence is stepped over.
      *    An off-cycle entry ("O", written by OFF-CYCLE-PAYMENT-RUN)
      *    is the period's pay paid early, so it is summed and
      *    reversed with the rest of the worker's entries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSE-PAYROLL-PERIOD.
           COPY "select-pay-register.cbl".
           COPY "select-ytd.cbl".
           COPY "select-garnishment.cbl".
           COPY "select-deduction.cbl".
           COPY "select-pension-contract.cbl".
           COPY "select-loan.cbl".
           COPY "select-time-account.cbl".
           COPY "select-travel-claim.cbl".
           COPY "select-arrears.cbl".
           COPY "select-audit-log.cbl".
           COPY "select-update-lock.cbl".
           COPY "fd-pay-register.cbl".
           COPY "fd-ytd.cbl".
           COPY "fd-garnishment.cbl".
           COPY "fd-deduction.cbl".
           COPY "fd-pension-contract.cbl".
           COPY "fd-loan.cbl".
           COPY "fd-time-account.cbl".
           COPY "fd-travel-claim.cbl".
           COPY "fd-arrears.cbl".
           COPY "fd-audit-log.cbl".
           COPY "fd-update-lock.cbl".
       77  GARNISHMENT-FILE-STATUS PIC XX.
       77  GARNISHMENT-FILE-MISSING PIC X VALUE "N".
       77  GN-RECORD-FOUND       PIC X.
       77  DEDUCTION-FILE-STATUS PIC XX.
       77  DEDUCTION-FILE-MISSING PIC X VALUE "N".
       77  DEDUCTION-ROW-FOUND   PIC X.
       77  PENSION-CONTRACT-FILE-STATUS PIC XX.
       77  PENSION-FILE-MISSING  PIC X VALUE "N".
       77  PENSION-CONTRACT-FOUND PIC X.
       77  RW-CONVERSION         PIC S9(9)V99.
       77  RW-TOP-UP             PIC S9(9)V99.
       77  LOAN-FILE-STATUS      PIC XX.
       77  LOAN-FILE-MISSING     PIC X VALUE "N".
       77  TRAVEL-CLAIM-FILE-STATUS PIC XX.
       77  TRAVEL-FILE-MISSING   PIC X VALUE "N".
       77  CLAIM-AT-END          PIC X.
       77  CLAIMS-REOPENED-COUNT PIC 9(5) VALUE ZERO.
       77  LOAN-AT-END           PIC X.
       77  RW-LOAN-REPAID        PIC S9(9)V99.
       77  RW-LOAN-RESTORED      PIC S9(9)V99.
       77  TIME-ACCOUNT-FILE-STATUS PIC XX.
       77  TIME-ACCOUNT-FILE-MISSING PIC X VALUE "N".
       77  TIME-ACCOUNT-FOUND    PIC X.
       77  ACCOUNT-YEAR          PIC 9(4).
       77  ARREARS-FILE-STATUS   PIC XX.
       77  ARREARS-FILE-MISSING  PIC X VALUE "N".
       77  ARREARS-RECORD-FOUND  PIC X.
       77  RW-OVERTIME           PIC S9(9)V99.
       77  RW-VARIABLE           PIC S9(9)V99.
       77  RW-GARNISHMENT        PIC S9(9)V99.
       77  RW-REIMBURSEMENT      PIC S9(9)V99.
       77  RW-ARREARS            PIC S9(9)V99.
       77  RW-PAYOUT             PIC S9(9)V99.
       77  RW-BENEFIT            PIC S9(9)V99.
       77  RW-MATERNITY          PIC S9(9)V99.
       77  RW-SHORT-TARGET       PIC S9(9)V99.
       77  RW-SHORT-REDUCTION    PIC S9(9)V99.
       77  RW-SHORT-ALLOWANCE    PIC S9(9)V99.
       77  RW-EMPLOYER-COST      PIC S9(11)V99.
       77  RW-TOTAL-DEDUCTIONS   PIC S9(9)V99.
       77  RW-NET                PIC S9(9)V99.
       77  WORKERS-AT-ZERO-COUNT  PIC 9(6) VALUE ZERO.
       77  REVERSED-NET-TOTAL     PIC S9(11)V99 VALUE ZERO.

       01  SAVE-REGISTER-AREA    PIC X(306).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN I-O GARNISHMENT-FILE.
           IF GARNISHMENT-FILE-STATUS = "35"
               MOVE "Y" TO GARNISHMENT-FILE-MISSING.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS = "35"
               MOVE "Y" TO DEDUCTION-FILE-MISSING.
           OPEN I-O PENSION-CONTRACT-FILE.
           IF PENSION-CONTRACT-FILE-STATUS = "35"
               MOVE "Y" TO PENSION-FILE-MISSING.
           OPEN I-O LOAN-FILE.
           IF LOAN-FILE-STATUS = "35"
               MOVE "Y" TO LOAN-FILE-MISSING.
           OPEN I-O TIME-ACCOUNT-FILE.
           IF TIME-ACCOUNT-FILE-STATUS = "35"
               MOVE "Y" TO TIME-ACCOUNT-FILE-MISSING.
           OPEN I-O TRAVEL-CLAIM-FILE.
           IF TRAVEL-CLAIM-FILE-STATUS = "35"
               MOVE "Y" TO TRAVEL-FILE-MISSING.
           OPEN I-O ARREARS-FILE.
           IF ARREARS-FILE-STATUS = "35"
               MOVE "Y" TO ARREARS-FILE-MISSING.
               CLOSE YTD-FILE.
           IF GARNISHMENT-FILE-MISSING NOT = "Y"
               CLOSE GARNISHMENT-FILE.
           IF DEDUCTION-FILE-MISSING NOT = "Y"
               CLOSE DEDUCTION-FILE.
           IF PENSION-FILE-MISSING NOT = "Y"
               CLOSE PENSION-CONTRACT-FILE.
           IF LOAN-FILE-MISSING NOT = "Y"
               CLOSE LOAN-FILE.
           IF TIME-ACCOUNT-FILE-MISSING NOT = "Y"
               CLOSE TIME-ACCOUNT-FILE.
           IF TRAVEL-FILE-MISSING NOT = "Y"
               CLOSE TRAVEL-CLAIM-FILE.
           IF ARREARS-FILE-MISSING NOT = "Y"
               CLOSE ARREARS-FILE.
           CLOSE AUDIT-LOG-FILE.
               PERFORM CLOSE-OUT-WORKER-IN-HAND.
           IF WORKER-IN-HAND = "N"
               PERFORM START-A-NEW-WORKER.
           IF PR-IS-SPECIAL
               IF PR-ENTRY-SEQ > RW-MAX-SEQ
                   MOVE PR-ENTRY-SEQ TO RW-MAX-SEQ
               END-IF
           ELSE
               PERFORM ADD-ENTRY-TO-WORKER-SUMS.

       START-A-NEW-WORKER.
           MOVE "Y" TO WORKER-IN-HAND.
           MOVE ZERO TO RW-RETRO.
           MOVE ZERO TO RW-OVERTIME.
           MOVE ZERO TO RW-GARNISHMENT.
           MOVE ZERO TO RW-REIMBURSEMENT.
           MOVE ZERO TO RW-VARIABLE.
           MOVE ZERO TO RW-ARREARS.
           MOVE ZERO TO RW-PAYOUT.
           MOVE ZERO TO RW-BENEFIT.
           MOVE ZERO TO RW-MATERNITY.
           MOVE ZERO TO RW-SHORT-TARGET.
           MOVE ZERO TO RW-SHORT-REDUCTION.
           MOVE ZERO TO RW-SHORT-ALLOWANCE.
           MOVE ZERO TO RW-EMPLOYER-COST.
           MOVE ZERO TO RW-TOTAL-DEDUCTIONS.
           MOVE ZERO TO RW-NET.
           ADD PR-RETRO-AMOUNT       TO RW-RETRO.
           ADD PR-OVERTIME-AMOUNT    TO RW-OVERTIME.
           ADD PR-GARNISHMENT-AMOUNT TO RW-GARNISHMENT.
           ADD PR-REIMBURSEMENT-AMOUNT TO RW-REIMBURSEMENT.
           ADD PR-VARIABLE-AMOUNT    TO RW-VARIABLE.
           ADD PR-ARREARS-AMOUNT     TO RW-ARREARS.
           ADD PR-VACATION-PAYOUT    TO RW-PAYOUT.
           ADD PR-BENEFIT-IN-KIND    TO RW-BENEFIT.
           ADD PR-MATERNITY-TOP-UP   TO RW-MATERNITY.
           ADD PR-SHORT-TIME-TARGET  TO RW-SHORT-TARGET.
           ADD PR-SHORT-TIME-REDUCTION TO RW-SHORT-REDUCTION.
           ADD PR-SHORT-TIME-ALLOWANCE TO RW-SHORT-ALLOWANCE.
           ADD PR-EMPLOYER-COST      TO RW-EMPLOYER-COST.
           ADD PR-TOTAL-DEDUCTIONS   TO RW-TOTAL-DEDUCTIONS.
           ADD PR-NET-PAY            TO RW-NET.
               PERFORM WRITE-REVERSING-ENTRY
               PERFORM BACK-OUT-YTD-RECORD
               PERFORM BACK-OUT-GARNISHMENT
               PERFORM BACK-OUT-PENSION
               PERFORM BACK-OUT-LOANS
               PERFORM BACK-OUT-TIME-ACCOUNT
               PERFORM BACK-OUT-TRAVEL-CLAIMS
               PERFORM BACK-OUT-ARREARS
               PERFORM LOG-REVERSAL-AUDIT
               MOVE SAVE-REGISTER-AREA TO PAY-REGISTER-RECORD
           COMPUTE PR-RETRO-AMOUNT = ZERO - RW-RETRO.
           COMPUTE PR-OVERTIME-AMOUNT = ZERO - RW-OVERTIME.
           COMPUTE PR-GARNISHMENT-AMOUNT = ZERO - RW-GARNISHMENT.
           COMPUTE PR-REIMBURSEMENT-AMOUNT = ZERO - RW-REIMBURSEMENT.
           COMPUTE PR-VARIABLE-AMOUNT = ZERO - RW-VARIABLE.
           COMPUTE PR-ARREARS-AMOUNT = ZERO - RW-ARREARS.
           COMPUTE PR-VACATION-PAYOUT = ZERO - RW-PAYOUT.
           COMPUTE PR-BENEFIT-IN-KIND = ZERO - RW-BENEFIT.
           COMPUTE PR-MATERNITY-TOP-UP = ZERO - RW-MATERNITY.
           COMPUTE PR-SHORT-TIME-TARGET = ZERO - RW-SHORT-TARGET.
           COMPUTE PR-SHORT-TIME-REDUCTION = ZERO - RW-SHORT-REDUCTION.
           COMPUTE PR-SHORT-TIME-ALLOWANCE = ZERO - RW-SHORT-ALLOWANCE.
           COMPUTE PR-EMPLOYER-COST = ZERO - RW-EMPLOYER-COST.
           MOVE RW-DEDUCTION-COUNT TO PR-DEDUCTION-COUNT.
           PERFORM NEGATE-ONE-DEDUCTION
                   SUBTRACT RW-TOTAL-DEDUCTIONS
                       FROM YT-TOTAL-DEDUCTIONS
                   SUBTRACT RW-NET FROM YT-NET
                   SUBTRACT RW-BENEFIT FROM YT-BENEFIT-IN-KIND
                   PERFORM BACK-OUT-ONE-YTD-CODE
                       VARYING RW-SUB FROM 1 BY 1
                       UNTIL RW-SUB > RW-DEDUCTION-COUNT
                   DISPLAY "NO GARNISHMENT ORDER FOR ARBEITER "
                       CURRENT-WORKER-ID " - BALANCE NOT BACKED OUT".

      ******************************************************************
      *    Back the reversed salary conversion out of the worker's
      *    pension contract - the deduction entries under a pension
      *    row (basis "V") are the conversion. The employer top-up
      *    is the one the contract recorded when the period is still
      *    its last one paid, otherwise it is worked out again at
      *    the contract's percent. The year figures are only backed
      *    out while the contract is still counting that year.
      ******************************************************************
       BACK-OUT-PENSION.
           MOVE ZERO TO RW-CONVERSION.
           IF PENSION-FILE-MISSING NOT = "Y" AND
               DEDUCTION-FILE-MISSING NOT = "Y"
               PERFORM ADD-ONE-CONVERSION-CODE
                   VARYING RW-SUB FROM 1 BY 1
                   UNTIL RW-SUB > RW-DEDUCTION-COUNT.
           IF RW-CONVERSION NOT = ZERO
               MOVE CURRENT-WORKER-ID TO PN-ARBEITER-ID
               MOVE "Y" TO PENSION-CONTRACT-FOUND
               READ PENSION-CONTRACT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO PENSION-CONTRACT-FOUND
               END-READ
               IF PENSION-CONTRACT-FOUND = "Y"
                   PERFORM BACK-OUT-PENSION-CONTRACT
               ELSE
                   DISPLAY "NO PENSION CONTRACT FOR ARBEITER "
                       CURRENT-WORKER-ID " - CONVERSION NOT "
                       "BACKED OUT".

       ADD-ONE-CONVERSION-CODE.
           MOVE RW-DED-CODE(RW-SUB) TO DED-CODE.
           MOVE "Y" TO DEDUCTION-ROW-FOUND.
           READ DEDUCTION-FILE RECORD
               INVALID KEY
               MOVE "N" TO DEDUCTION-ROW-FOUND.
           IF DEDUCTION-ROW-FOUND = "Y" AND
               DED-IS-PENSION-CONVERSION
               ADD RW-DED-AMOUNT(RW-SUB) TO RW-CONVERSION.

       BACK-OUT-PENSION-CONTRACT.
           IF PN-LAST-PERIOD = PAY-PERIOD AND
               RW-CONVERSION = PN-LAST-CONVERSION
               MOVE PN-LAST-TOP-UP TO RW-TOP-UP
           ELSE
               COMPUTE RW-TOP-UP ROUNDED =
                   RW-CONVERSION * PN-TOP-UP-PERCENT / 100.
           SUBTRACT RW-CONVERSION FROM PN-CONVERSION-TO-DATE.
           SUBTRACT RW-TOP-UP FROM PN-TOP-UP-TO-DATE.
           IF PN-YEAR = PAY-PERIOD(1:4)
               SUBTRACT RW-CONVERSION FROM PN-YEAR-CONVERSION
               SUBTRACT RW-TOP-UP FROM PN-YEAR-TOP-UP.
           IF PN-LAST-PERIOD = PAY-PERIOD
               MOVE ZERO TO PN-LAST-CONVERSION
               MOVE ZERO TO PN-LAST-TOP-UP.
           REWRITE PENSION-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PENSION CONTRACT FOR "
                   "ARBEITER " CURRENT-WORKER-ID.

      ******************************************************************
      *    Back the reversed loan repayments out of the worker's
      *    loans - every loan last repaid in the reversed period
      *    gets its repayment back on the balance less the interest
      *    charged, and a loan it had paid off is reopened (flagged
      *    for recovery again if it was). A period that is no longer
      *    a loan's last one cannot be split back per loan; what the
      *    register shows under the loan rows (basis "D") beyond
      *    what was put back is reported for correction by hand.
      ******************************************************************
       BACK-OUT-LOANS.
           MOVE ZERO TO RW-LOAN-REPAID.
           MOVE ZERO TO RW-LOAN-RESTORED.
           IF LOAN-FILE-MISSING NOT = "Y"
               IF DEDUCTION-FILE-MISSING NOT = "Y"
                   PERFORM ADD-ONE-LOAN-CODE
                       VARYING RW-SUB FROM 1 BY 1
                       UNTIL RW-SUB > RW-DEDUCTION-COUNT
               END-IF
               PERFORM RESTORE-WORKER-LOANS.
           IF RW-LOAN-RESTORED NOT = RW-LOAN-REPAID
               DISPLAY "LOAN REPAYMENTS OF ARBEITER "
                   CURRENT-WORKER-ID " NOT ALL BACKED OUT - "
                   "CORRECT THE BALANCES IN MAINTENANCE-LOAN".

       ADD-ONE-LOAN-CODE.
           MOVE RW-DED-CODE(RW-SUB) TO DED-CODE.
           MOVE "Y" TO DEDUCTION-ROW-FOUND.
           READ DEDUCTION-FILE RECORD
               INVALID KEY
               MOVE "N" TO DEDUCTION-ROW-FOUND.
           IF DEDUCTION-ROW-FOUND = "Y" AND
               DED-IS-LOAN-REPAYMENT
               ADD RW-DED-AMOUNT(RW-SUB) TO RW-LOAN-REPAID.

       RESTORE-WORKER-LOANS.
           MOVE CURRENT-WORKER-ID TO LN-ARBEITER-ID.
           MOVE ZERO TO LN-LOAN-NUMBER.
           MOVE "N" TO LOAN-AT-END.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY
               MOVE "Y" TO LOAN-AT-END.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD
               PERFORM RESTORE-ONE-LOAN-IF-MATCH
                   UNTIL LOAN-AT-END = "Y".

       RESTORE-ONE-LOAN-IF-MATCH.
           IF LN-ARBEITER-ID NOT = CURRENT-WORKER-ID
               MOVE "Y" TO LOAN-AT-END
           ELSE
               IF LN-LAST-PERIOD = PAY-PERIOD
                   PERFORM BACK-OUT-ONE-LOAN
               END-IF.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD.

       BACK-OUT-ONE-LOAN.
           COMPUTE LN-BALANCE = LN-BALANCE +
               LN-LAST-REPAYMENT - LN-LAST-INTEREST.
           SUBTRACT LN-LAST-REPAYMENT FROM LN-REPAID-TO-DATE.
           SUBTRACT LN-LAST-INTEREST FROM LN-INTEREST-TO-DATE.
           ADD LN-LAST-REPAYMENT TO RW-LOAN-RESTORED.
           IF LN-IS-PAID-OFF AND LN-BALANCE > ZERO
               IF LN-RECOVERY-DATE = SPACE
                   MOVE "A" TO LN-STATUS
               ELSE
                   MOVE "R" TO LN-STATUS.
           MOVE SPACE TO LN-LAST-PERIOD.
           MOVE ZERO TO LN-LAST-REPAYMENT.
           MOVE ZERO TO LN-LAST-INTEREST.
           REWRITE LOAN-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LOAN " LN-LOAN-NUMBER
                   " FOR ARBEITER " CURRENT-WORKER-ID.

       READ-NEXT-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOAN-AT-END.

      ******************************************************************
      *    The working-time account - only if the reversed period is
      *    still the last one that moved it.
      ******************************************************************
       BACK-OUT-TIME-ACCOUNT.
           MOVE "N" TO TIME-ACCOUNT-FOUND.
           IF TIME-ACCOUNT-FILE-MISSING NOT = "Y"
               MOVE CURRENT-WORKER-ID TO TA-ARBEITER-ID
               MOVE "Y" TO TIME-ACCOUNT-FOUND
               READ TIME-ACCOUNT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO TIME-ACCOUNT-FOUND.
           IF TIME-ACCOUNT-FOUND = "Y" AND
               TA-LAST-PERIOD = PAY-PERIOD
               PERFORM BACK-OUT-ONE-TIME-ACCOUNT.

       BACK-OUT-ONE-TIME-ACCOUNT.
           COMPUTE TA-BALANCE =
               TA-BALANCE - TA-LAST-BANKED + TA-LAST-PAID-OUT.
           MOVE PAY-PERIOD(1:4) TO ACCOUNT-YEAR.
           IF TA-CAP-YEAR = ACCOUNT-YEAR
               SUBTRACT TA-LAST-BANKED FROM TA-BANKED-IN-YEAR.
           SUBTRACT TA-LAST-BANKED FROM TA-BANKED-TO-DATE.
           SUBTRACT TA-LAST-PAID-OUT FROM TA-PAID-TO-DATE.
           MOVE SPACE TO TA-LAST-PERIOD.
           MOVE ZERO TO TA-LAST-BANKED.
           MOVE ZERO TO TA-LAST-PAID-OUT.
           REWRITE TIME-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TIME ACCOUNT OF ARBEITER "
                   CURRENT-WORKER-ID.

      ******************************************************************
      *    Travel claims - every claim the reversed period paid with
      *    the salary goes back to approved, so the corrected rerun
      *    pays it again.
      ******************************************************************
       BACK-OUT-TRAVEL-CLAIMS.
           IF TRAVEL-FILE-MISSING = "Y" OR
               RW-REIMBURSEMENT = ZERO
               CONTINUE
           ELSE
               MOVE CURRENT-WORKER-ID TO TV-ARBEITER-ID
               MOVE ZERO TO TV-CLAIM-NUMBER
               MOVE "N" TO CLAIM-AT-END
               START TRAVEL-CLAIM-FILE
                   KEY IS NOT LESS THAN TV-CLAIM-KEY
                   INVALID KEY
                   MOVE "Y" TO CLAIM-AT-END
               END-START
               IF CLAIM-AT-END NOT = "Y"
                   PERFORM READ-NEXT-CLAIM-RECORD
                   PERFORM REOPEN-ONE-CLAIM-IF-MATCH
                       UNTIL CLAIM-AT-END = "Y".

       REOPEN-ONE-CLAIM-IF-MATCH.
           IF TV-ARBEITER-ID NOT = CURRENT-WORKER-ID
               MOVE "Y" TO CLAIM-AT-END
           ELSE
               IF TV-IS-SETTLED AND TV-PAY-BY-PAYROLL AND
                   TV-SETTLED-PERIOD = PAY-PERIOD
                   PERFORM REOPEN-ONE-CLAIM
               END-IF.
           IF CLAIM-AT-END NOT = "Y"
               PERFORM READ-NEXT-CLAIM-RECORD.

       REOPEN-ONE-CLAIM.
           MOVE "A" TO TV-STATUS.
           MOVE SPACE TO TV-SETTLED-PERIOD.
           REWRITE TRAVEL-CLAIM-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRAVEL CLAIM "
                   TV-CLAIM-NUMBER " FOR ARBEITER " CURRENT-WORKER-ID
               NOT INVALID KEY
               ADD 1 TO CLAIMS-REOPENED-COUNT.

       READ-NEXT-CLAIM-RECORD.
           READ TRAVEL-CLAIM-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CLAIM-AT-END.

      ******************************************************************
      *    Back the period's arrears movement out of the worker's
      *    balance - a recovery reopens the balance, a carried
           DISPLAY "WORKERS REVERSED:    " WORKERS-REVERSED-COUNT.
           DISPLAY "ALREADY AT ZERO:     " WORKERS-AT-ZERO-COUNT.
           DISPLAY "NET AMOUNT REVERSED: " REVERSED-NET-TOTAL.
           DISPLAY "TRAVEL CLAIMS REOPENED: " CLAIMS-REOPENED-COUNT.
           IF WORKERS-REVERSED-COUNT > ZERO
               DISPLAY "THE PERIOD NOW SUMS TO ZERO - PAYROLL-RUN "
                   "WILL ACCEPT A CORRECTED RERUN".
