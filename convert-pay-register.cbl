      ******************************************************************
      *    One-Time Pay Register Conversion
      *    Expands a pay register written under the old record
      *    layout - before the travel reimbursement, benefit in
      *    kind, maternity top-up and short-time work fields were
      *    added - into the current layout. Every entry keeps its
      *    key (sequence included), its kind (normal, reversal or
      *    correction), its signed amounts, its employer cost and
      *    its payment status exactly as they were; the fields that
      *    did not exist yet (travel reimbursement, benefit in kind,
      *    maternity top-up, short-time work target, reduction and
      *    allowance) come out zero.
      *
      *    Operating procedure:
      *      1. rename the live file to PAY-REGISTER-OLD
           COPY "fd-pay-register.cbl".

      ******************************************************************
      *    The record layout as it was before the travel
      *    reimbursement was inserted ahead of the net pay and the
      *    benefit-in-kind, maternity and short-time work fields
      *    were appended.
      ******************************************************************
       FD  OLD-REGISTER-FILE.
       01  OLD-PAY-REGISTER-RECORD.
           05 OLD-PR-PERIOD-WORKER-KEY.
               10 OLD-PR-PERIOD       PIC X(7).
               10 OLD-PR-ARBEITER-ID  PIC 9(6).
               10 OLD-PR-ENTRY-SEQ    PIC 9.
           05 OLD-PR-ABTEILUNG-ID     PIC 9(4).
           05 OLD-PR-ENTRY-ART        PIC X.
           05 OLD-PR-GROSS-PAY        PIC S9(7)V99.
           05 OLD-PR-BONUS-AMOUNT     PIC S9(7)V99.
           05 OLD-PR-ABSENCE-ADJUSTMENT PIC S9(7)V99.
           05 OLD-PR-RETRO-AMOUNT     PIC S9(7)V99.
           05 OLD-PR-OVERTIME-AMOUNT  PIC S9(7)V99.
           05 OLD-PR-VARIABLE-AMOUNT  PIC S9(7)V99.
           05 OLD-PR-VACATION-PAYOUT  PIC S9(7)V99.
           05 OLD-PR-DEDUCTION-COUNT  PIC 9(2).
           05 OLD-PR-DEDUCTION-ENTRY OCCURS 10 TIMES.
               10 OLD-PR-DED-CODE     PIC 9(3).
               10 OLD-PR-DED-AMOUNT   PIC S9(7)V99.
           05 OLD-PR-TOTAL-DEDUCTIONS PIC S9(7)V99.
           05 OLD-PR-ARREARS-AMOUNT   PIC S9(7)V99.
           05 OLD-PR-GARNISHMENT-AMOUNT PIC S9(7)V99.
           05 OLD-PR-NET-PAY          PIC S9(7)V99.
           05 OLD-PR-EMPLOYER-COST    PIC S9(9)V99.
           05 OLD-PR-PAYMENT-STATUS   PIC X.

       WORKING-STORAGE SECTION.
       77  PAY-REGISTER-FILE-STATUS   PIC XX.
       CONVERT-ALL-RECORDS.
           MOVE SPACE TO OLD-PR-PERIOD.
           MOVE ZERO TO OLD-PR-ARBEITER-ID.
           MOVE ZERO TO OLD-PR-ENTRY-SEQ.
           START OLD-REGISTER-FILE
               KEY IS NOT LESS THAN OLD-PR-PERIOD-WORKER-KEY
               INVALID KEY
           MOVE SPACE TO PAY-REGISTER-RECORD.
           MOVE OLD-PR-PERIOD           TO PR-PERIOD.
           MOVE OLD-PR-ARBEITER-ID      TO PR-ARBEITER-ID.
           MOVE OLD-PR-ENTRY-SEQ        TO PR-ENTRY-SEQ.
           MOVE OLD-PR-ENTRY-ART        TO PR-ENTRY-ART.
           MOVE OLD-PR-ABTEILUNG-ID     TO PR-ABTEILUNG-ID.
           MOVE OLD-PR-GROSS-PAY        TO PR-GROSS-PAY.
           MOVE OLD-PR-BONUS-AMOUNT     TO PR-BONUS-AMOUNT.
           MOVE OLD-PR-ABSENCE-ADJUSTMENT TO PR-ABSENCE-ADJUSTMENT.
           MOVE OLD-PR-RETRO-AMOUNT     TO PR-RETRO-AMOUNT.
           MOVE OLD-PR-OVERTIME-AMOUNT  TO PR-OVERTIME-AMOUNT.
           MOVE OLD-PR-VARIABLE-AMOUNT  TO PR-VARIABLE-AMOUNT.
           MOVE OLD-PR-VACATION-PAYOUT  TO PR-VACATION-PAYOUT.
           MOVE OLD-PR-DEDUCTION-COUNT  TO PR-DEDUCTION-COUNT.
           PERFORM CONVERT-ONE-DEDUCTION
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > 10.
           MOVE OLD-PR-TOTAL-DEDUCTIONS TO PR-TOTAL-DEDUCTIONS.
           MOVE OLD-PR-ARREARS-AMOUNT   TO PR-ARREARS-AMOUNT.
           MOVE OLD-PR-GARNISHMENT-AMOUNT TO PR-GARNISHMENT-AMOUNT.
           MOVE ZERO                    TO PR-REIMBURSEMENT-AMOUNT.
           MOVE OLD-PR-NET-PAY          TO PR-NET-PAY.
           MOVE OLD-PR-EMPLOYER-COST    TO PR-EMPLOYER-COST.
           MOVE OLD-PR-PAYMENT-STATUS   TO PR-PAYMENT-STATUS.
           MOVE ZERO                    TO PR-BENEFIT-IN-KIND.
           MOVE ZERO                    TO PR-MATERNITY-TOP-UP.
           MOVE ZERO                    TO PR-SHORT-TIME-TARGET.
           MOVE ZERO                    TO PR-SHORT-TIME-REDUCTION.
           MOVE ZERO                    TO PR-SHORT-TIME-ALLOWANCE.
           WRITE PAY-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONVERTED RECORD "
                   OLD-PR-PERIOD " " OLD-PR-ARBEITER-ID " "
                   OLD-PR-ENTRY-SEQ
               NOT INVALID KEY
               ADD 1 TO RECORDS-WRITTEN-COUNT.
           PERFORM READ-NEXT-OLD-RECORD.
