      *    the worker's GARNISHMENT-FILE order, taken after the
      *    statutory deductions and already reflected in PR-NET-PAY;
      *    EXPORT-PAYMENT-FILE transfers it to the creditor.
      *    PR-REIMBURSEMENT-AMOUNT - approved TRAVEL-CLAIM totals
      *    paid with the period's salary. Non-taxable, so it is not
      *    in PR-GROSS-PAY and no deduction, arrears or garnishment
      *    touches it; it is added to PR-NET-PAY last.
      *    PR-EMPLOYER-COST - what the period really cost the
      *    employer: the gross plus every employer-side ("E")
      *    DEDUCTION-TABLE row applied to it. The employer portion
      *    PR-PAYMENT-STATUS - space until the bank says otherwise;
      *    LOAD-BANK-RETURNS sets "R" on the worker's latest entry
      *    for the period when the transfer bounced, and the
      *    reissue worklist chases it. "H" - PAYROLL-RUN held a
      *    final settlement because the leaver still has company
      *    equipment out; EXPORT-PAYMENT-FILE and PRINT-CHEQUES pay
      *    nothing for the period until MAINTENANCE-EQUIPMENT clears
      *    the hold once every item is returned, written off or
      *    recovered.
      *    PR-BENEFIT-IN-KIND - the month's value of the worker's
      *    BENEFIT-FILE entries (company car, meals). Taxable and
      *    insurable, so the percentage deduction rows and the wage
      *    tax are worked out on PR-GROSS-PAY plus this amount, but
      *    it is not paid - it is in neither PR-GROSS-PAY nor
      *    PR-NET-PAY.
      *    PR-MATERNITY-TOP-UP - the employer's statutory top-up to
      *    the insurance's maternity benefit for the days of
      *    maternity protection in the period. Free of tax and
      *    insurance, so like the reimbursement it is not in
      *    PR-GROSS-PAY and is added to PR-NET-PAY last.
      *    PR-SHORT-TIME-TARGET - for a worker on short-time work
      *    (KURZARBEIT-FILE), the gross the period would have paid
      *    at full hours; zero otherwise.
      *    PR-SHORT-TIME-REDUCTION - the (negative) amount by which
      *    the hours lost reduced that target, already contained in
      *    PR-GROSS-PAY, so the actual gross is the target plus
      *    this amount.
      *    PR-SHORT-TIME-ALLOWANCE - the short-time allowance the
      *    employer advances for the employment agency on the hours
      *    lost. Free of tax and insurance, so it is not in
      *    PR-GROSS-PAY and is added to PR-NET-PAY last; the agency
      *    refunds it against EXPORT-SHORT-TIME-CLAIM.
      *    PR-ENTRY-SEQ / PR-ENTRY-ART - a period is normally one
      *    entry per worker at sequence 0. REVERSE-PAYROLL-PERIOD
      *    adds a reversing entry ("R", amounts negated) at the next
      *    that - so a worker's entries for a period always sum to
      *    the amounts actually owed, and a fully reversed period
      *    sums to zero. Amounts are signed for exactly this reason.
      *    SPECIAL-PAYMENT-RUN adds a one-off payment such as the
      *    13th salary as a special entry ("S") at the worker's next
      *    free sequence, the payment in PR-GROSS-PAY. A special
      *    entry stands on its own: a period reversal leaves it be,
      *    and PAYROLL-RUN does not count it as the month's pay.
      *    OFF-CYCLE-PAYMENT-RUN pays a worker between regular runs
      *    - a hire keyed after the cutoff, or an underpayment that
      *    cannot wait - as an off-cycle entry ("O") at the worker's
      *    next free sequence in the period the money is for. It is
      *    part of the period's pay like any other entry (the proof
      *    report, the GL export and a period reversal all take it
      *    in), but it was paid out by its own payment file, so
      *    EXPORT-PAYMENT-FILE and PRINT-CHEQUES leave it out.
      ******************************************************************
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD.
               88 PR-IS-NORMAL        VALUE "N".
               88 PR-IS-REVERSAL      VALUE "R".
               88 PR-IS-CORRECTION    VALUE "C".
               88 PR-IS-SPECIAL       VALUE "S".
               88 PR-IS-OFF-CYCLE     VALUE "O".
           05 PR-GROSS-PAY        PIC S9(7)V99.
           05 PR-BONUS-AMOUNT     PIC S9(7)V99.
           05 PR-ABSENCE-ADJUSTMENT PIC S9(7)V99.
           05 PR-TOTAL-DEDUCTIONS PIC S9(7)V99.
           05 PR-ARREARS-AMOUNT   PIC S9(7)V99.
           05 PR-GARNISHMENT-AMOUNT PIC S9(7)V99.
           05 PR-REIMBURSEMENT-AMOUNT PIC S9(7)V99.
           05 PR-NET-PAY          PIC S9(7)V99.
           05 PR-EMPLOYER-COST    PIC S9(9)V99.
           05 PR-PAYMENT-STATUS   PIC X.
               88 PR-PAYMENT-REJECTED VALUE "R".
               88 PR-PAYMENT-HELD     VALUE "H".
           05 PR-BENEFIT-IN-KIND  PIC S9(7)V99.
           05 PR-MATERNITY-TOP-UP PIC S9(7)V99.
           05 PR-SHORT-TIME-TARGET    PIC S9(7)V99.
           05 PR-SHORT-TIME-REDUCTION PIC S9(7)V99.
           05 PR-SHORT-TIME-ALLOWANCE PIC S9(7)V99.
