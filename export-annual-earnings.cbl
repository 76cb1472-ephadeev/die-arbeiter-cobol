      *    carries a header with the year and run date and a
      *    control-total trailer with the record count and gross
      *    total, the same shape EXPORT-STATISTICS produces.
      *    Benefits in kind were taxed but never paid: the statement
      *    shows them after the gross together with the taxable pay
      *    (gross plus benefits), and the extract carries them in
      *    their own field.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-ANNUAL-EARNINGS.
       77  STATEMENTS-PRINTED-COUNT PIC 9(6) VALUE ZERO.
       77  DETAIL-RECORD-COUNT   PIC 9(6) VALUE ZERO.
       77  GROSS-GRAND-TOTAL     PIC 9(13)V99 VALUE ZERO.
       77  TAXABLE-PAY           PIC 9(11)V99.

       77  DEDUCTION-FILE-AT-END    PIC X.
       77  AMOUNT-VON-DEDUCTIONS    PIC 9(2) VALUE ZERO.
           05 DR-GROSS           PIC 9(11)V99.
           05 DR-DEDUCTIONS      PIC 9(11)V99.
           05 DR-NET             PIC S9(11)V99.
           05 DR-BENEFIT-IN-KIND PIC 9(9)V99.
           05 FILLER             PIC X(2) VALUE SPACE.

       01  TRAILER-RECORD.
           05 TR-RECORD-TYPE     PIC X     VALUE "T".
           MOVE "GROSS PAY FOR THE YEAR" TO SL-AMOUNT-LABEL.
           MOVE YT-GROSS TO SL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF YT-BENEFIT-IN-KIND NOT = ZERO
               MOVE "BENEFITS IN KIND" TO SL-AMOUNT-LABEL
               MOVE YT-BENEFIT-IN-KIND TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               COMPUTE TAXABLE-PAY = YT-GROSS + YT-BENEFIT-IN-KIND
               MOVE "TAXABLE PAY FOR THE YEAR" TO SL-AMOUNT-LABEL
               MOVE TAXABLE-PAY TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.
           PERFORM WRITE-ONE-YTD-DEDUCTION
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > YT-DEDUCTION-COUNT.
           MOVE YT-GROSS TO DR-GROSS.
           MOVE YT-TOTAL-DEDUCTIONS TO DR-DEDUCTIONS.
           MOVE YT-NET TO DR-NET.
           MOVE YT-BENEFIT-IN-KIND TO DR-BENEFIT-IN-KIND.
           MOVE DETAIL-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO DETAIL-RECORD-COUNT.
