      *    from BANK-DETAILS-FILE. A worker missing from a side
      *    file still gets a payslip - the block is just left
      *    marked as not on file. A worker's entries for the period
      *    (the original plus any reversal, correction and
      *    off-cycle entries)
      *    are summed into one payslip, so a corrected period prints
      *    the amounts actually owed; a worker fully reversed to
      *    zero prints no payslip at all. A benefit in kind is
      *    shown under the gross - it was taxed with the pay but
      *    is not part of the money paid out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-PAYSLIPS.
       77  AG-RETRO              PIC S9(9)V99.
       77  AG-OVERTIME           PIC S9(9)V99.
       77  AG-GARNISHMENT        PIC S9(9)V99.
       77  AG-REIMBURSEMENT      PIC S9(9)V99.
       77  AG-VARIABLE           PIC S9(9)V99.
       77  AG-ARREARS            PIC S9(9)V99.
       77  AG-PAYOUT             PIC S9(9)V99.
       77  AG-BENEFIT            PIC S9(9)V99.
       77  AG-MATERNITY          PIC S9(9)V99.
       77  AG-SHORT-REDUCTION    PIC S9(9)V99.
       77  AG-SHORT-ALLOWANCE    PIC S9(9)V99.
       77  AG-TOTAL-DEDUCTIONS   PIC S9(9)V99.
       77  AG-NET                PIC S9(9)V99.
       77  AG-DEDUCTION-COUNT    PIC 9(2).

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF BANK-FILE-MISSING NOT = "Y"
               CLOSE BANK-DETAILS-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "PAYSLIPS PRINTED: " PAYSLIPS-PRINTED-COUNT.

      ******************************************************************
           MOVE ZERO TO AG-RETRO.
           MOVE ZERO TO AG-OVERTIME.
           MOVE ZERO TO AG-GARNISHMENT.
           MOVE ZERO TO AG-REIMBURSEMENT.
           MOVE ZERO TO AG-VARIABLE.
           MOVE ZERO TO AG-ARREARS.
           MOVE ZERO TO AG-PAYOUT.
           MOVE ZERO TO AG-BENEFIT.
           MOVE ZERO TO AG-MATERNITY.
           MOVE ZERO TO AG-SHORT-REDUCTION.
           MOVE ZERO TO AG-SHORT-ALLOWANCE.
           MOVE ZERO TO AG-TOTAL-DEDUCTIONS.
           MOVE ZERO TO AG-NET.
           MOVE ZERO TO AG-DEDUCTION-COUNT.
           ADD PR-RETRO-AMOUNT       TO AG-RETRO.
           ADD PR-OVERTIME-AMOUNT    TO AG-OVERTIME.
           ADD PR-GARNISHMENT-AMOUNT TO AG-GARNISHMENT.
           ADD PR-REIMBURSEMENT-AMOUNT TO AG-REIMBURSEMENT.
           ADD PR-VARIABLE-AMOUNT    TO AG-VARIABLE.
           ADD PR-ARREARS-AMOUNT     TO AG-ARREARS.
           ADD PR-VACATION-PAYOUT    TO AG-PAYOUT.
           ADD PR-BENEFIT-IN-KIND    TO AG-BENEFIT.
           ADD PR-MATERNITY-TOP-UP   TO AG-MATERNITY.
           ADD PR-SHORT-TIME-REDUCTION TO AG-SHORT-REDUCTION.
           ADD PR-SHORT-TIME-ALLOWANCE TO AG-SHORT-ALLOWANCE.
           ADD PR-TOTAL-DEDUCTIONS   TO AG-TOTAL-DEDUCTIONS.
           ADD PR-NET-PAY            TO AG-NET.
           PERFORM MERGE-ONE-ENTRY-DEDUCTION
               MOVE "  ABSENCE ADJUSTMENT" TO SL-AMOUNT-LABEL
               MOVE AG-ADJUSTMENT TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.
           IF AG-SHORT-REDUCTION NOT = ZERO
               MOVE "  SHORT-TIME WORK" TO SL-AMOUNT-LABEL
               MOVE AG-SHORT-REDUCTION TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.
           IF AG-RETRO NOT = ZERO
               MOVE "  RETROACTIVE PAY" TO SL-AMOUNT-LABEL
               MOVE AG-RETRO TO SL-AMOUNT
               MOVE "  VACATION PAYOUT" TO SL-AMOUNT-LABEL
               MOVE AG-PAYOUT TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.
           IF AG-BENEFIT NOT = ZERO
               MOVE "NON-CASH BENEFIT IN KIND" TO SL-AMOUNT-LABEL
               MOVE AG-BENEFIT TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE SLIP-AMOUNT-LINE TO REPORT-RECORD.
               MOVE "CARRIED TO ARREARS" TO SL-AMOUNT-LABEL
               MOVE AG-ARREARS TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.
           IF AG-REIMBURSEMENT NOT = ZERO
               MOVE "TRAVEL REIMBURSEMENT" TO SL-AMOUNT-LABEL
               MOVE AG-REIMBURSEMENT TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.
           IF AG-MATERNITY NOT = ZERO
               MOVE "MATERNITY TOP-UP" TO SL-AMOUNT-LABEL
               MOVE AG-MATERNITY TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.
           IF AG-SHORT-ALLOWANCE NOT = ZERO
               MOVE "SHORT-TIME ALLOWANCE" TO SL-AMOUNT-LABEL
               MOVE AG-SHORT-ALLOWANCE TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.

       WRITE-ONE-DEDUCTION-LINE.
           MOVE AG-DED-CODE(DED-SUB) TO SL-DED-CODE.
               AT END
               MOVE "Y" TO REGISTER-AT-END.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten PAYSLIPS.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-PAYSLIPS" TO CATALOG-PROGRAM-NAME.
           MOVE "PAYSLIPS" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD "  DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-PAYSLIPS.
