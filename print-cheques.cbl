      *    record per cheque so the bank reconciliation always has
      *    the number-to-worker trail. A worker who already holds
      *    an issued (not void) cheque for the period is skipped,
      *    so a rerun never double-prints. A final settlement held
      *    for unreturned company equipment (PR-PAYMENT-HELD) is not
      *    printed until MAINTENANCE-EQUIPMENT clears the hold.
      *    An off-cycle entry ("O") is left out - it was settled on
      *    its own by OFF-CYCLE-PAYMENT-RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-CHEQUES.
       77  WORKER-IN-HAND        PIC X.
       77  CURRENT-WORKER-ID     PIC 9(6).
       77  WORKER-NET-EFFECT     PIC S9(11)V99.
       77  WORKER-PAYMENT-HELD   PIC X.
       77  NEXT-CHEQUE-NUMBER    PIC 9(6).
       77  CHEQUES-PRINTED-COUNT PIC 9(5) VALUE ZERO.
       77  CHEQUE-TOTAL          PIC 9(11)V99 VALUE ZERO.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           CLOSE CHEQUE-REGISTER-FILE.
           CLOSE CHEQUE-PRINT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "CHEQUES PRINTED: " CHEQUES-PRINTED-COUNT.
           DISPLAY "CHEQUE TOTAL:    " CHEQUE-TOTAL.

               MOVE "Y" TO REGISTER-AT-END
           ELSE
               MOVE "Y" TO PERIOD-HAS-RECORDS
               IF NOT PR-IS-OFF-CYCLE
                   PERFORM TAKE-ONE-REGISTER-ENTRY.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD.

           IF WORKER-IN-HAND = "N"
               MOVE "Y" TO WORKER-IN-HAND
               MOVE PR-ARBEITER-ID TO CURRENT-WORKER-ID
               MOVE ZERO TO WORKER-NET-EFFECT
               MOVE "N" TO WORKER-PAYMENT-HELD.
           ADD PR-NET-PAY TO WORKER-NET-EFFECT.
           IF PR-PAYMENT-HELD
               MOVE "Y" TO WORKER-PAYMENT-HELD.

       CHEQUE-THE-WORKER-IN-HAND.
           MOVE "N" TO WORKER-IN-HAND.
               CONTINUE
           ELSE
               PERFORM LOOK-UP-BANK-DETAILS
               IF BANK-RECORD-FOUND = "Y" AND BD-PAY-BY-CHEQUE AND
                   WORKER-PAYMENT-HELD = "Y"
                   DISPLAY "CHEQUE FOR ARBEITER "
                       CURRENT-WORKER-ID " PERIOD " PAY-PERIOD
                       " HELD - COMPANY EQUIPMENT NOT RETURNED"
               ELSE
               IF BANK-RECORD-FOUND = "Y" AND BD-PAY-BY-CHEQUE
                   PERFORM CHECK-CHEQUE-ALREADY-ISSUED
                   IF ALREADY-ISSUED = "Y"
               AT END
               MOVE "Y" TO REGISTER-AT-END.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten CHEQUE-PRINT-FILE.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-CHEQUES" TO CATALOG-PROGRAM-NAME.
           MOVE "CHEQUE-PRINT-FILE" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD "  DELIMITED BY SIZE
               PAY-PERIOD DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-CHEQUES.
