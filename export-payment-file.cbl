      *    bank record (or paid by cheque), a fully reversed worker
      *    at zero, and a negative net effect all go onto the
      *    exception list instead of silently dropping out.
      *
      *    Approved TRAVEL-CLAIM records the worker asked to have
      *    reimbursed by transfer go out in the same batch, one
      *    line per claim, and are marked settled in the period.
      *    A rerun for the same period picks up the claims it
      *    settled last time, so the rebuilt batch is complete.
      *
      *    A final settlement PAYROLL-RUN held for unreturned
      *    company equipment (PR-PAYMENT-HELD) is not transferred -
      *    it goes onto the exception list, and the run after
      *    MAINTENANCE-EQUIPMENT clears the hold pays it.
      *
      *    An off-cycle entry ("O") was already paid out by
      *    OFF-CYCLE-PAYMENT-RUN's own payment file and is left out,
      *    so the month's batch never pays it a second time.
      *
      *    The file is built for one company (legal entity) at a
      *    time, or for all companies when company 0 is keyed - only
      *    workers whose department belongs to the company are paid,
      *    and the trailer carries the company code and the IBAN of
      *    the account the batch is debited to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-PAYMENT-FILE.
           COPY "select-bank-details.cbl".
           COPY "select-garnishment.cbl".
           COPY "select-pay-calendar.cbl".
           COPY "select-travel-claim.cbl".
           COPY "select-arbeiter.cbl".
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-FILE-STATUS.
           COPY "fd-bank-details.cbl".
           COPY "fd-garnishment.cbl".
           COPY "fd-pay-calendar.cbl".
           COPY "fd-travel-claim.cbl".
           COPY "fd-arbeiter.cbl".

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD PIC X(80).
       77  BATCH-VALUE-DATE         PIC X(10).
       77  VERIFY-FILE-STATUS       PIC XX.
       77  HELD-FOR-VERIFY-COUNT    PIC 9(6) VALUE ZERO.
       77  TRAVEL-CLAIM-FILE-STATUS PIC XX.
       77  TRAVEL-FILE-MISSING      PIC X VALUE "N".
       77  CLAIM-AT-END             PIC X.
       77  TRAVEL-TRANSFER-COUNT    PIC 9(6) VALUE ZERO.
       77  TRAVEL-TRANSFER-TOTAL    PIC 9(11)V99 VALUE ZERO.
       77  WORKER-PAYMENT-HELD      PIC X.
       77  ARBEITER-FILE-STATUS     PIC XX.
       77  CLAIM-WORKER-FOUND       PIC X.

      ******************************************************************
      *    Fixed-format transfer detail - "D", the worker, their IBAN,
      *    the sum of their amounts (both checked by the bank on
      *    intake), and the value date the PAY-CALENDAR says the
      *    batch is to be executed on (spaces when no calendar row
      *    is keyed for the period), then the company the batch is
      *    for (zero for all companies) and the IBAN it is debited
      *    to (spaces for all companies, each company's own account
      *    being unknown to a combined batch).
      ******************************************************************
       01  PAYMENT-TRAILER-LINE.
           05 PT-RECORD-TYPE      PIC X     VALUE "T".
           05 PT-TRANSFER-TOTAL   PIC 9(11)V99.
           05 PT-PERIOD           PIC X(7).
           05 PT-VALUE-DATE       PIC X(10).
           05 PT-FIRMA-ID         PIC 9(2).
           05 PT-DEBTOR-IBAN      PIC X(34).
           05 FILLER              PIC X(7)  VALUE SPACE.

       01  EXCEPTION-HEADER-LINE.
           05 FILLER PIC X(40) VALUE
           05 VF-NET-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(39) VALUE SPACE.

           COPY "firma-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT GARNISHMENT-FILE.
           IF GARNISHMENT-FILE-STATUS = "35"
               MOVE "Y" TO GARNISHMENT-FILE-MISSING.
           OPEN I-O TRAVEL-CLAIM-FILE.
           IF TRAVEL-CLAIM-FILE-STATUS = "35"
               MOVE "Y" TO TRAVEL-FILE-MISSING.
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT VERIFY-FILE.
           MOVE VERIFY-HEADER-LINE TO VERIFY-RECORD.
           WRITE VERIFY-RECORD.
           PERFORM ENTER-PAY-PERIOD.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           PERFORM FIND-BATCH-VALUE-DATE.

      ******************************************************************
               CLOSE BANK-DETAILS-FILE.
           IF GARNISHMENT-FILE-MISSING NOT = "Y"
               CLOSE GARNISHMENT-FILE.
           IF TRAVEL-FILE-MISSING NOT = "Y"
               CLOSE TRAVEL-CLAIM-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE VERIFY-FILE.
                   UNTIL REGISTER-AT-END = "Y".
           IF WORKER-IN-HAND = "Y"
               PERFORM PAY-THE-WORKER-IN-HAND.
           IF TRAVEL-FILE-MISSING NOT = "Y"
               PERFORM PAY-TRAVEL-CLAIMS.
           IF PERIOD-HAS-RECORDS = "N"
               DISPLAY "NO PAY REGISTER RECORDS FOR PERIOD "
                   PAY-PERIOD
      ******************************************************************
      *    A worker's entries for the period sit together under the
      *    key, so their net effect (original plus any reversal and
      *    correction entries) is summed on a worker break. Entries
      *    of another company's workers, and off-cycle entries paid
      *    on their own, are passed over.
      ******************************************************************
       EXPORT-ONE-IF-IN-PERIOD.
           IF PR-PERIOD NOT = PAY-PERIOD
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               MOVE "Y" TO PERIOD-HAS-RECORDS
               MOVE "A" TO FR-FUNCTION
               MOVE PR-ABTEILUNG-ID TO FR-ABTEILUNG-ID
               CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST
               IF FR-IN-RUN = "Y" AND NOT PR-IS-OFF-CYCLE
                   PERFORM TAKE-ONE-REGISTER-ENTRY.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD.

               MOVE "Y" TO WORKER-IN-HAND
               MOVE PR-ARBEITER-ID TO CURRENT-WORKER-ID
               MOVE ZERO TO WORKER-NET-EFFECT
               MOVE ZERO TO WORKER-GARNISHMENT-EFFECT
               MOVE "N" TO WORKER-PAYMENT-HELD.
           ADD PR-NET-PAY TO WORKER-NET-EFFECT.
           ADD PR-GARNISHMENT-AMOUNT TO WORKER-GARNISHMENT-EFFECT.
           IF PR-PAYMENT-HELD
               MOVE "Y" TO WORKER-PAYMENT-HELD.

       PAY-THE-WORKER-IN-HAND.
           MOVE "N" TO WORKER-IN-HAND.
                   TO EX-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
           IF WORKER-PAYMENT-HELD = "Y"
               MOVE "HELD - COMPANY EQUIPMENT NOT RETURNED"
                   TO EX-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
           IF WORKER-NET-EFFECT < ZERO
               MOVE "NET EFFECT NEGATIVE - RECOVER MANUALLY"
                   TO EX-REASON
           ADD 1 TO TRANSFER-COUNT.
           ADD WORKER-NET-EFFECT TO TRANSFER-TOTAL.

      ******************************************************************
      *    Travel claims paid by transfer - a full pass over the
      *    claim file. A claim whose worker cannot be paid by
      *    transfer stays approved and goes onto the exception list
      *    for the next run.
      ******************************************************************
       PAY-TRAVEL-CLAIMS.
           MOVE ZERO TO TV-ARBEITER-ID.
           MOVE ZERO TO TV-CLAIM-NUMBER.
           MOVE "N" TO CLAIM-AT-END.
           START TRAVEL-CLAIM-FILE
               KEY IS NOT LESS THAN TV-CLAIM-KEY
               INVALID KEY
               MOVE "Y" TO CLAIM-AT-END.
           IF CLAIM-AT-END NOT = "Y"
               PERFORM READ-NEXT-CLAIM-RECORD
               PERFORM PAY-ONE-CLAIM-IF-DUE
                   UNTIL CLAIM-AT-END = "Y".

       PAY-ONE-CLAIM-IF-DUE.
           IF TV-PAY-BY-TRANSFER AND
               (TV-IS-APPROVED OR
               (TV-IS-SETTLED AND TV-SETTLED-PERIOD = PAY-PERIOD))
               PERFORM CHECK-CLAIM-WORKER-IN-RUN
               IF FR-IN-RUN = "Y"
                   PERFORM PAY-ONE-TRAVEL-CLAIM.
           PERFORM READ-NEXT-CLAIM-RECORD.

      ******************************************************************
      *    A claim is paid by the company of the worker's department
      *    - a worker no longer on file belongs to no company and is
      *    only paid in a batch for all companies.
      ******************************************************************
       CHECK-CLAIM-WORKER-IN-RUN.
           MOVE TV-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO CLAIM-WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO CLAIM-WORKER-FOUND.
           IF CLAIM-WORKER-FOUND = "Y"
               MOVE ARBEITER-ABTEILUNG-ID TO FR-ABTEILUNG-ID
           ELSE
               MOVE ZERO TO FR-ABTEILUNG-ID.
           MOVE "A" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.

       PAY-ONE-TRAVEL-CLAIM.
           MOVE TV-ARBEITER-ID TO CURRENT-WORKER-ID.
           PERFORM LOOK-UP-BANK-DETAILS.
           IF BANK-RECORD-FOUND = "N"
               MOVE "TRAVEL CLAIM - NO BANK DETAILS ON FILE"
                   TO EX-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
           IF BD-IBAN-AWAITS-CHECK
               MOVE "TRAVEL CLAIM - IBAN AWAITS VERIFICATION"
                   TO EX-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
           IF BD-PAY-BY-CHEQUE
               MOVE "TRAVEL CLAIM - WORKER PAID BY CHEQUE"
                   TO EX-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM WRITE-TRAVEL-DETAIL
               PERFORM SETTLE-THE-CLAIM.

       WRITE-TRAVEL-DETAIL.
           MOVE TV-ARBEITER-ID  TO PD-ARBEITER-ID.
           MOVE BD-IBAN         TO PD-IBAN.
           MOVE TV-TOTAL-AMOUNT TO PD-AMOUNT.
           MOVE PAY-PERIOD      TO PD-PERIOD.
           MOVE PAYMENT-DETAIL-LINE TO PAYMENT-RECORD.
           WRITE PAYMENT-RECORD.
           ADD 1 TO TRANSFER-COUNT.
           ADD 1 TO TRAVEL-TRANSFER-COUNT.
           ADD TV-TOTAL-AMOUNT TO TRANSFER-TOTAL.
           ADD TV-TOTAL-AMOUNT TO TRAVEL-TRANSFER-TOTAL.

       SETTLE-THE-CLAIM.
           IF TV-IS-APPROVED
               MOVE "S" TO TV-STATUS
               MOVE PAY-PERIOD TO TV-SETTLED-PERIOD
               REWRITE TRAVEL-CLAIM-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING TRAVEL CLAIM "
                       TV-CLAIM-NUMBER " FOR ARBEITER "
                       TV-ARBEITER-ID.

       READ-NEXT-CLAIM-RECORD.
           READ TRAVEL-CLAIM-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CLAIM-AT-END.

       WRITE-EXCEPTION-LINE.
           MOVE CURRENT-WORKER-ID TO EX-ARBEITER-ID.
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-RECORD.
           MOVE TRANSFER-TOTAL TO PT-TRANSFER-TOTAL.
           MOVE PAY-PERIOD     TO PT-PERIOD.
           MOVE BATCH-VALUE-DATE TO PT-VALUE-DATE.
           MOVE FR-RUN-FIRMA-ID TO PT-FIRMA-ID.
           MOVE FR-RUN-IBAN    TO PT-DEBTOR-IBAN.
           MOVE PAYMENT-TRAILER-LINE TO PAYMENT-RECORD.
           WRITE PAYMENT-RECORD.


       DISPLAY-RUN-TOTALS.
           DISPLAY "PAY PERIOD:         " PAY-PERIOD.
           DISPLAY "COMPANY:            " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "TRANSFERS WRITTEN:  " TRANSFER-COUNT.
           DISPLAY "TRANSFER TOTAL:     " TRANSFER-TOTAL.
           DISPLAY "CREDITOR TRANSFERS: " CREDITOR-COUNT.
           DISPLAY "TRAVEL TRANSFERS:   " TRAVEL-TRANSFER-COUNT.
           DISPLAY "TRAVEL TOTAL:       " TRAVEL-TRANSFER-TOTAL.
           DISPLAY "HELD TO VERIFY:     " HELD-FOR-VERIFY-COUNT.
           DISPLAY "EXCEPTIONS LISTED:  " EXCEPTION-COUNT.

