      ******************************************************************
      *    Off-Cycle Payment Run
      *    Pays individual workers between two regular payrolls -
      *    a new hire keyed after the period's PC-CUTOFF-DATE, or a
      *    worker underpaid who cannot wait for next month - instead
      *    of a manual bank transfer outside the system. The clerk
      *    keys the pay period the money is for, the run's company,
      *    and a list of ARBEITER-IDs, each paid one of two ways:
      *    - A  a keyed gross amount, taxed as a one-off payment
      *         the way SPECIAL-PAYMENT-RUN taxes the 13th salary:
      *         the percentage social rows at the band of the
      *         monthly SALARY, and the annual wage tax with the
      *         payment less the annual tax without it
      *    - P  the missed period recalculated the way PAYROLL-RUN
      *         prices a month: SALARY plus the period's PRAEMIE
      *         at the worker's rating multiplier, prorated for a
      *         hire or exit inside the period, the company-pension
      *         salary conversion, every monthly deduction row on
      *         the insurable gross and the month's wage tax,
      *         surcharge and church tax. Only for a worker with no
      *         pay in the period yet. Loans, arrears, benefits in
      *         kind and the period's variable items are not priced
      *         here - they wait for the next regular run, or are
      *         keyed as an amount.
      *    Either way a worker under an active wage attachment has
      *    the order taken out of the net as PAYROLL-RUN takes it,
      *    counting the whole period: what the regular run already
      *    withheld comes off the monthly maximum, and the protected
      *    net is held against the worker's net for the period with
      *    this payment in. The withheld amount is transferred to
      *    the creditor in the same batch.
      *
      *    A supervisor-only run - the operator signs on first.
      *    The period must already have been paid by PAYROLL-RUN
      *    for the company and not be reversed - before that the
      *    regular run pays, after a reversal the corrected rerun
      *    does. Only a worker paid by transfer to a verified IBAN
      *    can be paid off-cycle.
      *
      *    The run prints the OFF-CYCLE-PREVIEW listing - every
      *    worker on the list with the amounts, or why nothing is
      *    paid - and writes only when the clerk then confirms.
      *    Each payment goes onto the PAY-REGISTER as an off-cycle
      *    entry ("O") at the worker's next free sequence for the
      *    period, into the worker's YTD-FILE record for the year,
      *    onto OFF-CYCLE-PAYMENT-FILE (the fixed transfer format
      *    EXPORT-PAYMENT-FILE writes, with the same "T" trailer,
      *    valued today) and onto OFF-CYCLE-PAYSLIPS. Being part of
      *    the period's pay, the entry shows on the proof report
      *    and the GL export and is reversed with the period; the
      *    month's own payment file and cheque run leave it out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFF-CYCLE-PAYMENT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".
           COPY "select-pay-register.cbl".
           COPY "select-deduction.cbl".
           COPY "select-ytd.cbl".
           COPY "select-membership.cbl".
           COPY "select-tax-card.cbl".
           COPY "select-review.cbl".
           COPY "select-rating-factor.cbl".
           COPY "select-praemie-history.cbl".
           COPY "select-bank-details.cbl".
           COPY "select-adresse.cbl".
           COPY "select-garnishment.cbl".
           COPY "select-pension-contract.cbl".
           COPY "select-update-lock.cbl".
           SELECT REPORT-FILE ASSIGN TO "OFF-CYCLE-PREVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "OFF-CYCLE-PAYMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-FILE-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO "OFF-CYCLE-PAYSLIPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYSLIP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-pay-register.cbl".
           COPY "fd-deduction.cbl".
           COPY "fd-ytd.cbl".
           COPY "fd-membership.cbl".
           COPY "fd-tax-card.cbl".
           COPY "fd-review.cbl".
           COPY "fd-rating-factor.cbl".
           COPY "fd-praemie-history.cbl".
           COPY "fd-bank-details.cbl".
           COPY "fd-adresse.cbl".
           COPY "fd-garnishment.cbl".
           COPY "fd-pension-contract.cbl".
           COPY "fd-update-lock.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD PIC X(80).

       FD  PAYSLIP-FILE.
       01  PAYSLIP-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS     PIC XX.
       77  ABTEIL-FILE-STATUS       PIC XX.
       77  PAY-REGISTER-FILE-STATUS PIC XX.
       77  DEDUCTION-FILE-STATUS    PIC XX.
       77  YTD-FILE-STATUS          PIC XX.
       77  MEMBERSHIP-FILE-STATUS   PIC XX.
       77  TAX-CARD-FILE-STATUS     PIC XX.
       77  REVIEW-FILE-STATUS       PIC XX.
       77  RATING-FACTOR-FILE-STATUS PIC XX.
       77  PRAEMIE-HISTORY-FILE-STATUS PIC XX.
       77  BANK-DETAILS-FILE-STATUS PIC XX.
       77  ADRESSE-FILE-STATUS      PIC XX.
       77  GARNISHMENT-FILE-STATUS  PIC XX.
       77  PENSION-CONTRACT-FILE-STATUS PIC XX.
       77  UPDATE-LOCK-FILE-STATUS  PIC XX.
       77  REPORT-FILE-STATUS       PIC XX.
       77  PAYMENT-FILE-STATUS      PIC XX.
       77  PAYSLIP-FILE-STATUS      PIC XX.
       77  UPDATE-LOCK-TAKEN        PIC X.
       77  LOCK-DATE-PART           PIC 9(8).
       77  LOCK-TIME-PART           PIC 9(8).
       77  THIS-OPERATOR-ID         PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK                PIC X.
       77  SIGNON-PROGRAM-NAME      PIC X(20)
           VALUE "OFF-CYCLE-PAYMENT".
       77  REGISTER-AT-END          PIC X.
       77  DEDUCTION-FILE-AT-END    PIC X.
       77  MEMBERSHIP-FILE-MISSING  PIC X VALUE "N".
       77  MEMBER-ROW-FOUND         PIC X.
       77  MEMBER-RATE              PIC 9(3)V99.
       77  TAX-CARD-FILE-MISSING    PIC X VALUE "N".
       77  TAX-CARD-FOUND           PIC X.
       77  REVIEW-FILE-MISSING      PIC X VALUE "N".
       77  FACTOR-FILE-MISSING      PIC X VALUE "N".
       77  REVIEW-ON-FILE           PIC X.
       77  FACTOR-ON-FILE           PIC X.
       77  PRAEMIE-HISTORY-MISSING  PIC X VALUE "N".
       77  PRAEMIE-LIST-AT-END      PIC X.
       77  BANK-FILE-MISSING        PIC X VALUE "N".
       77  BANK-RECORD-FOUND        PIC X.
       77  ADRESSE-FILE-MISSING     PIC X VALUE "N".
       77  ADRESSE-FOUND            PIC X.
       77  GARNISHMENT-FILE-MISSING PIC X VALUE "N".
       77  GN-RECORD-FOUND          PIC X.
       77  PENSION-FILE-MISSING     PIC X VALUE "N".
       77  PENSION-CONTRACT-FOUND   PIC X.
       77  PENSION-ROW-IN-TABLE     PIC X VALUE "N".
       77  PENSION-DED-CODE         PIC 9(3) VALUE ZERO.
       77  ABTEILUNG-ID-FOUND       PIC X.
       77  WORKER-FOUND             PIC X.
       77  YTD-RECORD-FOUND         PIC X.
       77  YTD-CODE-FOUND           PIC X.
       77  YTD-SUB                  PIC 9(2).
       77  REGISTER-DED-SUB         PIC 9(2).

       77  PAY-PERIOD               PIC X(7).
       77  PERIOD-VALID             PIC X.
       77  PERIOD-MONTH             PIC 99.
       77  PERIOD-END-DATE          PIC X(10).
       77  PERIOD-HAS-ENTRIES       PIC X.
       77  PERIOD-GROSS-SIGNED      PIC S9(11)V99.
       77  PERIOD-READY             PIC X.
       77  RATING-YEAR              PIC 9(4).
       77  PAYMENT-YEAR             PIC 9(4).
       77  COMMIT-PASS              PIC X VALUE "N".
       77  OK-TO-COMMIT             PIC X.
       77  TODAY-DATUM-PART         PIC 9(8).
       77  BATCH-VALUE-DATE         PIC X(10).

       77  UPPER-ALPHA              PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA              PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

      ******************************************************************
      *    The keyed payment list - one row per worker, the way the
      *    worker is to be paid, and the gross for a keyed amount.
      ******************************************************************
       77  PL-ENTRY-COUNT           PIC 9(2) VALUE ZERO.
       77  PL-MAX-ENTRIES           PIC 9(2) VALUE 50.
       77  PL-SUB                   PIC 9(2).
       77  LIST-COMPLETE            PIC X.
       77  ENTRY-VALID              PIC X.
       77  ENTRY-ARBEITER-ID        PIC 9(6).
       77  ENTRY-KIND               PIC X.
       77  ENTRY-AMOUNT             PIC 9(7)V99.
       77  ENTRY-AMOUNT-FIELD       PIC Z(7).ZZ.
       01  PAYMENT-LIST-TABLE.
           05 PAYMENT-LIST-ENTRY OCCURS 50 TIMES.
               10 PL-ARBEITER-ID    PIC 9(6).
               10 PL-KIND           PIC X.
                   88 PL-IS-AMOUNT      VALUE "A".
                   88 PL-IS-PERIOD      VALUE "P".
               10 PL-AMOUNT         PIC 9(7)V99.

       77  WORKER-PAYABLE           PIC X.
       77  WORKER-REMARK            PIC X(36).
       77  WORKER-IN-PERIOD         PIC X.
       77  WORKER-HAS-ENTRIES       PIC X.
       77  WORKER-HAS-PERIOD-PAY    PIC X.
       77  WORKER-MAX-SEQ           PIC 9.
       77  PERIOD-NET-SO-FAR        PIC S9(9)V99.
       77  PERIOD-GARNISHED-SO-FAR  PIC S9(9)V99.
       77  NEW-ENTRY-SEQ            PIC 9.
       77  WORKER-MULTIPLIER        PIC 9V99.
       77  PERIOD-PRAEMIE           PIC 9(3).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.
       77  PERIOD-CAL-DAYS          PIC 99.
       77  PRORATE-START-DAY        PIC 99.
       77  PRORATE-END-DAY          PIC 99.
       77  PRORATE-PAID-DAYS        PIC S99.
       77  CAL-YEAR                 PIC 9(4).
       77  CAL-LEAP-QUOT            PIC 9(4).
       77  CAL-LEAP-REM             PIC 9(4).
       77  CAL-IS-LEAP-YEAR         PIC X.

       77  WORKER-GROSS             PIC 9(7)V99 VALUE ZERO.
       77  WORKER-BONUS             PIC 9(7)V99 VALUE ZERO.
       77  WORKER-INSURABLE-GROSS   PIC 9(7)V99 VALUE ZERO.
       77  PENSION-CONVERSION       PIC 9(7)V99 VALUE ZERO.
       77  PENSION-TOP-UP           PIC 9(7)V99 VALUE ZERO.
       77  GARNISHMENT-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       77  GARNISHMENT-ROOM         PIC S9(9)V99.
       77  GARNISHMENT-REMAINING    PIC S9(9)V99.
       77  WORKER-DEDUCTIONS        PIC 9(7)V99 VALUE ZERO.
       77  WORKER-TAXES             PIC 9(7)V99 VALUE ZERO.
       77  WORKER-EMPLOYER-CONTRIB  PIC 9(7)V99 VALUE ZERO.
       77  WORKER-EMPLOYER-COST     PIC 9(9)V99 VALUE ZERO.
       77  WORKER-NET               PIC S9(7)V99 VALUE ZERO.
       77  ONE-DEDUCTION-AMOUNT     PIC 9(7)V99 VALUE ZERO.

       77  WORKERS-PRICED-COUNT     PIC 9(5) VALUE ZERO.
       77  WORKERS-PAID-COUNT       PIC 9(5) VALUE ZERO.
       77  WORKERS-NOT-PAID-COUNT   PIC 9(5) VALUE ZERO.
       77  RUN-GROSS-TOTAL          PIC 9(9)V99 VALUE ZERO.
       77  RUN-DEDUCTION-TOTAL      PIC 9(9)V99 VALUE ZERO.
       77  RUN-TAX-TOTAL            PIC 9(9)V99 VALUE ZERO.
       77  RUN-NET-TOTAL            PIC 9(9)V99 VALUE ZERO.
       77  RUN-EMPLOYER-COST-TOTAL  PIC 9(11)V99 VALUE ZERO.
       77  RUN-GARNISHMENT-TOTAL    PIC 9(9)V99 VALUE ZERO.
       77  CREDITOR-COUNT           PIC 9(6) VALUE ZERO.
       77  TRANSFER-COUNT           PIC 9(6) VALUE ZERO.
       77  TRANSFER-TOTAL           PIC 9(11)V99 VALUE ZERO.
       77  PAYSLIPS-PRINTED-COUNT   PIC 9(6) VALUE ZERO.

       77  AMOUNT-VON-DEDUCTIONS    PIC 9(2) VALUE ZERO.
       77  TAX-ROWS-IN-TABLE        PIC X VALUE "N".
       77  SOLIDARITY-RATE          PIC 9(3)V99 VALUE ZERO.
       77  NO-TAX-CARD-COUNT        PIC 9(5) VALUE ZERO.
       77  NO-RATING-COUNT          PIC 9(5) VALUE ZERO.
       77  WORKER-TAX-CLASS         PIC 9.
       77  WORKER-CHILD-ALLOWANCE   PIC 9V9.
       77  WORKER-CHURCH-TAX        PIC X.
       77  ANNUAL-TAX-BASIS         PIC S9(9)V99.
       77  ANNUAL-WAGE-TAX          PIC 9(9).
       77  ANNUAL-BASE-TAX          PIC 9(9).
       77  ANNUAL-SOLIDARITY        PIC 9(9)V99.
       77  SOLIDARITY-LIMIT         PIC 9(9)V99.
       77  SOLIDARITY-THRESHOLD     PIC 9(7).
       77  WAGE-TAX-WITHOUT         PIC 9(9).
       77  BASE-TAX-WITHOUT         PIC 9(9).
       77  SOLIDARITY-WITHOUT       PIC 9(9)V99.
       77  PAYMENT-WAGE-TAX         PIC S9(9)V99.
       77  PAYMENT-BASE-TAX         PIC S9(9)V9(4).
       77  PAYMENT-SOLIDARITY       PIC S9(9)V99.
       77  CLASS-INCOME             PIC 9(9)V99.
       77  CLASS-TAX                PIC 9(9).
       77  CLASS-MINIMUM-TAX        PIC 9(9).
       77  CLASS-MAXIMUM-TAX        PIC 9(9).
       77  TARIFF-INCOME            PIC 9(9).
       77  TARIFF-TAX               PIC 9(9).
       77  TARIFF-HIGH-TAX          PIC 9(9).
       77  TARIFF-FACTOR            PIC 9V9(8).

      ******************************************************************
      *    Annual income-tax tariff and wage-tax allowances - the
      *    same figures PAYROLL-RUN taxes the month's pay with.
      ******************************************************************
       77  TARIFF-BASIC-ALLOWANCE   PIC 9(7) VALUE 11604.
       77  TARIFF-ZONE-2-LIMIT      PIC 9(7) VALUE 17005.
       77  TARIFF-ZONE-3-LIMIT      PIC 9(7) VALUE 66760.
       77  TARIFF-ZONE-4-LIMIT      PIC 9(7) VALUE 277825.
       77  TAX-EMPLOYEE-LUMP-SUM    PIC 9(5) VALUE 1230.
       77  TAX-SPECIAL-EXPENSES     PIC 9(5) VALUE 36.
       77  TAX-SINGLE-PARENT-RELIEF PIC 9(5) VALUE 4260.
       77  TAX-CHILD-ALLOWANCE-RATE PIC 9(5) VALUE 9312.
       77  SOLIDARITY-EXEMPT-LIMIT  PIC 9(7) VALUE 18130.
       01  TABLE-DEDUCTION-RECORD OCCURS 25 TIMES
               INDEXED BY DED-INDEX.
           05 TABLE-DED-CODE         PIC 9(3).
           05 TABLE-DED-DESCRIPTION  PIC X(30).
           05 TABLE-DED-KIND         PIC X.
           05 TABLE-DED-SIDE         PIC X.
           05 TABLE-DED-BASIS        PIC X.
           05 TABLE-DED-RATE         PIC 9(3)V99.
           05 TABLE-DED-FIXED-AMOUNT PIC 9(7)V99.
           05 TABLE-DED-BAND-FROM    PIC 9(7)V99.
           05 TABLE-DED-BAND-TO      PIC 9(7)V99.

       01  HEADER-LINE-1.
           05 FILLER PIC X(35)  VALUE
               "OFF-CYCLE PAYMENT PREVIEW - PERIOD ".
           05 HL-PERIOD         PIC X(7).
           05 FILLER PIC X(11)  VALUE "  COMPANY ".
           05 HL-FIRMA-ID       PIC 99.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 HL-FIRMA-NAME     PIC X(40).
           05 FILLER PIC X(35)  VALUE SPACE.

       01  HEADER-LINE-2.
           05 FILLER PIC X(50)  VALUE
               "AMOUNT - KEYED GROSS TAXED AS A ONE-OFF PAYMENT;".
           05 FILLER PIC X(50)  VALUE
               " PERIOD - THE MISSED MONTH RECALCULATED".
           05 FILLER PIC X(32)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)   VALUE "ID".
           05 FILLER PIC X(21)  VALUE "Familie".
           05 FILLER PIC X(6)   VALUE "ABT".
           05 FILLER PIC X(7)   VALUE "KIND".
           05 FILLER PIC X(3)   VALUE "DY".
           05 FILLER PIC X(12)  VALUE "       GROSS".
           05 FILLER PIC X(12)  VALUE "  DEDUCTIONS".
           05 FILLER PIC X(12)  VALUE "  OF WHICH T".
           05 FILLER PIC X(12)  VALUE "         NET".
           05 FILLER PIC X(2)   VALUE SPACE.
           05 FILLER PIC X(37)  VALUE "REMARK".

       01  WORKER-LINE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-FAMILIE        PIC X(20).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-KIND           PIC X(6).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-PAID-DAYS      PIC ZZ.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-GROSS          PIC Z,ZZZ,ZZ9.99.
           05 RL-DEDUCTIONS     PIC Z,ZZZ,ZZ9.99.
           05 RL-TAXES          PIC Z,ZZZ,ZZ9.99.
           05 RL-NET            PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-REMARK         PIC X(36).
           05 FILLER PIC X(1)   VALUE SPACE.

       01  TOTAL-LINE.
           05 FILLER PIC X(8)   VALUE "  TOTAL ".
           05 TL-PAID-COUNT     PIC ZZZZ9.
           05 FILLER PIC X(13)  VALUE " WORKERS PAID".
           05 FILLER PIC X(19)  VALUE SPACE.
           05 TL-GROSS          PIC ZZZZZZZZ9.99.
           05 TL-DEDUCTIONS     PIC ZZZZZZZZ9.99.
           05 TL-TAXES          PIC ZZZZZZZZ9.99.
           05 TL-NET            PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(39)  VALUE SPACE.

       01  NOT-PAID-LINE.
           05 FILLER PIC X(11)  VALUE "  NOT PAID ".
           05 NL-NOT-PAID-COUNT PIC ZZZZ9.
           05 FILLER PIC X(30)  VALUE
               " WORKERS - SEE THE REMARKS".
           05 FILLER PIC X(86)  VALUE SPACE.

       01  GARNISHMENT-TOTAL-LINE.
           05 FILLER PIC X(33)  VALUE
               "  WITHHELD FOR WAGE ATTACHMENTS ".
           05 GL-GARNISHMENT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(81)  VALUE SPACE.

       01  EMPLOYER-COST-LINE.
           05 FILLER PIC X(33)  VALUE
               "  EMPLOYER COST OF THE PAYMENTS ".
           05 EL-EMPLOYER-COST  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(81)  VALUE SPACE.

      ******************************************************************
      *    Transfer detail and batch trailer - the layout
      *    EXPORT-PAYMENT-FILE writes, so the bank and CHECK-EXTRACT
      *    take the off-cycle file like the month's own.
      ******************************************************************
       01  PAYMENT-DETAIL-LINE.
           05 PD-RECORD-TYPE      PIC X     VALUE "D".
           05 PD-ARBEITER-ID      PIC 9(6).
           05 PD-IBAN             PIC X(34).
           05 PD-AMOUNT           PIC 9(11)V99.
           05 PD-PERIOD           PIC X(7).
           05 FILLER              PIC X(19) VALUE SPACE.

       01  PAYMENT-TRAILER-LINE.
           05 PT-RECORD-TYPE      PIC X     VALUE "T".
           05 PT-TRANSFER-COUNT   PIC 9(6).
           05 PT-TRANSFER-TOTAL   PIC 9(11)V99.
           05 PT-PERIOD           PIC X(7).
           05 PT-VALUE-DATE       PIC X(10).
           05 PT-FIRMA-ID         PIC 9(2).
           05 PT-DEBTOR-IBAN      PIC X(34).
           05 FILLER              PIC X(7)  VALUE SPACE.

      ******************************************************************
      *    Payslip page - the PRINT-PAYSLIPS layout, titled as an
      *    off-cycle payment.
      ******************************************************************
       01  PAGE-RULE-LINE.
           05 FILLER PIC X(70) VALUE ALL "=".
           05 FILLER PIC X(62) VALUE SPACE.

       01  SLIP-TITLE-LINE.
           05 FILLER PIC X(30)  VALUE
               "OFF-CYCLE PAYSLIP FOR PERIOD ".
           05 SL-PERIOD         PIC X(7).
           05 FILLER PIC X(9)   VALUE "  PAID ON".
           05 FILLER PIC X(1)   VALUE SPACE.
           05 SL-PAID-DATE      PIC X(10).
           05 FILLER PIC X(75)  VALUE SPACE.

       01  SLIP-WORKER-LINE.
           05 FILLER PIC X(9)   VALUE "ARBEITER ".
           05 SL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 SL-FAMILIE        PIC X(40).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 SL-NAME           PIC X(40).
           05 FILLER PIC X(34)  VALUE SPACE.

       01  SLIP-ADDRESS-LINE.
           05 FILLER PIC X(9)   VALUE SPACE.
           05 SL-ADDRESS-TEXT   PIC X(70).
           05 FILLER PIC X(53)  VALUE SPACE.

       01  SLIP-AMOUNT-LINE.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 SL-AMOUNT-LABEL   PIC X(24).
           05 SL-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(93)  VALUE SPACE.

       01  SLIP-DEDUCTION-LINE.
           05 FILLER PIC X(4)   VALUE SPACE.
           05 SL-DED-CODE       PIC 9(3).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 SL-DED-DESCRIPTION PIC X(30).
           05 SL-DED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(81)  VALUE SPACE.

       01  SLIP-IBAN-LINE.
           05 FILLER PIC X(10)  VALUE "PAID TO:  ".
           05 SL-IBAN           PIC X(34).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 SL-BANK-NAME      PIC X(40).
           05 FILLER PIC X(46)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "firma-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM CHECK-OPERATOR-LOGIN.
           IF SIGNON-OK = "Y" AND
               THIS-OPERATOR-IS-SUPERVISOR = "Y"
               PERFORM TAKE-UPDATE-LOCK
               IF UPDATE-LOCK-TAKEN = "Y"
                   PERFORM RUN-THE-OFF-CYCLE-PAYMENT
                   PERFORM RELEASE-UPDATE-LOCK.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    Operator sign-on - paying outside the monthly run is a
      *    supervisor-only job.
      ******************************************************************
       CHECK-OPERATOR-LOGIN.
           CALL "SIGNON-OPERATOR" USING SIGNON-PROGRAM-NAME
                                        THIS-OPERATOR-ID
                                        THIS-OPERATOR-IS-SUPERVISOR
                                        SIGNON-OK.
           IF SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY PAY OFF-CYCLE".

      ******************************************************************
      *    The period is checked before anything is keyed; then the
      *    list is taken, priced and printed, and once the clerk
      *    confirms the commit pass prices the list again the same
      *    way and writes.
      ******************************************************************
       RUN-THE-OFF-CYCLE-PAYMENT.
           PERFORM OPENING-PROCEDURE.
           PERFORM CHECK-PERIOD-HAS-BEEN-RUN.
           IF PERIOD-READY = "Y"
               PERFORM ENTER-PAYMENT-LIST
               IF PL-ENTRY-COUNT = ZERO
                   DISPLAY "NO WORKERS KEYED - NOTHING TO PAY"
               ELSE
                   PERFORM PREVIEW-AND-COMMIT.
           PERFORM CLOSING-PROCEDURE.

       PREVIEW-AND-COMMIT.
           MOVE "N" TO COMMIT-PASS.
           PERFORM PRINT-THE-PREVIEW.
           IF WORKERS-PAID-COUNT = ZERO
               DISPLAY "NOBODY ON THE LIST CAN BE PAID OFF-CYCLE - "
                   "NOTHING TO WRITE"
           ELSE
               PERFORM ASK-OK-TO-COMMIT
               IF OK-TO-COMMIT = "Y"
                   PERFORM COMMIT-THE-PAYMENT
               ELSE
                   DISPLAY "NOTHING WAS WRITTEN - THE PREVIEW IS IN "
                       "OFF-CYCLE-PREVIEW".

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           PERFORM OPEN-PAY-REGISTER-FILE.
           PERFORM LOAD-DEDUCTION-TABLE.
           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-MEMBERSHIP-FILE.
           PERFORM OPEN-TAX-CARD-FILE.
           PERFORM OPEN-RATING-FILES.
           PERFORM OPEN-PRAEMIE-HISTORY-FILE.
           PERFORM OPEN-BANK-DETAILS-FILE.
           PERFORM OPEN-ADRESSE-FILE.
           PERFORM OPEN-GARNISHMENT-FILE.
           PERFORM OPEN-PENSION-CONTRACT-FILE.
           PERFORM ENTER-PAY-PERIOD.
           MOVE PAY-PERIOD(1:4) TO PAYMENT-YEAR.
           MOVE PAY-PERIOD(1:4) TO RATING-YEAR.
           PERFORM ENTER-RUN-FIRMA.

       CLOSING-PROCEDURE.
           IF MEMBERSHIP-FILE-MISSING NOT = "Y"
               CLOSE MEMBERSHIP-FILE.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               CLOSE TAX-CARD-FILE.
           IF REVIEW-FILE-MISSING NOT = "Y"
               CLOSE REVIEW-FILE.
           IF FACTOR-FILE-MISSING NOT = "Y"
               CLOSE RATING-FACTOR-FILE.
           IF PRAEMIE-HISTORY-MISSING NOT = "Y"
               CLOSE PRAEMIE-HISTORY-FILE.
           IF BANK-FILE-MISSING NOT = "Y"
               CLOSE BANK-DETAILS-FILE.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               CLOSE ADRESSE-FILE.
           IF GARNISHMENT-FILE-MISSING NOT = "Y"
               CLOSE GARNISHMENT-FILE.
           IF PENSION-FILE-MISSING NOT = "Y"
               CLOSE PENSION-CONTRACT-FILE.
           CLOSE YTD-FILE.
           CLOSE PAY-REGISTER-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.

      ******************************************************************
      *    The register and the year-to-date file are created by the
      *    first run that writes them - status "35" on the I-O open
      *    means they are not on disk yet.
      ******************************************************************
       OPEN-PAY-REGISTER-FILE.
           OPEN I-O PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT PAY-REGISTER-FILE
               CLOSE PAY-REGISTER-FILE
               OPEN I-O PAY-REGISTER-FILE.

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE.
           IF YTD-FILE-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE.

       OPEN-MEMBERSHIP-FILE.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBERSHIP-FILE-STATUS = "35"
               MOVE "Y" TO MEMBERSHIP-FILE-MISSING.

       OPEN-TAX-CARD-FILE.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               MOVE "Y" TO TAX-CARD-FILE-MISSING.

       OPEN-RATING-FILES.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS = "35"
               MOVE "Y" TO REVIEW-FILE-MISSING.
           OPEN INPUT RATING-FACTOR-FILE.
           IF RATING-FACTOR-FILE-STATUS = "35"
               MOVE "Y" TO FACTOR-FILE-MISSING.

       OPEN-PRAEMIE-HISTORY-FILE.
           OPEN INPUT PRAEMIE-HISTORY-FILE.
           IF PRAEMIE-HISTORY-FILE-STATUS = "35"
               MOVE "Y" TO PRAEMIE-HISTORY-MISSING.

      ******************************************************************
      *    No bank file means nobody can be paid by transfer - every
      *    worker on the list is shown on the preview as not paid.
      *    No address file just leaves the payslip block marked.
      ******************************************************************
       OPEN-BANK-DETAILS-FILE.
           OPEN INPUT BANK-DETAILS-FILE.
           IF BANK-DETAILS-FILE-STATUS = "35"
               MOVE "Y" TO BANK-FILE-MISSING.

       OPEN-ADRESSE-FILE.
           OPEN INPUT ADRESSE-FILE.
           IF ADRESSE-FILE-STATUS = "35"
               MOVE "Y" TO ADRESSE-FILE-MISSING.

      ******************************************************************
      *    Garnishment orders and pension contracts - status "35"
      *    just means none have been keyed yet. Contracts on a file
      *    with no pension row in the DEDUCTION-TABLE are left
      *    alone, as in PAYROLL-RUN.
      ******************************************************************
       OPEN-GARNISHMENT-FILE.
           OPEN I-O GARNISHMENT-FILE.
           IF GARNISHMENT-FILE-STATUS = "35"
               MOVE "Y" TO GARNISHMENT-FILE-MISSING.

       OPEN-PENSION-CONTRACT-FILE.
           OPEN I-O PENSION-CONTRACT-FILE.
           IF PENSION-CONTRACT-FILE-STATUS = "35"
               MOVE "Y" TO PENSION-FILE-MISSING.

      ******************************************************************
      *    Deduction table - loaded once at startup, the same load
      *    as PAYROLL-RUN's, with the descriptions the payslip
      *    prints. The surcharge rate of the first solidarity row
      *    is kept for the surcharge.
      ******************************************************************
       LOAD-DEDUCTION-TABLE.
           MOVE ZERO TO AMOUNT-VON-DEDUCTIONS.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS = "35"
               DISPLAY "DEDUCTION-TABLE NOT SET UP - NET PAY WILL "
                   "EQUAL GROSS"
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
               IF DEDUCTION-FILE-AT-END NOT = "Y"
                   DISPLAY "DEDUCTION TABLE TRUNCATED - ONLY 25 "
                       "ROWS LOADED, NET PAY WILL COME OUT HIGH"
               END-IF
               CLOSE DEDUCTION-FILE.

       LOAD-ONE-DEDUCTION-RECORD.
           MOVE DED-CODE         TO TABLE-DED-CODE(DED-INDEX).
           MOVE DED-DESCRIPTION  TO TABLE-DED-DESCRIPTION(DED-INDEX).
           MOVE DED-KIND         TO TABLE-DED-KIND(DED-INDEX).
           MOVE DED-SIDE         TO TABLE-DED-SIDE(DED-INDEX).
           MOVE DED-BASIS        TO TABLE-DED-BASIS(DED-INDEX).
           MOVE DED-RATE         TO TABLE-DED-RATE(DED-INDEX).
           MOVE DED-FIXED-AMOUNT TO TABLE-DED-FIXED-AMOUNT(DED-INDEX).
           MOVE DED-BAND-FROM    TO TABLE-DED-BAND-FROM(DED-INDEX).
           MOVE DED-BAND-TO      TO TABLE-DED-BAND-TO(DED-INDEX).
           IF DED-IS-TAX-BASED
               MOVE "Y" TO TAX-ROWS-IN-TABLE.
           IF DED-IS-SOLIDARITY AND SOLIDARITY-RATE = ZERO
               MOVE DED-RATE TO SOLIDARITY-RATE.
           IF DED-IS-PENSION-CONVERSION AND
               PENSION-ROW-IN-TABLE = "N"
               MOVE "Y" TO PENSION-ROW-IN-TABLE
               MOVE DED-CODE TO PENSION-DED-CODE.
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
      *    The period is the one the money is for, not today's.
      ******************************************************************
       ENTER-PAY-PERIOD.
           PERFORM ACCEPT-PAY-PERIOD.
           PERFORM RE-ACCEPT-PAY-PERIOD
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-PAY-PERIOD.
           DISPLAY "ENTER THE PAY PERIOD THE PAYMENT IS FOR "
               "(YYYY-MM)".
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
      *    The company this run pays - 0 pays every company at once.
      ******************************************************************
       ENTER-RUN-FIRMA.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.

      ******************************************************************
      *    An off-cycle payment tops up a period the regular run has
      *    paid - the same reading of the register as PAYROLL-RUN's
      *    double-pay guard: the company's non-special entries for
      *    the period summing to a gross means paid, summing to zero
      *    means reversed, none at all means not run yet.
      ******************************************************************
       CHECK-PERIOD-HAS-BEEN-RUN.
           MOVE "N" TO PERIOD-READY.
           MOVE "N" TO PERIOD-HAS-ENTRIES.
           MOVE ZERO TO PERIOD-GROSS-SIGNED.
           MOVE "N" TO REGISTER-AT-END.
           MOVE PAY-PERIOD TO PR-PERIOD.
           MOVE ZERO TO PR-ARBEITER-ID.
           MOVE ZERO TO PR-ENTRY-SEQ.
           START PAY-REGISTER-FILE
               KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-AT-END.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD
               PERFORM JUDGE-ONE-PERIOD-ENTRY
                   UNTIL REGISTER-AT-END = "Y".
           IF PERIOD-HAS-ENTRIES = "N"
               DISPLAY "PERIOD " PAY-PERIOD " HAS NOT BEEN RUN YET "
                   "- PAYROLL-RUN PAYS IT, NOT AN OFF-CYCLE RUN"
           ELSE
           IF PERIOD-GROSS-SIGNED = ZERO
               DISPLAY "PERIOD " PAY-PERIOD " HAS BEEN REVERSED - "
                   "THE CORRECTED RERUN PAYS IT"
           ELSE
               MOVE "Y" TO PERIOD-READY.

       JUDGE-ONE-PERIOD-ENTRY.
           IF PR-PERIOD NOT = PAY-PERIOD
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               PERFORM JUDGE-ENTRY-IF-IN-RUN.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD.

       JUDGE-ENTRY-IF-IN-RUN.
           MOVE "A" TO FR-FUNCTION.
           MOVE PR-ABTEILUNG-ID TO FR-ABTEILUNG-ID.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           IF FR-IN-RUN = "Y" AND NOT PR-IS-SPECIAL
               MOVE "Y" TO PERIOD-HAS-ENTRIES
               ADD PR-GROSS-PAY TO PERIOD-GROSS-SIGNED.

      ******************************************************************
      *    The payment list - an ARBEITER-ID, then A for a keyed
      *    amount or P for the missed period, until 0 is keyed. A
      *    worker not on file, of another company, or already on
      *    the list is refused at once; everything else about the
      *    worker is judged on the preview.
      ******************************************************************
       ENTER-PAYMENT-LIST.
           MOVE ZERO TO PL-ENTRY-COUNT.
           MOVE "N" TO LIST-COMPLETE.
           PERFORM ENTER-ONE-LIST-ENTRY
               UNTIL LIST-COMPLETE = "Y".

       ENTER-ONE-LIST-ENTRY.
           DISPLAY "ENTER ARBEITER-ID TO PAY (0 WHEN THE LIST IS "
               "COMPLETE)".
           MOVE ZERO TO ENTRY-ARBEITER-ID.
           ACCEPT ENTRY-ARBEITER-ID.
           IF ENTRY-ARBEITER-ID = ZERO
               MOVE "Y" TO LIST-COMPLETE
           ELSE
               PERFORM CHECK-LIST-WORKER
               IF ENTRY-VALID = "Y"
                   PERFORM ENTER-PAYMENT-KIND
                   PERFORM ADD-ONE-LIST-ENTRY.
           IF LIST-COMPLETE NOT = "Y" AND
               PL-ENTRY-COUNT NOT < PL-MAX-ENTRIES
               DISPLAY "THE LIST IS FULL AT " PL-MAX-ENTRIES
                   " WORKERS - PAY THE REST IN A SECOND RUN"
               MOVE "Y" TO LIST-COMPLETE.

       CHECK-LIST-WORKER.
           MOVE "Y" TO ENTRY-VALID.
           MOVE ENTRY-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "N"
               MOVE "N" TO ENTRY-VALID
               DISPLAY "ARBEITER " ENTRY-ARBEITER-ID " NOT ON FILE"
           ELSE
               MOVE "A" TO FR-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO FR-ABTEILUNG-ID
               CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST
               IF FR-IN-RUN NOT = "Y"
                   MOVE "N" TO ENTRY-VALID
                   DISPLAY "ARBEITER " ENTRY-ARBEITER-ID
                       " IS PAID BY ANOTHER COMPANY".
           IF ENTRY-VALID = "Y"
               PERFORM MATCH-ONE-LIST-ENTRY
                   VARYING PL-SUB FROM 1 BY 1
                   UNTIL PL-SUB > PL-ENTRY-COUNT.

       MATCH-ONE-LIST-ENTRY.
           IF PL-ARBEITER-ID(PL-SUB) = ENTRY-ARBEITER-ID
               MOVE "N" TO ENTRY-VALID
               DISPLAY "ARBEITER " ENTRY-ARBEITER-ID
                   " IS ALREADY ON THE LIST".

       ENTER-PAYMENT-KIND.
           PERFORM ACCEPT-PAYMENT-KIND.
           PERFORM RE-ACCEPT-PAYMENT-KIND
               UNTIL ENTRY-KIND = "A" OR "P".
           MOVE ZERO TO ENTRY-AMOUNT.
           IF ENTRY-KIND = "A"
               PERFORM ENTER-PAYMENT-AMOUNT.

       ACCEPT-PAYMENT-KIND.
           DISPLAY "PAY A KEYED AMOUNT (A) OR RECALCULATE THE "
               "MISSED PERIOD (P)?".
           MOVE SPACE TO ENTRY-KIND.
           ACCEPT ENTRY-KIND.
           INSPECT ENTRY-KIND
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PAYMENT-KIND.
           DISPLAY "YOU MUST ENTER A OR P".
           PERFORM ACCEPT-PAYMENT-KIND.

       ENTER-PAYMENT-AMOUNT.
           PERFORM ACCEPT-PAYMENT-AMOUNT.
           PERFORM RE-ACCEPT-PAYMENT-AMOUNT
               UNTIL ENTRY-AMOUNT > ZERO.

       ACCEPT-PAYMENT-AMOUNT.
           DISPLAY "ENTER THE GROSS AMOUNT TO PAY".
           MOVE ZERO TO ENTRY-AMOUNT-FIELD.
           ACCEPT ENTRY-AMOUNT-FIELD.
           MOVE ENTRY-AMOUNT-FIELD TO ENTRY-AMOUNT.

       RE-ACCEPT-PAYMENT-AMOUNT.
           DISPLAY "AMOUNT MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-PAYMENT-AMOUNT.

       ADD-ONE-LIST-ENTRY.
           ADD 1 TO PL-ENTRY-COUNT.
           MOVE ENTRY-ARBEITER-ID TO PL-ARBEITER-ID(PL-ENTRY-COUNT).
           MOVE ENTRY-KIND        TO PL-KIND(PL-ENTRY-COUNT).
           MOVE ENTRY-AMOUNT      TO PL-AMOUNT(PL-ENTRY-COUNT).

       ASK-OK-TO-COMMIT.
           PERFORM ACCEPT-OK-TO-COMMIT.
           PERFORM RE-ACCEPT-OK-TO-COMMIT
               UNTIL OK-TO-COMMIT = "Y" OR "N".

       ACCEPT-OK-TO-COMMIT.
           DISPLAY WORKERS-PAID-COUNT " WORKERS, "
               RUN-GROSS-TOTAL " GROSS, " RUN-NET-TOTAL " NET".
           DISPLAY "HAS THE PREVIEW BEEN SIGNED OFF - WRITE AND PAY "
               "NOW (Y/N)?".
           ACCEPT OK-TO-COMMIT.
           INSPECT OK-TO-COMMIT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-COMMIT.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-COMMIT.

      ******************************************************************
      *    Preview pass - one line per worker on the list, paid or
      *    not, then the totals; the listing is filed in the report
      *    catalog as the record that was signed off.
      ******************************************************************
       PRINT-THE-PREVIEW.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-TITLE.
           PERFORM PRICE-ONE-LIST-ENTRY
               VARYING PL-SUB FROM 1 BY 1
               UNTIL PL-SUB > PL-ENTRY-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM FILE-PREVIEW-IN-CATALOG.

       WRITE-REPORT-TITLE.
           MOVE PAY-PERIOD TO HL-PERIOD.
           MOVE FR-RUN-FIRMA-ID TO HL-FIRMA-ID.
           MOVE FR-RUN-NAME TO HL-FIRMA-NAME.
           IF FR-RUN-IS-ALL-FIRMEN
               MOVE "ALL COMPANIES" TO HL-FIRMA-NAME.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE HEADER-LINE-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WORKERS-PAID-COUNT TO TL-PAID-COUNT.
           MOVE RUN-GROSS-TOTAL TO TL-GROSS.
           MOVE RUN-DEDUCTION-TOTAL TO TL-DEDUCTIONS.
           MOVE RUN-TAX-TOTAL TO TL-TAXES.
           MOVE RUN-NET-TOTAL TO TL-NET.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RUN-EMPLOYER-COST-TOTAL TO EL-EMPLOYER-COST.
           MOVE EMPLOYER-COST-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RUN-GARNISHMENT-TOTAL TO GL-GARNISHMENT.
           MOVE GARNISHMENT-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WORKERS-NOT-PAID-COUNT TO NL-NOT-PAID-COUNT.
           MOVE NOT-PAID-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FILE-PREVIEW-IN-CATALOG.
           MOVE "OFF-CYCLE-PAYMENT-RUN" TO CATALOG-PROGRAM-NAME.
           MOVE "OFF-CYCLE-PREVIEW" TO CATALOG-REPORT-FILE.
           PERFORM BUILD-CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       FILE-PAYSLIPS-IN-CATALOG.
           MOVE "OFF-CYCLE-PAYMENT-RUN" TO CATALOG-PROGRAM-NAME.
           MOVE "OFF-CYCLE-PAYSLIPS" TO CATALOG-REPORT-FILE.
           PERFORM BUILD-CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       BUILD-CATALOG-PARAMETERS.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "PERIOD "        DELIMITED BY SIZE
               PAY-PERIOD       DELIMITED BY SIZE
               " COMPANY "      DELIMITED BY SIZE
               FR-RUN-FIRMA-ID  DELIMITED BY SIZE
               " WORKERS "      DELIMITED BY SIZE
               PL-ENTRY-COUNT   DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.

      ******************************************************************
      *    Commit pass - the same pricing, now writing the register
      *    entries, the year-to-date figures, the transfer lines and
      *    the payslips. The batch is valued today.
      ******************************************************************
       COMMIT-THE-PAYMENT.
           MOVE "Y" TO COMMIT-PASS.
           MOVE ZERO TO WORKERS-PRICED-COUNT.
           MOVE ZERO TO WORKERS-PAID-COUNT.
           MOVE ZERO TO WORKERS-NOT-PAID-COUNT.
           MOVE ZERO TO RUN-GROSS-TOTAL.
           MOVE ZERO TO RUN-DEDUCTION-TOTAL.
           MOVE ZERO TO RUN-TAX-TOTAL.
           MOVE ZERO TO RUN-NET-TOTAL.
           MOVE ZERO TO RUN-EMPLOYER-COST-TOTAL.
           MOVE ZERO TO RUN-GARNISHMENT-TOTAL.
           PERFORM FIND-BATCH-VALUE-DATE.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT PAYSLIP-FILE.
           PERFORM PRICE-ONE-LIST-ENTRY
               VARYING PL-SUB FROM 1 BY 1
               UNTIL PL-SUB > PL-ENTRY-COUNT.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE PAYMENT-FILE.
           CLOSE PAYSLIP-FILE.
           PERFORM FILE-PAYSLIPS-IN-CATALOG.
           PERFORM DISPLAY-RUN-TOTALS.

       FIND-BATCH-VALUE-DATE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO BATCH-VALUE-DATE.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO BATCH-VALUE-DATE.

      ******************************************************************
      *    One worker on the list - refused with a remark, or priced
      *    as a keyed amount or as the missed period. A worker who
      *    cannot be paid by transfer is not paid at all: the
      *    month's own payment file leaves off-cycle entries out, so
      *    an entry without a transfer would never be paid.
      ******************************************************************
       PRICE-ONE-LIST-ENTRY.
           ADD 1 TO WORKERS-PRICED-COUNT.
           MOVE "Y" TO WORKER-PAYABLE.
           MOVE SPACE TO WORKER-REMARK.
           MOVE ZERO TO WORKER-GROSS.
           MOVE ZERO TO WORKER-BONUS.
           MOVE ZERO TO WORKER-DEDUCTIONS.
           MOVE ZERO TO WORKER-TAXES.
           MOVE ZERO TO WORKER-EMPLOYER-CONTRIB.
           MOVE ZERO TO WORKER-EMPLOYER-COST.
           MOVE ZERO TO WORKER-NET.
           MOVE ZERO TO PENSION-CONVERSION.
           MOVE ZERO TO PENSION-TOP-UP.
           MOVE ZERO TO GARNISHMENT-AMOUNT.
           MOVE ZERO TO PRORATE-PAID-DAYS.
           MOVE PL-ARBEITER-ID(PL-SUB) TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           PERFORM CHECK-WORKER-REGISTER.
           PERFORM CHECK-WORKER-IN-PERIOD.
           PERFORM LOOK-UP-BANK-DETAILS.
           IF WORKER-FOUND = "N"
               MOVE "N" TO WORKER-PAYABLE
               MOVE "NOT ON FILE" TO WORKER-REMARK
           ELSE
           IF ARBEITER-IS-PENDING
               MOVE "N" TO WORKER-PAYABLE
               MOVE "HIRE NOT YET ACTIVATED" TO WORKER-REMARK
           ELSE
           IF WORKER-HAS-ENTRIES = "Y" AND WORKER-MAX-SEQ = 9
               MOVE "N" TO WORKER-PAYABLE
               MOVE "NO FREE REGISTER ENTRY" TO WORKER-REMARK
           ELSE
           IF PL-IS-PERIOD(PL-SUB) AND WORKER-HAS-PERIOD-PAY = "Y"
               MOVE "N" TO WORKER-PAYABLE
               MOVE "PERIOD ALREADY PAID - KEY AN AMOUNT"
                   TO WORKER-REMARK
           ELSE
           IF PL-IS-PERIOD(PL-SUB) AND WORKER-IN-PERIOD = "N"
               MOVE "N" TO WORKER-PAYABLE
               MOVE "NOT EMPLOYED IN THE PERIOD" TO WORKER-REMARK
           ELSE
           IF BANK-RECORD-FOUND = "N"
               MOVE "N" TO WORKER-PAYABLE
               MOVE "NO BANK DETAILS ON FILE" TO WORKER-REMARK
           ELSE
           IF BD-IBAN-AWAITS-CHECK
               MOVE "N" TO WORKER-PAYABLE
               MOVE "IBAN AWAITS VERIFICATION" TO WORKER-REMARK
           ELSE
           IF BD-PAY-BY-CHEQUE
               MOVE "N" TO WORKER-PAYABLE
               MOVE "PAID BY CHEQUE - NOT PAID OFF-CYCLE"
                   TO WORKER-REMARK.
           IF WORKER-PAYABLE = "Y"
               PERFORM PRICE-THE-PAYMENT.
           IF WORKER-PAYABLE = "Y"
               ADD 1 TO WORKERS-PAID-COUNT
               ADD WORKER-GROSS TO RUN-GROSS-TOTAL
               ADD WORKER-DEDUCTIONS TO RUN-DEDUCTION-TOTAL
               ADD WORKER-TAXES TO RUN-TAX-TOTAL
               ADD WORKER-NET TO RUN-NET-TOTAL
               ADD WORKER-EMPLOYER-COST TO RUN-EMPLOYER-COST-TOTAL
               ADD GARNISHMENT-AMOUNT TO RUN-GARNISHMENT-TOTAL
           ELSE
               ADD 1 TO WORKERS-NOT-PAID-COUNT.
           IF COMMIT-PASS = "Y"
               IF WORKER-PAYABLE = "Y"
                   PERFORM WRITE-PAY-REGISTER-RECORD
               END-IF
           ELSE
               PERFORM WRITE-WORKER-LINE.

       PRICE-THE-PAYMENT.
           IF PL-IS-PERIOD(PL-SUB)
               PERFORM PRICE-THE-MISSED-PERIOD
           ELSE
               PERFORM PRICE-THE-KEYED-AMOUNT.
           IF WORKER-NET = ZERO
               MOVE "N" TO WORKER-PAYABLE
               MOVE "NET IS ZERO - NOTHING TO PAY" TO WORKER-REMARK
           ELSE
               PERFORM APPLY-GARNISHMENT.

      ******************************************************************
      *    The worker's entries for the period sit together under
      *    the key - the highest sequence in use, whether any of
      *    them (other than a special payment) is the period's pay,
      *    and what those entries paid out and withheld for a wage
      *    attachment.
      ******************************************************************
       CHECK-WORKER-REGISTER.
           MOVE "N" TO WORKER-HAS-ENTRIES.
           MOVE "N" TO WORKER-HAS-PERIOD-PAY.
           MOVE ZERO TO WORKER-MAX-SEQ.
           MOVE ZERO TO PERIOD-NET-SO-FAR.
           MOVE ZERO TO PERIOD-GARNISHED-SO-FAR.
           MOVE PAY-PERIOD TO PR-PERIOD.
           MOVE ARBEITER-ID TO PR-ARBEITER-ID.
           MOVE ZERO TO PR-ENTRY-SEQ.
           MOVE "N" TO REGISTER-AT-END.
           START PAY-REGISTER-FILE
               KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-AT-END.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD
               PERFORM JUDGE-ONE-WORKER-ENTRY
                   UNTIL REGISTER-AT-END = "Y".

       JUDGE-ONE-WORKER-ENTRY.
           IF PR-PERIOD NOT = PAY-PERIOD OR
               PR-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               MOVE "Y" TO WORKER-HAS-ENTRIES
               MOVE PR-ENTRY-SEQ TO WORKER-MAX-SEQ
               IF NOT PR-IS-SPECIAL
                   MOVE "Y" TO WORKER-HAS-PERIOD-PAY
                   ADD PR-NET-PAY TO PERIOD-NET-SO-FAR
                   ADD PR-GARNISHMENT-AMOUNT
                       TO PERIOD-GARNISHED-SO-FAR
               END-IF
               PERFORM READ-NEXT-REGISTER-RECORD.

       READ-NEXT-REGISTER-RECORD.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REGISTER-AT-END.

      ******************************************************************
      *    On the books in the period - hired on or before its last
      *    day and not gone before its first.
      ******************************************************************
       CHECK-WORKER-IN-PERIOD.
           MOVE "Y" TO WORKER-IN-PERIOD.
           IF EINSTELL-DATUM(1:7) > PAY-PERIOD
               MOVE "N" TO WORKER-IN-PERIOD.
           IF AUSTRITTS-DATUM NOT = SPACE AND
               AUSTRITTS-DATUM(1:7) < PAY-PERIOD
               MOVE "N" TO WORKER-IN-PERIOD.

       LOOK-UP-BANK-DETAILS.
           IF BANK-FILE-MISSING = "Y"
               MOVE "N" TO BANK-RECORD-FOUND
           ELSE
               MOVE ARBEITER-ID TO BD-ARBEITER-ID
               MOVE "Y" TO BANK-RECORD-FOUND
               READ BANK-DETAILS-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO BANK-RECORD-FOUND
               END-READ.

      ******************************************************************
      *    A keyed amount - taxed as a one-off payment, the way
      *    SPECIAL-PAYMENT-RUN taxes the 13th salary.
      ******************************************************************
       PRICE-THE-KEYED-AMOUNT.
           MOVE PL-AMOUNT(PL-SUB) TO WORKER-GROSS.
           PERFORM START-THE-DEDUCTIONS.
           PERFORM APPLY-ONE-OFF-DEDUCTION
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           IF TAX-ROWS-IN-TABLE = "Y"
               PERFORM FIND-ONE-OFF-TAX
               PERFORM APPLY-ONE-TAX-ROW
                   VARYING DED-INDEX
                   FROM 1 BY 1
                   UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           PERFORM FINISH-THE-NET.

      ******************************************************************
      *    The missed period - priced the way PAYROLL-RUN prices the
      *    month: base and bonus, prorated, the pension salary
      *    conversion off the insurable gross with the employer's
      *    top-up on the employer side, every monthly deduction
      *    row, and a twelfth of the annual taxes.
      ******************************************************************
       PRICE-THE-MISSED-PERIOD.
           PERFORM COMPUTE-WORKER-GROSS.
           PERFORM APPLY-PERIOD-PRORATION.
           PERFORM START-THE-DEDUCTIONS.
           PERFORM FIND-PENSION-CONVERSION.
           COMPUTE WORKER-INSURABLE-GROSS =
               WORKER-GROSS - PENSION-CONVERSION.
           PERFORM APPLY-ONE-MONTHLY-DEDUCTION
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           ADD PENSION-TOP-UP TO WORKER-EMPLOYER-CONTRIB.
           IF TAX-ROWS-IN-TABLE = "Y"
               PERFORM FIND-MONTHLY-TAX
               PERFORM APPLY-ONE-TAX-ROW
                   VARYING DED-INDEX
                   FROM 1 BY 1
                   UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           PERFORM FINISH-THE-NET.

       START-THE-DEDUCTIONS.
           MOVE SPACE TO PAY-REGISTER-RECORD.
           MOVE ZERO TO PR-DEDUCTION-COUNT.
           MOVE ZERO TO WORKER-DEDUCTIONS.
           MOVE ZERO TO WORKER-TAXES.
           MOVE ZERO TO WORKER-EMPLOYER-CONTRIB.
           MOVE WORKER-GROSS TO WORKER-INSURABLE-GROSS.

       FINISH-THE-NET.
           COMPUTE WORKER-NET = WORKER-GROSS - WORKER-DEDUCTIONS.
           IF WORKER-NET < ZERO
               MOVE ZERO TO WORKER-NET.
           COMPUTE WORKER-EMPLOYER-COST =
               WORKER-GROSS + WORKER-EMPLOYER-CONTRIB.

      ******************************************************************
      *    Base and bonus - the department's PRAEMIE in force for the
      *    period at the worker's rating multiplier, as PAYROLL-RUN's
      *    COMPUTE-WORKER-GROSS.
      ******************************************************************
       COMPUTE-WORKER-GROSS.
           PERFORM LOOK-UP-WORKER-ABTEILUNG.
           PERFORM FIND-WORKER-MULTIPLIER.
           IF ABTEILUNG-ID-FOUND = "Y"
               PERFORM FIND-PERIOD-PRAEMIE
               COMPUTE WORKER-BONUS ROUNDED =
                   SALARY * PERIOD-PRAEMIE / 100 * WORKER-MULTIPLIER
           ELSE
               MOVE ZERO TO WORKER-BONUS
               IF COMMIT-PASS NOT = "Y"
                   DISPLAY "WARNING - ABTEILUNG "
                       ARBEITER-ABTEILUNG-ID " NOT ON FILE FOR "
                       "ARBEITER " ARBEITER-ID " - PAID WITHOUT "
                       "PRAEMIE".
           COMPUTE WORKER-GROSS = SALARY + WORKER-BONUS.

       LOOK-UP-WORKER-ABTEILUNG.
           MOVE ARBEITER-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-ID-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-ID-FOUND.

      ******************************************************************
      *    Rating multiplier - the review for the period's year
      *    through the RATING-FACTOR table, 1.00 when there is none.
      ******************************************************************
       FIND-WORKER-MULTIPLIER.
           MOVE 1.00 TO WORKER-MULTIPLIER.
           MOVE "N" TO REVIEW-ON-FILE.
           IF REVIEW-FILE-MISSING = "Y" OR
               FACTOR-FILE-MISSING = "Y"
               CONTINUE
           ELSE
               MOVE ARBEITER-ID TO RV-ARBEITER-ID
               MOVE RATING-YEAR TO RV-YEAR
               MOVE "Y" TO REVIEW-ON-FILE
               READ REVIEW-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO REVIEW-ON-FILE
               END-READ
               IF REVIEW-ON-FILE = "Y"
                   MOVE RV-RATING TO RF-RATING
                   MOVE "Y" TO FACTOR-ON-FILE
                   READ RATING-FACTOR-FILE RECORD
                       INVALID KEY
                       MOVE "N" TO FACTOR-ON-FILE
                   END-READ
                   IF FACTOR-ON-FILE = "Y"
                       MOVE RF-MULTIPLIER TO WORKER-MULTIPLIER
                   ELSE
                       MOVE "N" TO REVIEW-ON-FILE
                   END-IF
               END-IF
           END-IF.
           IF REVIEW-ON-FILE = "N" AND COMMIT-PASS NOT = "Y"
               ADD 1 TO NO-RATING-COUNT
               DISPLAY "NO RATING FOR " RATING-YEAR " - ARBEITER "
                   ARBEITER-ID " BONUS AT THE FLAT RATE".

      ******************************************************************
      *    The PRAEMIE in force for the period - the latest
      *    rate-history row effective on or before its end, else
      *    the department's live PRAEMIE.
      ******************************************************************
       FIND-PERIOD-PRAEMIE.
           MOVE PRAEMIE TO PERIOD-PRAEMIE.
           IF PRAEMIE-HISTORY-MISSING = "Y"
               CONTINUE
           ELSE
               MOVE SPACE TO PERIOD-END-DATE
               STRING
                   PAY-PERIOD DELIMITED BY SIZE
                   "-31"      DELIMITED BY SIZE
                   INTO PERIOD-END-DATE
               PERFORM SCAN-PRAEMIE-HISTORY.

       SCAN-PRAEMIE-HISTORY.
           MOVE ABTEILUNG-ID TO PH-ABTEILUNG-ID.
           MOVE SPACE TO PH-EFFECTIVE-DATE.
           MOVE "N" TO PRAEMIE-LIST-AT-END.
           START PRAEMIE-HISTORY-FILE
               KEY IS NOT LESS THAN PH-DEPT-DATE-KEY
               INVALID KEY
               MOVE "Y" TO PRAEMIE-LIST-AT-END.
           IF PRAEMIE-LIST-AT-END NOT = "Y"
               PERFORM READ-NEXT-PRAEMIE-HISTORY
               PERFORM TAKE-ONE-RATE-IF-IN-FORCE
                   UNTIL PRAEMIE-LIST-AT-END = "Y".

       TAKE-ONE-RATE-IF-IN-FORCE.
           IF PH-ABTEILUNG-ID NOT = ABTEILUNG-ID OR
               PH-EFFECTIVE-DATE > PERIOD-END-DATE
               MOVE "Y" TO PRAEMIE-LIST-AT-END
           ELSE
               MOVE PH-PRAEMIE TO PERIOD-PRAEMIE.
           IF PRAEMIE-LIST-AT-END NOT = "Y"
               PERFORM READ-NEXT-PRAEMIE-HISTORY.

       READ-NEXT-PRAEMIE-HISTORY.
           READ PRAEMIE-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PRAEMIE-LIST-AT-END.

      ******************************************************************
      *    Mid-period proration - a hire or an exit date inside the
      *    period scales base and bonus by the calendar days the
      *    worker was really on the books.
      ******************************************************************
       APPLY-PERIOD-PRORATION.
           PERFORM FIND-PERIOD-CAL-DAYS.
           MOVE 1 TO PRORATE-START-DAY.
           MOVE PERIOD-CAL-DAYS TO PRORATE-END-DAY.
           IF EINSTELL-DATUM(1:7) = PAY-PERIOD
               MOVE EINSTELL-DATUM(9:2) TO PRORATE-START-DAY.
           IF AUSTRITTS-DATUM(1:7) = PAY-PERIOD
               MOVE AUSTRITTS-DATUM(9:2) TO PRORATE-END-DAY.
           COMPUTE PRORATE-PAID-DAYS =
               PRORATE-END-DAY - PRORATE-START-DAY + 1.
           IF PRORATE-PAID-DAYS < ZERO
               MOVE ZERO TO PRORATE-PAID-DAYS.
           IF PRORATE-PAID-DAYS < PERIOD-CAL-DAYS
               COMPUTE WORKER-BONUS ROUNDED =
                   WORKER-BONUS * PRORATE-PAID-DAYS
                   / PERIOD-CAL-DAYS
               COMPUTE WORKER-GROSS ROUNDED =
                   WORKER-GROSS * PRORATE-PAID-DAYS
                   / PERIOD-CAL-DAYS.

       FIND-PERIOD-CAL-DAYS.
           MOVE DAYS-PER-MONTH-ENTRY(PERIOD-MONTH)
               TO PERIOD-CAL-DAYS.
           IF PERIOD-MONTH = 2
               MOVE PAY-PERIOD(1:4) TO CAL-YEAR
               PERFORM DETERMINE-CAL-LEAP-YEAR
               IF CAL-IS-LEAP-YEAR = "Y"
                   MOVE 29 TO PERIOD-CAL-DAYS.

      ******************************************************************
      *    The full century rule, same as DETERMINE-LEAP-YEAR in
      *    the maintenance screens.
      ******************************************************************
       DETERMINE-CAL-LEAP-YEAR.
           MOVE "N" TO CAL-IS-LEAP-YEAR.
           DIVIDE CAL-YEAR BY 4
               GIVING CAL-LEAP-QUOT
               REMAINDER CAL-LEAP-REM.
           IF CAL-LEAP-REM = 0
               MOVE "Y" TO CAL-IS-LEAP-YEAR
               DIVIDE CAL-YEAR BY 100
                   GIVING CAL-LEAP-QUOT
                   REMAINDER CAL-LEAP-REM
               IF CAL-LEAP-REM = 0
                   MOVE "N" TO CAL-IS-LEAP-YEAR
                   DIVIDE CAL-YEAR BY 400
                       GIVING CAL-LEAP-QUOT
                       REMAINDER CAL-LEAP-REM
                   IF CAL-LEAP-REM = 0
                       MOVE "Y" TO CAL-IS-LEAP-YEAR.

      ******************************************************************
      *    Social rows on a keyed amount - the percentage rows at the
      *    band the monthly SALARY falls in, member rows at the
      *    worker's own rate. Fixed-amount, pension-conversion and
      *    loan rows were settled with the month's pay.
      ******************************************************************
       APPLY-ONE-OFF-DEDUCTION.
           MOVE ZERO TO ONE-DEDUCTION-AMOUNT.
           IF TABLE-DED-BASIS(DED-INDEX) = "L" OR "S" OR "K" OR "D"
               OR "V"
               CONTINUE
           ELSE
           IF TABLE-DED-KIND(DED-INDEX) NOT = "P"
               CONTINUE
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "M"
               PERFORM APPLY-ONE-MEMBER-DEDUCTION
           ELSE
           IF SALARY >= TABLE-DED-BAND-FROM(DED-INDEX) AND
               (TABLE-DED-BAND-TO(DED-INDEX) = ZERO OR
               SALARY <= TABLE-DED-BAND-TO(DED-INDEX))
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   WORKER-GROSS * TABLE-DED-RATE(DED-INDEX) / 100
               PERFORM TAKE-ONE-SIDE-AMOUNT.

      ******************************************************************
      *    Social rows on the missed period - the pension conversion
      *    row, then every row at the band the insurable gross falls
      *    in, percentage or fixed, and the member rows, as
      *    PAYROLL-RUN's APPLY-ONE-DEDUCTION. The loan rows are left
      *    to the next regular run.
      ******************************************************************
       APPLY-ONE-MONTHLY-DEDUCTION.
           MOVE ZERO TO ONE-DEDUCTION-AMOUNT.
           IF TABLE-DED-BASIS(DED-INDEX) = "L" OR "S" OR "K" OR "D"
               CONTINUE
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "V"
               PERFORM APPLY-PENSION-CONVERSION
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "M"
               PERFORM APPLY-ONE-MEMBER-DEDUCTION
           ELSE
           IF WORKER-INSURABLE-GROSS >=
               TABLE-DED-BAND-FROM(DED-INDEX) AND
               (TABLE-DED-BAND-TO(DED-INDEX) = ZERO OR
               WORKER-INSURABLE-GROSS <=
               TABLE-DED-BAND-TO(DED-INDEX))
               IF TABLE-DED-KIND(DED-INDEX) = "P"
                   COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                       WORKER-INSURABLE-GROSS *
                       TABLE-DED-RATE(DED-INDEX) / 100
               ELSE
                   MOVE TABLE-DED-FIXED-AMOUNT(DED-INDEX)
                       TO ONE-DEDUCTION-AMOUNT
               END-IF
               PERFORM TAKE-ONE-SIDE-AMOUNT.

      ******************************************************************
      *    A member-based row applies only to a worker assigned to
      *    the code on MEMBERSHIP-FILE, at the assignment's override
      *    rate where one is keyed. On a keyed amount only the
      *    percentage rows are charged.
      ******************************************************************
       APPLY-ONE-MEMBER-DEDUCTION.
           MOVE "N" TO MEMBER-ROW-FOUND.
           IF MEMBERSHIP-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO MB-ARBEITER-ID
               MOVE TABLE-DED-CODE(DED-INDEX) TO MB-DED-CODE
               MOVE "Y" TO MEMBER-ROW-FOUND
               READ MEMBERSHIP-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO MEMBER-ROW-FOUND
               END-READ.
           IF MEMBER-ROW-FOUND = "Y"
               IF TABLE-DED-KIND(DED-INDEX) = "P"
                   MOVE TABLE-DED-RATE(DED-INDEX) TO MEMBER-RATE
                   IF MB-OVERRIDE-RATE > ZERO
                       MOVE MB-OVERRIDE-RATE TO MEMBER-RATE
                   END-IF
                   COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                       WORKER-INSURABLE-GROSS * MEMBER-RATE / 100
                   PERFORM TAKE-ONE-SIDE-AMOUNT
               ELSE
               IF PL-IS-PERIOD(PL-SUB)
                   MOVE TABLE-DED-FIXED-AMOUNT(DED-INDEX)
                       TO ONE-DEDUCTION-AMOUNT
                   PERFORM TAKE-ONE-SIDE-AMOUNT.

      ******************************************************************
      *    Company pension - an active contract whose plan entry
      *    month has been reached converts its monthly amount, never
      *    more than the gross, and the employer tops it up by the
      *    contract's percent. Only the first pension row in the
      *    table carries the conversion.
      ******************************************************************
       FIND-PENSION-CONVERSION.
           MOVE ZERO TO PENSION-CONVERSION.
           MOVE ZERO TO PENSION-TOP-UP.
           MOVE "N" TO PENSION-CONTRACT-FOUND.
           IF PENSION-FILE-MISSING NOT = "Y" AND
               PENSION-ROW-IN-TABLE = "Y"
               MOVE ARBEITER-ID TO PN-ARBEITER-ID
               MOVE "Y" TO PENSION-CONTRACT-FOUND
               READ PENSION-CONTRACT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO PENSION-CONTRACT-FOUND
               END-READ.
           IF PENSION-CONTRACT-FOUND = "Y" AND PN-IS-ACTIVE AND
               PN-START-DATE(1:7) NOT > PAY-PERIOD
               MOVE PN-CONVERSION-AMOUNT TO PENSION-CONVERSION
               IF PENSION-CONVERSION > WORKER-GROSS
                   MOVE WORKER-GROSS TO PENSION-CONVERSION
               END-IF
               COMPUTE PENSION-TOP-UP ROUNDED =
                   PENSION-CONVERSION * PN-TOP-UP-PERCENT / 100.

       APPLY-PENSION-CONVERSION.
           IF TABLE-DED-CODE(DED-INDEX) = PENSION-DED-CODE AND
               PENSION-CONVERSION > ZERO
               MOVE PENSION-CONVERSION TO ONE-DEDUCTION-AMOUNT
               PERFORM STORE-ONE-DEDUCTION.

      ******************************************************************
      *    The contract's accumulators - to date, and for the
      *    calendar year of the period, restarted when the year
      *    turns. Only called once the register entry is written.
      ******************************************************************
       UPDATE-PENSION-CONTRACT.
           IF PN-YEAR NOT = PAY-PERIOD(1:4)
               MOVE PAY-PERIOD(1:4) TO PN-YEAR
               MOVE ZERO TO PN-YEAR-CONVERSION
               MOVE ZERO TO PN-YEAR-TOP-UP.
           ADD PENSION-CONVERSION TO PN-CONVERSION-TO-DATE.
           ADD PENSION-TOP-UP     TO PN-TOP-UP-TO-DATE.
           ADD PENSION-CONVERSION TO PN-YEAR-CONVERSION.
           ADD PENSION-TOP-UP     TO PN-YEAR-TOP-UP.
           MOVE PAY-PERIOD         TO PN-LAST-PERIOD.
           MOVE PENSION-CONVERSION TO PN-LAST-CONVERSION.
           MOVE PENSION-TOP-UP     TO PN-LAST-TOP-UP.
           REWRITE PENSION-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PENSION CONTRACT FOR "
                   "ARBEITER " ARBEITER-ID.

       TAKE-ONE-SIDE-AMOUNT.
           IF TABLE-DED-SIDE(DED-INDEX) = "E"
               ADD ONE-DEDUCTION-AMOUNT TO WORKER-EMPLOYER-CONTRIB
           ELSE
               PERFORM STORE-ONE-DEDUCTION.

       STORE-ONE-DEDUCTION.
           ADD ONE-DEDUCTION-AMOUNT TO WORKER-DEDUCTIONS.
           IF PR-DEDUCTION-COUNT < 10
               ADD 1 TO PR-DEDUCTION-COUNT
               MOVE TABLE-DED-CODE(DED-INDEX)
                   TO PR-DED-CODE(PR-DEDUCTION-COUNT)
               MOVE ONE-DEDUCTION-AMOUNT
                   TO PR-DED-AMOUNT(PR-DEDUCTION-COUNT)
           ELSE
               DISPLAY "WARNING - MORE THAN 10 DEDUCTIONS FOR "
                   "ARBEITER " ARBEITER-ID
                   " - AMOUNT IN TOTAL ONLY".

      ******************************************************************
      *    One-off payment tax - the annual figures are worked out
      *    twice, on the expected annual wage without the payment
      *    and with it (less the social rows just taken on it), and
      *    the payment bears the difference in full.
      ******************************************************************
       FIND-ONE-OFF-TAX.
           PERFORM READ-WORKER-TAX-CARD.
           COMPUTE ANNUAL-TAX-BASIS = SALARY * 12.
           PERFORM COMPUTE-ANNUAL-TAXES.
           MOVE ANNUAL-WAGE-TAX TO WAGE-TAX-WITHOUT.
           MOVE ANNUAL-BASE-TAX TO BASE-TAX-WITHOUT.
           MOVE ANNUAL-SOLIDARITY TO SOLIDARITY-WITHOUT.
           COMPUTE ANNUAL-TAX-BASIS =
               SALARY * 12 + WORKER-GROSS - WORKER-DEDUCTIONS.
           PERFORM COMPUTE-ANNUAL-TAXES.
           COMPUTE PAYMENT-WAGE-TAX =
               ANNUAL-WAGE-TAX - WAGE-TAX-WITHOUT.
           COMPUTE PAYMENT-BASE-TAX =
               ANNUAL-BASE-TAX - BASE-TAX-WITHOUT.
           COMPUTE PAYMENT-SOLIDARITY =
               ANNUAL-SOLIDARITY - SOLIDARITY-WITHOUT.
           IF PAYMENT-WAGE-TAX < ZERO
               MOVE ZERO TO PAYMENT-WAGE-TAX.
           IF PAYMENT-BASE-TAX < ZERO
               MOVE ZERO TO PAYMENT-BASE-TAX.
           IF PAYMENT-SOLIDARITY < ZERO
               MOVE ZERO TO PAYMENT-SOLIDARITY.

      ******************************************************************
      *    Monthly tax - the period's pay less the social rows,
      *    annualized, and a twelfth of each annual figure, as
      *    PAYROLL-RUN's APPLY-WAGE-TAX.
      ******************************************************************
       FIND-MONTHLY-TAX.
           PERFORM READ-WORKER-TAX-CARD.
           COMPUTE ANNUAL-TAX-BASIS =
               (WORKER-GROSS - WORKER-DEDUCTIONS) * 12.
           PERFORM COMPUTE-ANNUAL-TAXES.
           COMPUTE PAYMENT-WAGE-TAX ROUNDED = ANNUAL-WAGE-TAX / 12.
           COMPUTE PAYMENT-BASE-TAX = ANNUAL-BASE-TAX / 12.
           COMPUTE PAYMENT-SOLIDARITY ROUNDED =
               ANNUAL-SOLIDARITY / 12.

      ******************************************************************
      *    A worker without a tax card is taxed at class 6 - no
      *    allowances, no church tax - until the card is keyed.
      ******************************************************************
       READ-WORKER-TAX-CARD.
           MOVE "N" TO TAX-CARD-FOUND.
           IF TAX-CARD-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO TC-ARBEITER-ID
               MOVE "Y" TO TAX-CARD-FOUND
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO TAX-CARD-FOUND
               END-READ.
           IF TAX-CARD-FOUND = "Y"
               MOVE TC-TAX-CLASS TO WORKER-TAX-CLASS
               MOVE TC-CHILD-ALLOWANCE TO WORKER-CHILD-ALLOWANCE
               MOVE TC-CHURCH-TAX-FLAG TO WORKER-CHURCH-TAX
           ELSE
               MOVE 6 TO WORKER-TAX-CLASS
               MOVE ZERO TO WORKER-CHILD-ALLOWANCE
               MOVE "N" TO WORKER-CHURCH-TAX
               IF COMMIT-PASS NOT = "Y"
                   ADD 1 TO NO-TAX-CARD-COUNT
                   DISPLAY "NO TAX CARD FOR ARBEITER " ARBEITER-ID
                       " - TAXED AT CLASS 6".

      ******************************************************************
      *    The annual wage tax on ANNUAL-TAX-BASIS after the class's
      *    lump sums, the tax after child allowances the surcharge
      *    and church tax are levied on, and the annual surcharge.
      ******************************************************************
       COMPUTE-ANNUAL-TAXES.
           IF WORKER-TAX-CLASS NOT = 6
               SUBTRACT TAX-EMPLOYEE-LUMP-SUM FROM ANNUAL-TAX-BASIS
               SUBTRACT TAX-SPECIAL-EXPENSES FROM ANNUAL-TAX-BASIS.
           IF WORKER-TAX-CLASS = 2
               SUBTRACT TAX-SINGLE-PARENT-RELIEF FROM ANNUAL-TAX-BASIS.
           IF ANNUAL-TAX-BASIS < ZERO
               MOVE ZERO TO ANNUAL-TAX-BASIS.
           MOVE ANNUAL-TAX-BASIS TO CLASS-INCOME.
           PERFORM COMPUTE-CLASS-TAX.
           MOVE CLASS-TAX TO ANNUAL-WAGE-TAX.
           MOVE ANNUAL-WAGE-TAX TO ANNUAL-BASE-TAX.
           IF WORKER-CHILD-ALLOWANCE > ZERO
               COMPUTE ANNUAL-TAX-BASIS = ANNUAL-TAX-BASIS -
                   WORKER-CHILD-ALLOWANCE * TAX-CHILD-ALLOWANCE-RATE
               IF ANNUAL-TAX-BASIS < ZERO
                   MOVE ZERO TO ANNUAL-TAX-BASIS
               END-IF
               MOVE ANNUAL-TAX-BASIS TO CLASS-INCOME
               PERFORM COMPUTE-CLASS-TAX
               MOVE CLASS-TAX TO ANNUAL-BASE-TAX.
           PERFORM COMPUTE-SOLIDARITY.

      ******************************************************************
      *    Annual tax on CLASS-INCOME for the worker's class - the
      *    same splitting and class 5/6 rules as PAYROLL-RUN.
      ******************************************************************
       COMPUTE-CLASS-TAX.
           IF WORKER-TAX-CLASS = 3
               COMPUTE TARIFF-INCOME = CLASS-INCOME / 2
               PERFORM COMPUTE-TARIFF-TAX
               COMPUTE CLASS-TAX = TARIFF-TAX * 2
           ELSE
           IF WORKER-TAX-CLASS = 5 OR 6
               COMPUTE TARIFF-INCOME = CLASS-INCOME * 1.25
               PERFORM COMPUTE-TARIFF-TAX
               MOVE TARIFF-TAX TO TARIFF-HIGH-TAX
               COMPUTE TARIFF-INCOME = CLASS-INCOME * 0.75
               PERFORM COMPUTE-TARIFF-TAX
               COMPUTE CLASS-TAX =
                   (TARIFF-HIGH-TAX - TARIFF-TAX) * 2
               COMPUTE CLASS-MINIMUM-TAX = CLASS-INCOME * 0.14
               COMPUTE CLASS-MAXIMUM-TAX = CLASS-INCOME * 0.42
               IF CLASS-TAX < CLASS-MINIMUM-TAX
                   MOVE CLASS-MINIMUM-TAX TO CLASS-TAX
               END-IF
               IF CLASS-TAX > CLASS-MAXIMUM-TAX
                   MOVE CLASS-MAXIMUM-TAX TO CLASS-TAX
               END-IF
           ELSE
               MOVE CLASS-INCOME TO TARIFF-INCOME
               PERFORM COMPUTE-TARIFF-TAX
               MOVE TARIFF-TAX TO CLASS-TAX.

       COMPUTE-TARIFF-TAX.
           IF TARIFF-INCOME NOT > TARIFF-BASIC-ALLOWANCE
               MOVE ZERO TO TARIFF-TAX
           ELSE
           IF TARIFF-INCOME NOT > TARIFF-ZONE-2-LIMIT
               COMPUTE TARIFF-FACTOR =
                   (TARIFF-INCOME - TARIFF-BASIC-ALLOWANCE) / 10000
               COMPUTE TARIFF-TAX =
                   (922.98 * TARIFF-FACTOR + 1400) * TARIFF-FACTOR
           ELSE
           IF TARIFF-INCOME NOT > TARIFF-ZONE-3-LIMIT
               COMPUTE TARIFF-FACTOR =
                   (TARIFF-INCOME - TARIFF-ZONE-2-LIMIT) / 10000
               COMPUTE TARIFF-TAX =
                   (181.19 * TARIFF-FACTOR + 2397) * TARIFF-FACTOR
                   + 1025.38
           ELSE
           IF TARIFF-INCOME NOT > TARIFF-ZONE-4-LIMIT
               COMPUTE TARIFF-TAX =
                   TARIFF-INCOME * 0.42 - 10602.13
           ELSE
               COMPUTE TARIFF-TAX =
                   TARIFF-INCOME * 0.45 - 18936.88.

       COMPUTE-SOLIDARITY.
           MOVE ZERO TO ANNUAL-SOLIDARITY.
           MOVE SOLIDARITY-EXEMPT-LIMIT TO SOLIDARITY-THRESHOLD.
           IF WORKER-TAX-CLASS = 3
               COMPUTE SOLIDARITY-THRESHOLD =
                   SOLIDARITY-EXEMPT-LIMIT * 2.
           IF ANNUAL-BASE-TAX > SOLIDARITY-THRESHOLD
               COMPUTE ANNUAL-SOLIDARITY ROUNDED =
                   ANNUAL-BASE-TAX * SOLIDARITY-RATE / 100
               COMPUTE SOLIDARITY-LIMIT ROUNDED =
                   (ANNUAL-BASE-TAX - SOLIDARITY-THRESHOLD)
                   * 11.9 / 100
               IF ANNUAL-SOLIDARITY > SOLIDARITY-LIMIT
                   MOVE SOLIDARITY-LIMIT TO ANNUAL-SOLIDARITY.

      ******************************************************************
      *    One tax row - "L" the payment's wage tax, "S" its
      *    surcharge, "K" the row's church-tax rate on its tax after
      *    child allowances, for workers liable to it. A zero
      *    amount writes no entry.
      ******************************************************************
       APPLY-ONE-TAX-ROW.
           MOVE ZERO TO ONE-DEDUCTION-AMOUNT.
           IF TABLE-DED-BASIS(DED-INDEX) = "L"
               MOVE PAYMENT-WAGE-TAX TO ONE-DEDUCTION-AMOUNT
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "S"
               MOVE PAYMENT-SOLIDARITY TO ONE-DEDUCTION-AMOUNT
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "K" AND
               WORKER-CHURCH-TAX = "Y"
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   PAYMENT-BASE-TAX * TABLE-DED-RATE(DED-INDEX)
                   / 100.
           IF ONE-DEDUCTION-AMOUNT > ZERO
               ADD ONE-DEDUCTION-AMOUNT TO WORKER-TAXES
               PERFORM STORE-ONE-DEDUCTION.

      ******************************************************************
      *    Wage attachment - taken after the tax as PAYROLL-RUN takes
      *    it, over the whole period: the monthly maximum less what
      *    the period's entries already withheld, cut back so the
      *    worker keeps the protected net on the period's pay with
      *    this payment in, never more than this payment's net, and
      *    never past the total of the order. The order itself is
      *    only rolled forward once the entry is written.
      ******************************************************************
       APPLY-GARNISHMENT.
           MOVE ZERO TO GARNISHMENT-AMOUNT.
           IF GARNISHMENT-FILE-MISSING = "Y"
               CONTINUE
           ELSE
               PERFORM READ-WORKER-GARNISHMENT
               IF GN-RECORD-FOUND = "Y" AND GN-IS-ACTIVE
                   PERFORM COMPUTE-GARNISHMENT-TAKE.
           IF GARNISHMENT-AMOUNT > ZERO
               COMPUTE WORKER-NET = WORKER-NET - GARNISHMENT-AMOUNT
               MOVE "WAGE ATTACHMENT WITHHELD" TO WORKER-REMARK.

       READ-WORKER-GARNISHMENT.
           MOVE ARBEITER-ID TO GN-ARBEITER-ID.
           MOVE "Y" TO GN-RECORD-FOUND.
           READ GARNISHMENT-FILE RECORD
               INVALID KEY
               MOVE "N" TO GN-RECORD-FOUND.

       COMPUTE-GARNISHMENT-TAKE.
           COMPUTE GARNISHMENT-ROOM =
               GN-MONTHLY-MAXIMUM - PERIOD-GARNISHED-SO-FAR.
           IF PERIOD-NET-SO-FAR + WORKER-NET - GARNISHMENT-ROOM
               < GN-PROTECTED-NET
               COMPUTE GARNISHMENT-ROOM =
                   PERIOD-NET-SO-FAR + WORKER-NET - GN-PROTECTED-NET.
           IF GARNISHMENT-ROOM > WORKER-NET
               MOVE WORKER-NET TO GARNISHMENT-ROOM.
           COMPUTE GARNISHMENT-REMAINING =
               GN-TOTAL-OWED - GN-PAID-TO-DATE.
           IF GARNISHMENT-REMAINING < ZERO
               MOVE ZERO TO GARNISHMENT-REMAINING.
           IF GARNISHMENT-ROOM > GARNISHMENT-REMAINING
               MOVE GARNISHMENT-REMAINING TO GARNISHMENT-ROOM.
           IF GARNISHMENT-ROOM < ZERO
               MOVE ZERO TO GARNISHMENT-ROOM.
           MOVE GARNISHMENT-ROOM TO GARNISHMENT-AMOUNT.

       STORE-GARNISHMENT-TAKE.
           ADD GARNISHMENT-AMOUNT TO GN-PAID-TO-DATE.
           IF GN-PAID-TO-DATE NOT < GN-TOTAL-OWED
               MOVE "P" TO GN-STATUS
               DISPLAY "GARNISHMENT PAID OFF FOR ARBEITER "
                   ARBEITER-ID.
           REWRITE GARNISHMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING GARNISHMENT RECORD FOR "
                   "ARBEITER " ARBEITER-ID.

       WRITE-WORKER-LINE.
           MOVE ARBEITER-ID TO RL-ARBEITER-ID.
           MOVE SPACE TO RL-FAMILIE.
           MOVE ZERO TO RL-ABTEILUNG-ID.
           IF WORKER-FOUND = "Y"
               MOVE FAMILIE TO RL-FAMILIE
               MOVE ARBEITER-ABTEILUNG-ID TO RL-ABTEILUNG-ID.
           IF PL-IS-PERIOD(PL-SUB)
               MOVE "PERIOD" TO RL-KIND
           ELSE
               MOVE "AMOUNT" TO RL-KIND.
           MOVE PRORATE-PAID-DAYS TO RL-PAID-DAYS.
           MOVE WORKER-GROSS TO RL-GROSS.
           MOVE WORKER-DEDUCTIONS TO RL-DEDUCTIONS.
           MOVE WORKER-TAXES TO RL-TAXES.
           MOVE WORKER-NET TO RL-NET.
           MOVE WORKER-REMARK TO RL-REMARK.
           IF WORKER-PAYABLE NOT = "Y"
               MOVE ZERO TO RL-PAID-DAYS
               MOVE ZERO TO RL-GROSS
               MOVE ZERO TO RL-DEDUCTIONS
               MOVE ZERO TO RL-TAXES
               MOVE ZERO TO RL-NET.
           MOVE WORKER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    The off-cycle entry - a keyed amount is the entry's gross
      *    with no monthly components on it, the missed period
      *    carries its bonus portion. It goes at the worker's next
      *    free sequence for the period, beside any entry already
      *    there, and once written is paid and printed.
      ******************************************************************
       WRITE-PAY-REGISTER-RECORD.
           IF WORKER-HAS-ENTRIES = "Y"
               COMPUTE NEW-ENTRY-SEQ = WORKER-MAX-SEQ + 1
           ELSE
               MOVE ZERO TO NEW-ENTRY-SEQ.
           MOVE PAY-PERIOD            TO PR-PERIOD.
           MOVE ARBEITER-ID           TO PR-ARBEITER-ID.
           MOVE NEW-ENTRY-SEQ         TO PR-ENTRY-SEQ.
           MOVE "O"                   TO PR-ENTRY-ART.
           MOVE ARBEITER-ABTEILUNG-ID TO PR-ABTEILUNG-ID.
           MOVE WORKER-GROSS          TO PR-GROSS-PAY.
           MOVE WORKER-BONUS          TO PR-BONUS-AMOUNT.
           MOVE ZERO                  TO PR-ABSENCE-ADJUSTMENT.
           MOVE ZERO                  TO PR-RETRO-AMOUNT.
           MOVE ZERO                  TO PR-OVERTIME-AMOUNT.
           MOVE ZERO                  TO PR-VARIABLE-AMOUNT.
           MOVE ZERO                  TO PR-VACATION-PAYOUT.
           MOVE WORKER-DEDUCTIONS     TO PR-TOTAL-DEDUCTIONS.
           MOVE ZERO                  TO PR-ARREARS-AMOUNT.
           MOVE GARNISHMENT-AMOUNT    TO PR-GARNISHMENT-AMOUNT.
           MOVE ZERO                  TO PR-REIMBURSEMENT-AMOUNT.
           MOVE WORKER-NET            TO PR-NET-PAY.
           MOVE WORKER-EMPLOYER-COST  TO PR-EMPLOYER-COST.
           MOVE SPACE                 TO PR-PAYMENT-STATUS.
           MOVE ZERO                  TO PR-BENEFIT-IN-KIND.
           MOVE ZERO                  TO PR-MATERNITY-TOP-UP.
           MOVE ZERO                  TO PR-SHORT-TIME-TARGET.
           MOVE ZERO                  TO PR-SHORT-TIME-REDUCTION.
           MOVE ZERO                  TO PR-SHORT-TIME-ALLOWANCE.
           PERFORM CLEAR-ONE-UNUSED-DEDUCTION
               VARYING REGISTER-DED-SUB FROM PR-DEDUCTION-COUNT BY 1
               UNTIL REGISTER-DED-SUB > 10.
           WRITE PAY-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAY REGISTER RECORD FOR "
                   "ARBEITER " ARBEITER-ID " - NOT PAID"
               NOT INVALID KEY
               PERFORM SETTLE-THE-WRITTEN-ENTRY.

       SETTLE-THE-WRITTEN-ENTRY.
           PERFORM UPDATE-YTD-RECORD.
           IF PENSION-CONVERSION > ZERO
               PERFORM UPDATE-PENSION-CONTRACT.
           IF GARNISHMENT-AMOUNT > ZERO
               PERFORM STORE-GARNISHMENT-TAKE
               PERFORM WRITE-CREDITOR-DETAIL.
           IF WORKER-NET > ZERO
               PERFORM WRITE-PAYMENT-DETAIL.
           PERFORM PRINT-ONE-PAYSLIP.

       CLEAR-ONE-UNUSED-DEDUCTION.
           IF REGISTER-DED-SUB > PR-DEDUCTION-COUNT
               MOVE ZERO TO PR-DED-CODE(REGISTER-DED-SUB)
               MOVE ZERO TO PR-DED-AMOUNT(REGISTER-DED-SUB).

      ******************************************************************
      *    The year-to-date record for the period's year - the same
      *    accumulation PAYROLL-RUN does for the month's pay.
      ******************************************************************
       UPDATE-YTD-RECORD.
           MOVE ARBEITER-ID TO YT-ARBEITER-ID.
           MOVE PAYMENT-YEAR TO YT-YEAR.
           MOVE "Y" TO YTD-RECORD-FOUND.
           READ YTD-FILE RECORD
               INVALID KEY
               MOVE "N" TO YTD-RECORD-FOUND.
           IF YTD-RECORD-FOUND = "N"
               PERFORM INIT-YTD-RECORD.
           ADD WORKER-GROSS      TO YT-GROSS.
           ADD WORKER-DEDUCTIONS TO YT-TOTAL-DEDUCTIONS.
           ADD WORKER-NET        TO YT-NET.
           PERFORM MERGE-ONE-YTD-DEDUCTION
               VARYING REGISTER-DED-SUB FROM 1 BY 1
               UNTIL REGISTER-DED-SUB > PR-DEDUCTION-COUNT.
           IF YTD-RECORD-FOUND = "Y"
               REWRITE YTD-RECORD
           ELSE
               WRITE YTD-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING YTD RECORD FOR ARBEITER "
                       ARBEITER-ID
               END-WRITE.

       INIT-YTD-RECORD.
           MOVE ZERO TO YT-GROSS.
           MOVE ZERO TO YT-DEDUCTION-COUNT.
           PERFORM INIT-ONE-YTD-ENTRY
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > 10.
           MOVE ZERO TO YT-TOTAL-DEDUCTIONS.
           MOVE ZERO TO YT-NET.
           MOVE ZERO TO YT-BENEFIT-IN-KIND.
           MOVE ARBEITER-ID TO YT-ARBEITER-ID.
           MOVE PAYMENT-YEAR TO YT-YEAR.

       INIT-ONE-YTD-ENTRY.
           MOVE ZERO TO YT-DED-CODE(YTD-SUB).
           MOVE ZERO TO YT-DED-AMOUNT(YTD-SUB).

       MERGE-ONE-YTD-DEDUCTION.
           MOVE "N" TO YTD-CODE-FOUND.
           PERFORM MATCH-ONE-YTD-ENTRY
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > YT-DEDUCTION-COUNT.
           IF YTD-CODE-FOUND = "N"
               IF YT-DEDUCTION-COUNT < 10
                   ADD 1 TO YT-DEDUCTION-COUNT
                   MOVE PR-DED-CODE(REGISTER-DED-SUB)
                       TO YT-DED-CODE(YT-DEDUCTION-COUNT)
                   MOVE PR-DED-AMOUNT(REGISTER-DED-SUB)
                       TO YT-DED-AMOUNT(YT-DEDUCTION-COUNT)
               ELSE
                   DISPLAY "WARNING - MORE THAN 10 DEDUCTION CODES "
                       "THIS YEAR FOR ARBEITER " ARBEITER-ID
                       " - AMOUNT IN TOTAL ONLY".

       MATCH-ONE-YTD-ENTRY.
           IF YT-DED-CODE(YTD-SUB) = PR-DED-CODE(REGISTER-DED-SUB)
               ADD PR-DED-AMOUNT(REGISTER-DED-SUB)
                   TO YT-DED-AMOUNT(YTD-SUB)
               MOVE "Y" TO YTD-CODE-FOUND.

      ******************************************************************
      *    Transfer lines and batch trailer of OFF-CYCLE-PAYMENT-FILE
      *    - the worker's net, and the withheld attachment to the
      *    creditor's IBAN off the order, as EXPORT-PAYMENT-FILE
      *    pays the creditor.
      ******************************************************************
       WRITE-PAYMENT-DETAIL.
           MOVE ARBEITER-ID    TO PD-ARBEITER-ID.
           MOVE BD-IBAN        TO PD-IBAN.
           MOVE WORKER-NET     TO PD-AMOUNT.
           MOVE PAY-PERIOD     TO PD-PERIOD.
           MOVE PAYMENT-DETAIL-LINE TO PAYMENT-RECORD.
           WRITE PAYMENT-RECORD.
           ADD 1 TO TRANSFER-COUNT.
           ADD WORKER-NET TO TRANSFER-TOTAL.

       WRITE-CREDITOR-DETAIL.
           MOVE ARBEITER-ID        TO PD-ARBEITER-ID.
           MOVE GN-CREDITOR-IBAN   TO PD-IBAN.
           MOVE GARNISHMENT-AMOUNT TO PD-AMOUNT.
           MOVE PAY-PERIOD         TO PD-PERIOD.
           MOVE PAYMENT-DETAIL-LINE TO PAYMENT-RECORD.
           WRITE PAYMENT-RECORD.
           ADD 1 TO TRANSFER-COUNT.
           ADD 1 TO CREDITOR-COUNT.
           ADD GARNISHMENT-AMOUNT TO TRANSFER-TOTAL.

       WRITE-BATCH-TRAILER.
           MOVE TRANSFER-COUNT TO PT-TRANSFER-COUNT.
           MOVE TRANSFER-TOTAL TO PT-TRANSFER-TOTAL.
           MOVE PAY-PERIOD     TO PT-PERIOD.
           MOVE BATCH-VALUE-DATE TO PT-VALUE-DATE.
           MOVE FR-RUN-FIRMA-ID TO PT-FIRMA-ID.
           MOVE FR-RUN-IBAN    TO PT-DEBTOR-IBAN.
           MOVE PAYMENT-TRAILER-LINE TO PAYMENT-RECORD.
           WRITE PAYMENT-RECORD.

      ******************************************************************
      *    The worker's off-cycle payslip - the payment just written,
      *    laid out as PRINT-PAYSLIPS lays out the month.
      ******************************************************************
       PRINT-ONE-PAYSLIP.
           PERFORM LOOK-UP-ADRESSE.
           PERFORM WRITE-SLIP-HEADER.
           PERFORM WRITE-SLIP-ADDRESS-BLOCK.
           PERFORM WRITE-SLIP-AMOUNTS.
           PERFORM WRITE-SLIP-DEDUCTIONS.
           PERFORM WRITE-SLIP-NET-AND-IBAN.
           ADD 1 TO PAYSLIPS-PRINTED-COUNT.

       LOOK-UP-ADRESSE.
           IF ADRESSE-FILE-MISSING = "Y"
               MOVE "N" TO ADRESSE-FOUND
           ELSE
               MOVE ARBEITER-ID TO AD-ARBEITER-ID
               MOVE "Y" TO ADRESSE-FOUND
               READ ADRESSE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO ADRESSE-FOUND
               END-READ.

       WRITE-SLIP-HEADER.
           MOVE PAGE-RULE-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.
           MOVE PAY-PERIOD TO SL-PERIOD.
           MOVE BATCH-VALUE-DATE TO SL-PAID-DATE.
           MOVE SLIP-TITLE-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.
           MOVE ARBEITER-ID TO SL-ARBEITER-ID.
           MOVE FAMILIE TO SL-FAMILIE.
           MOVE ARBEITER-NAME TO SL-NAME.
           MOVE SLIP-WORKER-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.

       WRITE-SLIP-ADDRESS-BLOCK.
           IF ADRESSE-FOUND = "Y"
               MOVE AD-STRASSE TO SL-ADDRESS-TEXT
               PERFORM WRITE-ADDRESS-LINE
               MOVE SPACE TO SL-ADDRESS-TEXT
               STRING
                   AD-PLZ DELIMITED BY "  "
                   " "    DELIMITED BY SIZE
                   AD-ORT DELIMITED BY SIZE
                   INTO SL-ADDRESS-TEXT
               PERFORM WRITE-ADDRESS-LINE
           ELSE
               MOVE "** NO ADDRESS ON FILE **" TO SL-ADDRESS-TEXT
               PERFORM WRITE-ADDRESS-LINE.
           MOVE BLANK-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.

       WRITE-ADDRESS-LINE.
           MOVE SLIP-ADDRESS-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.

       WRITE-SLIP-AMOUNTS.
           IF PL-IS-PERIOD(PL-SUB)
               MOVE "GROSS PAY" TO SL-AMOUNT-LABEL
               MOVE WORKER-GROSS TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "  OF WHICH BONUS" TO SL-AMOUNT-LABEL
               MOVE WORKER-BONUS TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           ELSE
               MOVE "OFF-CYCLE PAYMENT" TO SL-AMOUNT-LABEL
               MOVE WORKER-GROSS TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE SLIP-AMOUNT-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.

       WRITE-SLIP-DEDUCTIONS.
           IF PR-DEDUCTION-COUNT > ZERO
               MOVE BLANK-LINE TO PAYSLIP-RECORD
               WRITE PAYSLIP-RECORD
               PERFORM WRITE-ONE-DEDUCTION-LINE
                   VARYING REGISTER-DED-SUB FROM 1 BY 1
                   UNTIL REGISTER-DED-SUB > PR-DEDUCTION-COUNT.
           MOVE "TOTAL DEDUCTIONS" TO SL-AMOUNT-LABEL.
           MOVE WORKER-DEDUCTIONS TO SL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-ONE-DEDUCTION-LINE.
           MOVE PR-DED-CODE(REGISTER-DED-SUB) TO SL-DED-CODE.
           PERFORM FIND-DEDUCTION-DESCRIPTION.
           MOVE PR-DED-AMOUNT(REGISTER-DED-SUB) TO SL-DED-AMOUNT.
           MOVE SLIP-DEDUCTION-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.

       FIND-DEDUCTION-DESCRIPTION.
           MOVE SPACE TO SL-DED-DESCRIPTION.
           PERFORM TRY-ONE-DESCRIPTION
               VARYING DED-INDEX FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.

       TRY-ONE-DESCRIPTION.
           IF TABLE-DED-CODE(DED-INDEX) =
               PR-DED-CODE(REGISTER-DED-SUB)
               MOVE TABLE-DED-DESCRIPTION(DED-INDEX)
                   TO SL-DED-DESCRIPTION.

       WRITE-SLIP-NET-AND-IBAN.
           MOVE BLANK-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.
           IF GARNISHMENT-AMOUNT > ZERO
               MOVE "WAGE ATTACHMENT" TO SL-AMOUNT-LABEL
               MOVE GARNISHMENT-AMOUNT TO SL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE.
           MOVE "NET PAY" TO SL-AMOUNT-LABEL.
           MOVE WORKER-NET TO SL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE BD-IBAN TO SL-IBAN.
           MOVE BD-BANK-NAME TO SL-BANK-NAME.
           MOVE SLIP-IBAN-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.
           MOVE BLANK-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.

       DISPLAY-RUN-TOTALS.
           DISPLAY "PAY PERIOD:       " PAY-PERIOD.
           DISPLAY "COMPANY:          " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "WORKERS PAID:     " WORKERS-PAID-COUNT.
           DISPLAY "WORKERS NOT PAID: " WORKERS-NOT-PAID-COUNT.
           DISPLAY "TOTAL GROSS PAID: " RUN-GROSS-TOTAL.
           DISPLAY "TOTAL DEDUCTIONS: " RUN-DEDUCTION-TOTAL.
           DISPLAY "  OF WHICH TAXES:    " RUN-TAX-TOTAL.
           DISPLAY "TOTAL NET PAY:    " RUN-NET-TOTAL.
           DISPLAY "EMPLOYER COST:    " RUN-EMPLOYER-COST-TOTAL.
           DISPLAY "WAGE ATTACHMENTS: " RUN-GARNISHMENT-TOTAL.
           DISPLAY "TRANSFERS WRITTEN:  " TRANSFER-COUNT.
           DISPLAY "  OF WHICH CREDITORS: " CREDITOR-COUNT.
           DISPLAY "TRANSFER TOTAL:     " TRANSFER-TOTAL.
           DISPLAY "VALUE DATE:         " BATCH-VALUE-DATE.
           DISPLAY "PAYSLIPS PRINTED:   " PAYSLIPS-PRINTED-COUNT.
           IF NO-TAX-CARD-COUNT > ZERO
               DISPLAY NO-TAX-CARD-COUNT " WORKER(S) WITHOUT A "
                   "TAX CARD - TAXED AT CLASS 6".
           IF NO-RATING-COUNT > ZERO
               DISPLAY NO-RATING-COUNT " WORKER(S) WITHOUT A "
                   "RATING - BONUS AT THE FLAT RATE".

      ******************************************************************
      *    System-wide update lock, the same as PAYROLL-RUN's - taken
      *    before the register is written and released on the way
      *    out.
      ******************************************************************
       TAKE-UPDATE-LOCK.
           MOVE "N" TO UPDATE-LOCK-TAKEN.
           MOVE "N" TO LOCK-FLAG.
           OPEN INPUT UPDATE-LOCK-FILE.
           IF UPDATE-LOCK-FILE-STATUS NOT = "35"
               READ UPDATE-LOCK-FILE
                   AT END
                   MOVE "N" TO LOCK-FLAG
               END-READ
               CLOSE UPDATE-LOCK-FILE.
           IF FILE-IS-LOCKED
               DISPLAY "MASTER FILES IN USE BY " LOCK-HOLDER
               DISPLAY "SINCE " LOCK-DATE-TIME
               DISPLAY "TRY AGAIN LATER, OR HAVE A SUPERVISOR RUN "
                   "CLEAR-UPDATE-LOCK IF THAT RUN HAS CRASHED"
           ELSE
               OPEN OUTPUT UPDATE-LOCK-FILE
               MOVE SPACE TO UPDATE-LOCK-RECORD
               MOVE "Y" TO LOCK-FLAG
               MOVE "OFF-CYCLE-PAYMENT" TO LOCK-HOLDER
               PERFORM STAMP-LOCK-DATE-TIME
               WRITE UPDATE-LOCK-RECORD
               CLOSE UPDATE-LOCK-FILE
               MOVE "Y" TO UPDATE-LOCK-TAKEN.

       RELEASE-UPDATE-LOCK.
           IF UPDATE-LOCK-TAKEN = "Y"
               OPEN OUTPUT UPDATE-LOCK-FILE
               MOVE SPACE TO UPDATE-LOCK-RECORD
               MOVE "N" TO LOCK-FLAG
               WRITE UPDATE-LOCK-RECORD
               CLOSE UPDATE-LOCK-FILE.

       STAMP-LOCK-DATE-TIME.
           ACCEPT LOCK-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-PART FROM TIME.
           MOVE SPACE TO LOCK-DATE-TIME.
           STRING
               LOCK-DATE-PART       DELIMITED BY SIZE
               "-"                  DELIMITED BY SIZE
               LOCK-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO LOCK-DATE-TIME.

       END PROGRAM OFF-CYCLE-PAYMENT-RUN.
