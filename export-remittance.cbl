      *    trailer, so CHECK-EXTRACT verifies it like any other
      *    payment file. A code with money withheld but no agency
      *    row is shown on the statement and paid nowhere, which
      *    is exactly what the clerk needs to chase. Employer-loan
      *    repayments (rows keyed with the loan basis "D") are
      *    money the company keeps - they are shown on the
      *    statement as retained and never transferred.
      *
      *    The run is for one company (legal entity), or for all
      *    companies when company 0 is keyed: only deductions of
      *    workers in the company's departments are totalled, and
      *    the trailer carries the company code and the IBAN the
      *    remittances are debited to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-REMITTANCE.
       77  TRANSFER-COUNT        PIC 9(6) VALUE ZERO.
       77  TRANSFER-TOTAL        PIC 9(11)V99 VALUE ZERO.
       77  UNMAPPED-COUNT        PIC 9(3) VALUE ZERO.
       77  THIS-CODE-BASIS       PIC X.

       01  CODE-TOTAL-TABLE.
           05 CODE-TOTAL-ENTRY OCCURS 25 TIMES.
               INDEXED BY DED-INDEX.
           05 TABLE-DED-CODE         PIC 9(3).
           05 TABLE-DED-DESCRIPTION  PIC X(30).
           05 TABLE-DED-BASIS        PIC X.

      ******************************************************************
      *    Fixed-format transfer detail, same shape as the bank
           05 PT-TRANSFER-COUNT   PIC 9(6).
           05 PT-TRANSFER-TOTAL   PIC 9(11)V99.
           05 PT-PERIOD           PIC X(7).
           05 FILLER              PIC X(10) VALUE SPACE.
           05 PT-FIRMA-ID         PIC 9(2).
           05 PT-DEBTOR-IBAN      PIC X(34).
           05 FILLER              PIC X(7)  VALUE SPACE.

       01  HEADER-LINE-1.
           05 FILLER PIC X(31)  VALUE
               "REMITTANCE STATEMENT - PERIOD ".
           05 HL-PERIOD         PIC X(7).
           05 FILLER PIC X(9)   VALUE " COMPANY ".
           05 HL-FIRMA-ID       PIC 9(2).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 HL-FIRMA-NAME     PIC X(40).
           05 FILLER PIC X(42)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(4)   VALUE "CODE".

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "firma-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM CLEAR-CODE-TOTALS.
           PERFORM ENTER-PAY-PERIOD.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           PERFORM WRITE-REPORT-TITLE.

       CLOSING-PROCEDURE.
           CLOSE REMITTANCE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "PAY PERIOD:         " PAY-PERIOD.
           DISPLAY "COMPANY:            " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "TRANSFERS WRITTEN:  " TRANSFER-COUNT.
           DISPLAY "TRANSFER TOTAL:     " TRANSFER-TOTAL.
           IF UNMAPPED-COUNT > ZERO
       LOAD-ONE-DEDUCTION-RECORD.
           MOVE DED-CODE        TO TABLE-DED-CODE(DED-INDEX).
           MOVE DED-DESCRIPTION TO TABLE-DED-DESCRIPTION(DED-INDEX).
           MOVE DED-BASIS       TO TABLE-DED-BASIS(DED-INDEX).
           ADD 1 TO AMOUNT-VON-DEDUCTIONS.
           PERFORM READ-NEXT-DEDUCTION-FOR-TABLE.
           IF DEDUCTION-FILE-AT-END NOT = "Y"

      ******************************************************************
      *    One pass over the period's register entries, merging the
      *    itemized deduction amounts into per-code totals. Entries
      *    of another company's workers are passed over.
      ******************************************************************
       SUM-PERIOD-DEDUCTIONS.
           MOVE "N" TO PERIOD-HAS-RECORDS.
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               MOVE "Y" TO PERIOD-HAS-RECORDS
               PERFORM SUM-ONE-IF-IN-RUN-FIRMA.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD.

       SUM-ONE-IF-IN-RUN-FIRMA.
           MOVE "A" TO FR-FUNCTION.
           MOVE PR-ABTEILUNG-ID TO FR-ABTEILUNG-ID.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           IF FR-IN-RUN = "Y"
               PERFORM MERGE-ONE-ENTRY-DEDUCTION
                   VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > PR-DEDUCTION-COUNT.

       MERGE-ONE-ENTRY-DEDUCTION.
           MOVE "N" TO CODE-FOUND.
      ******************************************************************
      *    One remittance per code - the statement line always
      *    prints; the transfer line only when an agency row exists
      *    and the period's total is really owed. A loan code is
      *    retained by the company and needs no agency.
      ******************************************************************
       REMIT-ONE-CODE.
           PERFORM FIND-DEDUCTION-DESCRIPTION.
           IF THIS-CODE-BASIS = "D"
               PERFORM WRITE-RETAINED-LINE
           ELSE
               PERFORM LOOK-UP-AGENCY
               PERFORM WRITE-STATEMENT-LINE
               IF AGENCY-ROW-FOUND = "Y" AND
                   CT-AMOUNT(CODE-SUB) > ZERO
                   PERFORM WRITE-REMITTANCE-DETAIL.

       LOOK-UP-AGENCY.
           IF AGENCY-FILE-MISSING = "Y"

       WRITE-STATEMENT-LINE.
           MOVE CT-DED-CODE(CODE-SUB) TO RL-DED-CODE.
           IF AGENCY-ROW-FOUND = "Y"
               MOVE AGY-NAME TO RL-AGENCY-NAME
               MOVE AGY-REFERENCE TO RL-REFERENCE
           MOVE STATEMENT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-RETAINED-LINE.
           MOVE CT-DED-CODE(CODE-SUB) TO RL-DED-CODE.
           MOVE "RETAINED - EMPLOYER LOAN REPAYMENT"
               TO RL-AGENCY-NAME.
           MOVE SPACE TO RL-REFERENCE.
           MOVE CT-AMOUNT(CODE-SUB) TO RL-AMOUNT.
           MOVE STATEMENT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FIND-DEDUCTION-DESCRIPTION.
           MOVE SPACE TO RL-DESCRIPTION.
           MOVE SPACE TO THIS-CODE-BASIS.
           PERFORM TRY-ONE-DESCRIPTION
               VARYING DED-INDEX FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
       TRY-ONE-DESCRIPTION.
           IF TABLE-DED-CODE(DED-INDEX) = CT-DED-CODE(CODE-SUB)
               MOVE TABLE-DED-DESCRIPTION(DED-INDEX)
                   TO RL-DESCRIPTION
               MOVE TABLE-DED-BASIS(DED-INDEX) TO THIS-CODE-BASIS.

       WRITE-REMITTANCE-DETAIL.
           MOVE CT-DED-CODE(CODE-SUB) TO PD-DED-CODE.
           MOVE TRANSFER-COUNT TO PT-TRANSFER-COUNT.
           MOVE TRANSFER-TOTAL TO PT-TRANSFER-TOTAL.
           MOVE PAY-PERIOD TO PT-PERIOD.
           MOVE FR-RUN-FIRMA-ID TO PT-FIRMA-ID.
           MOVE FR-RUN-IBAN TO PT-DEBTOR-IBAN.
           MOVE PAYMENT-TRAILER-LINE TO REMITTANCE-RECORD.
           WRITE REMITTANCE-RECORD.

      ******************************************************************
       WRITE-REPORT-TITLE.
           MOVE PAY-PERIOD TO HL-PERIOD.
           MOVE FR-RUN-FIRMA-ID TO HL-FIRMA-ID.
           MOVE FR-RUN-NAME TO HL-FIRMA-NAME.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
