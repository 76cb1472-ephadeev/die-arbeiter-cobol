      ******************************************************************
      *    Print the Travel Cost Report
      *    Finance's monthly view of business travel - every
      *    TRAVEL-CLAIM settled in the entered month, by payroll or
      *    by transfer, listed per Abteilung with the per-diem,
      *    mileage and receipts it reimbursed, a department total
      *    carrying the department's GL-ACCOUNT-MAP cost center,
      *    and a company total. A claim is charged to the
      *    department it was captured under (TV-ABTEILUNG-ID), not
      *    the worker's department today.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-TRAVEL-COST-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-abteil.cbl".
           COPY "select-travel-claim.cbl".
           COPY "select-arbeiter.cbl".
           COPY "select-gl-account-map.cbl".
           SELECT REPORT-FILE ASSIGN TO "TRAVEL-COST-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-abteil.cbl".
           COPY "fd-travel-claim.cbl".
           COPY "fd-arbeiter.cbl".
           COPY "fd-gl-account-map.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  TRAVEL-CLAIM-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  GL-ACCOUNT-MAP-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  ABTEIL-FILE-AT-END    PIC X.
       77  CLAIM-AT-END          PIC X.
       77  TRAVEL-FILE-MISSING   PIC X VALUE "N".
       77  MAP-FILE-MISSING      PIC X VALUE "N".
       77  MAP-ROW-FOUND         PIC X.
       77  WORKER-FOUND          PIC X.
       77  REPORT-MONTH          PIC X(7).
       77  PERIOD-VALID          PIC X.
       77  PERIOD-MONTH          PIC 99.

       77  DEPARTMENT-CLAIM-COUNT PIC 9(5).
       77  DEPARTMENT-PER-DIEM   PIC 9(9)V99.
       77  DEPARTMENT-MILEAGE    PIC 9(9)V99.
       77  DEPARTMENT-RECEIPTS   PIC 9(9)V99.
       77  DEPARTMENT-TOTAL      PIC 9(9)V99.
       77  COMPANY-CLAIM-COUNT   PIC 9(5) VALUE ZERO.
       77  COMPANY-PER-DIEM      PIC 9(9)V99 VALUE ZERO.
       77  COMPANY-MILEAGE       PIC 9(9)V99 VALUE ZERO.
       77  COMPANY-RECEIPTS      PIC 9(9)V99 VALUE ZERO.
       77  COMPANY-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77  SCOPE-SESSION-OK      PIC X.

       01  HEADER-LINE-1.
           05 FILLER PIC X(34)  VALUE
               "TRAVEL COST BY DEPARTMENT - MONTH".
           05 HL-MONTH          PIC X(7).
           05 FILLER PIC X(91)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(6)   VALUE "DEPT".
           05 FILLER PIC X(8)   VALUE "ARB-ID".
           05 FILLER PIC X(31)  VALUE "NAME".
           05 FILLER PIC X(5)   VALUE "CLM".
           05 FILLER PIC X(21)  VALUE "DESTINATION".
           05 FILLER PIC X(2)   VALUE "V".
           05 FILLER PIC X(10)  VALUE "  PER-DIEM".
           05 FILLER PIC X(11)  VALUE "    MILEAGE".
           05 FILLER PIC X(11)  VALUE "   RECEIPTS".
           05 FILLER PIC X(13)  VALUE "        TOTAL".
           05 FILLER PIC X(14)  VALUE SPACE.

       01  DETAIL-LINE.
           05 RL-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ARBEITER-ID    PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-FAMILIE        PIC X(30).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-CLAIM-NUMBER   PIC 9(3).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-DESTINATION    PIC X(20).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-PAY-VIA        PIC X.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-PER-DIEM       PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-MILEAGE        PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-RECEIPTS       PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-TOTAL          PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(14)  VALUE SPACE.

       01  SUBTOTAL-LINE.
           05 SL-LABEL          PIC X(44).
           05 FILLER PIC X(1)   VALUE SPACE.
           05 SL-CLAIM-COUNT    PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 SL-COST-CENTER    PIC X(8).
           05 FILLER PIC X(12)  VALUE SPACE.
           05 SL-PER-DIEM       PIC ZZZZ,ZZ9.99.
           05 SL-MILEAGE        PIC ZZZZ,ZZ9.99.
           05 SL-RECEIPTS       PIC ZZZZ,ZZ9.99.
           05 SL-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(14)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF TRAVEL-FILE-MISSING = "Y"
               DISPLAY "TRAVEL-CLAIMS NOT ON DISK - NO CLAIMS HAVE "
                   "BEEN CAPTURED YET"
           ELSE
               PERFORM PROCESS-REPORT
               PERFORM WRITE-COMPANY-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT TRAVEL-CLAIM-FILE.
           IF TRAVEL-CLAIM-FILE-STATUS = "35"
               MOVE "Y" TO TRAVEL-FILE-MISSING.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF GL-ACCOUNT-MAP-FILE-STATUS = "35"
               MOVE "Y" TO MAP-FILE-MISSING
               DISPLAY "GL-ACCOUNT-MAP NOT SET UP - NO COST CENTERS "
                   "ON THE REPORT".
           PERFORM ENTER-REPORT-MONTH.
           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-MONTH TO HL-MONTH.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF TRAVEL-FILE-MISSING NOT = "Y"
               CLOSE TRAVEL-CLAIM-FILE.
           IF MAP-FILE-MISSING NOT = "Y"
               CLOSE GL-ACCOUNT-MAP-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "CLAIMS LISTED: " COMPANY-CLAIM-COUNT.

      ******************************************************************
      *    Report month entry - YYYY-MM, the period the claims were
      *    settled in.
      ******************************************************************
       ENTER-REPORT-MONTH.
           PERFORM ACCEPT-REPORT-MONTH.
           PERFORM RE-ACCEPT-REPORT-MONTH
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-REPORT-MONTH.
           DISPLAY "ENTER MONTH TO REPORT IN FORMAT YYYY-MM".
           ACCEPT REPORT-MONTH.
           PERFORM VALIDATE-REPORT-MONTH.

       RE-ACCEPT-REPORT-MONTH.
           PERFORM ACCEPT-REPORT-MONTH.

       VALIDATE-REPORT-MONTH.
           MOVE "Y" TO PERIOD-VALID.
           IF REPORT-MONTH(5:1) NOT = "-" OR
               REPORT-MONTH(1:4) IS NOT NUMERIC OR
               REPORT-MONTH(6:2) IS NOT NUMERIC
               MOVE "N" TO PERIOD-VALID
               DISPLAY "MONTH MUST BE IN FORMAT YYYY-MM"
           ELSE
               MOVE REPORT-MONTH(6:2) TO PERIOD-MONTH
               IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
                   MOVE "N" TO PERIOD-VALID
                   DISPLAY "MONTH MUST BE 01-12".

       PROCESS-REPORT.
           PERFORM READ-NEXT-ABTEIL-RECORD.
           PERFORM PROCESS-ABTEILUNG-IF-IN-SCOPE
               UNTIL ABTEIL-FILE-AT-END = "Y".

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only the departments they look after are
      *    printed; a supervisor gets every department.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-TRAVEL-COST" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO DEPARTMENTS WILL BE "
                   "LISTED".

       PROCESS-ABTEILUNG-IF-IN-SCOPE.
           MOVE "N" TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ZERO TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           IF SCOPE-OK = "Y"
               PERFORM PROCESS-ONE-ABTEILUNG
           ELSE
               PERFORM READ-NEXT-ABTEIL-RECORD.

       PROCESS-ONE-ABTEILUNG.
           MOVE ZERO TO DEPARTMENT-CLAIM-COUNT.
           MOVE ZERO TO DEPARTMENT-PER-DIEM.
           MOVE ZERO TO DEPARTMENT-MILEAGE.
           MOVE ZERO TO DEPARTMENT-RECEIPTS.
           MOVE ZERO TO DEPARTMENT-TOTAL.
           PERFORM LIST-CLAIMS-FOR-ABTEILUNG.
           IF DEPARTMENT-CLAIM-COUNT > ZERO
               PERFORM WRITE-DEPARTMENT-TOTALS
               ADD DEPARTMENT-CLAIM-COUNT TO COMPANY-CLAIM-COUNT
               ADD DEPARTMENT-PER-DIEM TO COMPANY-PER-DIEM
               ADD DEPARTMENT-MILEAGE TO COMPANY-MILEAGE
               ADD DEPARTMENT-RECEIPTS TO COMPANY-RECEIPTS
               ADD DEPARTMENT-TOTAL TO COMPANY-TOTAL.
           PERFORM READ-NEXT-ABTEIL-RECORD.

      ******************************************************************
      *    Claims for the current Abteilung - a fresh pass over the
      *    claim file from the top for every department.
      ******************************************************************
       LIST-CLAIMS-FOR-ABTEILUNG.
           MOVE "N" TO CLAIM-AT-END.
           MOVE ZERO TO TV-ARBEITER-ID.
           MOVE ZERO TO TV-CLAIM-NUMBER.
           START TRAVEL-CLAIM-FILE
               KEY IS NOT LESS THAN TV-CLAIM-KEY
               INVALID KEY
               MOVE "Y" TO CLAIM-AT-END.
           IF CLAIM-AT-END NOT = "Y"
               PERFORM READ-NEXT-CLAIM-RECORD
               PERFORM LIST-ONE-CLAIM-IF-MATCH
                   UNTIL CLAIM-AT-END = "Y".

       LIST-ONE-CLAIM-IF-MATCH.
           IF TV-IS-SETTLED AND
               TV-SETTLED-PERIOD = REPORT-MONTH AND
               TV-ABTEILUNG-ID = ABTEILUNG-ID
               PERFORM LOOK-UP-WORKER
               PERFORM WRITE-DETAIL-LINE
               PERFORM ADD-CLAIM-TO-DEPARTMENT.
           PERFORM READ-NEXT-CLAIM-RECORD.

       ADD-CLAIM-TO-DEPARTMENT.
           ADD 1 TO DEPARTMENT-CLAIM-COUNT.
           ADD TV-PER-DIEM-AMOUNT TO DEPARTMENT-PER-DIEM.
           ADD TV-MILEAGE-AMOUNT TO DEPARTMENT-MILEAGE.
           ADD TV-RECEIPTS-AMOUNT TO DEPARTMENT-RECEIPTS.
           ADD TV-TOTAL-AMOUNT TO DEPARTMENT-TOTAL.

       LOOK-UP-WORKER.
           MOVE TV-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "N"
               MOVE "** WORKER NOT ON FILE **" TO FAMILIE.

       LOOK-UP-COST-CENTER.
           MOVE "N" TO MAP-ROW-FOUND.
           IF MAP-FILE-MISSING NOT = "Y"
               MOVE ABTEILUNG-ID TO GLM-ABTEILUNG-ID
               MOVE "Y" TO MAP-ROW-FOUND
               READ GL-ACCOUNT-MAP-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO MAP-ROW-FOUND.
           IF MAP-ROW-FOUND = "Y"
               MOVE GLM-COST-CENTER TO SL-COST-CENTER
           ELSE
               MOVE "NO MAP" TO SL-COST-CENTER.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       READ-NEXT-CLAIM-RECORD.
           READ TRAVEL-CLAIM-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CLAIM-AT-END.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
       WRITE-DETAIL-LINE.
           MOVE ABTEILUNG-ID TO RL-ABTEILUNG-ID.
           MOVE TV-ARBEITER-ID TO RL-ARBEITER-ID.
           MOVE FAMILIE TO RL-FAMILIE.
           MOVE TV-CLAIM-NUMBER TO RL-CLAIM-NUMBER.
           MOVE TV-DESTINATION TO RL-DESTINATION.
           MOVE TV-PAY-VIA TO RL-PAY-VIA.
           MOVE TV-PER-DIEM-AMOUNT TO RL-PER-DIEM.
           MOVE TV-MILEAGE-AMOUNT TO RL-MILEAGE.
           MOVE TV-RECEIPTS-AMOUNT TO RL-RECEIPTS.
           MOVE TV-TOTAL-AMOUNT TO RL-TOTAL.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DEPARTMENT-TOTALS.
           MOVE SPACE TO SL-LABEL.
           STRING "DEPARTMENT TOTAL - " DELIMITED BY SIZE
                  ABTEILUNG-NAME DELIMITED BY SIZE
               INTO SL-LABEL.
           MOVE DEPARTMENT-CLAIM-COUNT TO SL-CLAIM-COUNT.
           PERFORM LOOK-UP-COST-CENTER.
           MOVE DEPARTMENT-PER-DIEM TO SL-PER-DIEM.
           MOVE DEPARTMENT-MILEAGE TO SL-MILEAGE.
           MOVE DEPARTMENT-RECEIPTS TO SL-RECEIPTS.
           MOVE DEPARTMENT-TOTAL TO SL-TOTAL.
           MOVE SUBTOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COMPANY-TOTALS.
           MOVE "COMPANY TOTAL" TO SL-LABEL.
           MOVE COMPANY-CLAIM-COUNT TO SL-CLAIM-COUNT.
           MOVE SPACE TO SL-COST-CENTER.
           MOVE COMPANY-PER-DIEM TO SL-PER-DIEM.
           MOVE COMPANY-MILEAGE TO SL-MILEAGE.
           MOVE COMPANY-RECEIPTS TO SL-RECEIPTS.
           MOVE COMPANY-TOTAL TO SL-TOTAL.
           MOVE SUBTOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY "TOTAL TRAVEL COST: " COMPANY-TOTAL.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten TRAVEL-COST-REPORT.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-TRAVEL-COST-REPORT" TO CATALOG-PROGRAM-NAME.
           MOVE "TRAVEL-COST-REPORT" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "MONTH "     DELIMITED BY SIZE
               REPORT-MONTH DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-TRAVEL-COST-REPORT.
