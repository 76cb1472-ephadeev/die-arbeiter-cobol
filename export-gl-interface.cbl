      *    posting as their net effect. A department with no mapping
      *    row goes onto the GL-EXCEPTIONS page and posts nothing,
      *    which keeps the extract in balance.
      *
      *    The extract is built for one company (legal entity), or
      *    for all companies when company 0 is keyed - only the
      *    company's departments are posted, and every line carries
      *    the GL ledger of the department's company from FIRMA-FILE
      *    so Finance can load each company's lines into its own
      *    books.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-GL-INTERFACE.
           COPY "select-pay-register.cbl".
           COPY "select-allocation.cbl".
           COPY "select-gl-account-map.cbl".
           COPY "select-firma.cbl".
           SELECT GL-FILE ASSIGN TO "GL-INTERFACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           COPY "fd-pay-register.cbl".
           COPY "fd-allocation.cbl".
           COPY "fd-gl-account-map.cbl".
           COPY "fd-firma.cbl".

       FD  GL-FILE.
       01  GL-RECORD PIC X(200).
       77  TRAILER-DEBIT-EDIT    PIC Z(10)9.99-.
       77  TRAILER-CREDIT-EDIT   PIC Z(10)9.99-.
       77  GL-RUN-DATE           PIC 9(8).
       77  FIRMA-FILE-STATUS     PIC XX.
       77  FIRMA-FILE-MISSING    PIC X VALUE "N".
       77  POSTING-LEDGER        PIC X(4).

       77  PAY-PERIOD            PIC X(7).
       77  PERIOD-VALID          PIC X.
           "GL-ACCOUNT,DEBIT-CREDIT,ABTEILUNG-ID".
       77  CSV-HEADER-PART-2     PIC X(35) VALUE
           ",COST-CENTER,AMOUNT,PERIOD,RUN-DATE".
       77  CSV-HEADER-PART-3     PIC X(7) VALUE ",LEDGER".
       01  CSV-HEADER-LINE.
           05 CSV-HEADER-LINE-1  PIC X(37).
           05 CSV-HEADER-LINE-2  PIC X(35).
           05 CSV-HEADER-LINE-3  PIC X(7).

       01  EXCEPTION-LINE.
           05 FILLER             PIC X(21) VALUE
           05 EX-ABTEILUNG-NAME  PIC X(40).
           05 FILLER             PIC X(13) VALUE SPACE.

           COPY "firma-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           OPEN OUTPUT GL-FILE.
           PERFORM OPEN-ALLOCATION-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN INPUT FIRMA-FILE.
           IF FIRMA-FILE-STATUS = "35"
               MOVE "Y" TO FIRMA-FILE-MISSING.
           ACCEPT GL-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ENTER-PAY-PERIOD.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           MOVE CSV-HEADER-PART-1 TO CSV-HEADER-LINE-1.
           MOVE CSV-HEADER-PART-2 TO CSV-HEADER-LINE-2.
           MOVE CSV-HEADER-PART-3 TO CSV-HEADER-LINE-3.
           MOVE CSV-HEADER-LINE TO GL-RECORD.
           WRITE GL-RECORD.

               CLOSE ALLOCATION-FILE.
           IF MAP-FILE-MISSING NOT = "Y"
               CLOSE GL-ACCOUNT-MAP-FILE.
           IF FIRMA-FILE-MISSING NOT = "Y"
               CLOSE FIRMA-FILE.
           CLOSE GL-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY "COMPANY:            " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           IF EXCEPTION-COUNT > ZERO
               DISPLAY EXCEPTION-COUNT " DEPARTMENT(S) WITHOUT A GL "
                   "MAPPING - SEE GL-EXCEPTIONS".

       PROCESS-EXPORT.
           PERFORM READ-NEXT-ABTEIL-RECORD.
           PERFORM PROCESS-ONE-IF-IN-RUN-FIRMA
               UNTIL ABTEIL-FILE-AT-END = "Y".
           IF PERIOD-HAS-RECORDS = "N"
               DISPLAY "NO PAY REGISTER RECORDS FOR PERIOD "
                   PAY-PERIOD
               DISPLAY "HAS PAYROLL-RUN BEEN RUN FOR THIS PERIOD?".

      ******************************************************************
      *    Another company's departments are passed over.
      ******************************************************************
       PROCESS-ONE-IF-IN-RUN-FIRMA.
           IF FR-RUN-IS-ALL-FIRMEN OR
               ABTEIL-FIRMA-ID = FR-RUN-FIRMA-ID
               PERFORM PROCESS-ONE-ABTEILUNG
           ELSE
               PERFORM READ-NEXT-ABTEIL-RECORD.

       PROCESS-ONE-ABTEILUNG.
           MOVE ZERO TO DEPARTMENT-COST.
           MOVE ZERO TO DEPARTMENT-BONUS.
               DEPARTMENT-EMPLOYER NOT = ZERO
               PERFORM LOOK-UP-GL-MAPPING
               IF MAP-ROW-FOUND = "Y"
                   PERFORM LOOK-UP-ABTEIL-LEDGER
                   PERFORM WRITE-GL-JOURNAL-LINES
               ELSE
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE "N" TO MAP-ROW-FOUND
               END-READ.

      ******************************************************************
      *    The ledger of the department's own company - blank when
      *    the company is not set up in FIRMA-FILE.
      ******************************************************************
       LOOK-UP-ABTEIL-LEDGER.
           MOVE SPACE TO POSTING-LEDGER.
           IF FIRMA-FILE-MISSING NOT = "Y"
               MOVE ABTEIL-FIRMA-ID TO FIRMA-ID
               READ FIRMA-FILE RECORD
                   INVALID KEY
                   MOVE SPACE TO FIRMA-GL-LEDGER
               END-READ
               MOVE FIRMA-GL-LEDGER TO POSTING-LEDGER.

       WRITE-EXCEPTION-LINE.
           MOVE ABTEILUNG-ID TO EX-ABTEILUNG-ID.
           MOVE ABTEILUNG-NAME TO EX-ABTEILUNG-NAME.
               PAY-PERIOD         DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GL-RUN-DATE        DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               POSTING-LEDGER     DELIMITED BY SPACE
               INTO GL-RECORD.
           WRITE GL-RECORD.
           ADD 1 TO GL-LINE-COUNT.
