      *    record count and gross total the office's intake system
      *    validates. All three bands are written for every
      *    department so the record shape is predictable.
      *
      *    Each company (legal entity) reports as its own employer:
      *    the return is built for one company's departments, or for
      *    all companies when company 0 is keyed, and the header
      *    carries the company code and its tax number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-STATISTICS.
           05 HR-PERIOD-YEAR     PIC 9(4).
           05 HR-PERIOD-QUARTER  PIC X(2).
           05 HR-RUN-DATE        PIC 9(8).
           05 HR-FIRMA-ID        PIC 9(2).
           05 HR-STEUERNUMMER    PIC X(20).
           05 FILLER             PIC X(23) VALUE SPACE.

       01  DETAIL-RECORD.
           05 DR-RECORD-TYPE     PIC X     VALUE "D".
           05 TR-GROSS-TOTAL     PIC 9(13)V99.
           05 FILLER             PIC X(38) VALUE SPACE.

           COPY "firma-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           OPEN OUTPUT STATISTICS-FILE.
           PERFORM ENTER-REPORTING-PERIOD.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           PERFORM WRITE-HEADER-RECORD.

       CLOSING-PROCEDURE.
           CLOSE ABTEIL-FILE.
           CLOSE ARBEITER-FILE.
           CLOSE STATISTICS-FILE.
           DISPLAY "COMPANY:                " FR-RUN-FIRMA-ID " "
               FR-RUN-NAME.
           DISPLAY "DETAIL RECORDS WRITTEN: " DETAIL-RECORD-COUNT.
           DISPLAY "GROSS TOTAL:            " GROSS-GRAND-TOTAL.


       PROCESS-EXTRACT.
           PERFORM READ-NEXT-ABTEIL-RECORD.
           PERFORM PROCESS-ONE-IF-IN-RUN-FIRMA
               UNTIL ABTEIL-FILE-AT-END = "Y".

       PROCESS-ONE-IF-IN-RUN-FIRMA.
           IF FR-RUN-IS-ALL-FIRMEN OR
               ABTEIL-FIRMA-ID = FR-RUN-FIRMA-ID
               PERFORM PROCESS-ONE-ABTEILUNG
           ELSE
               PERFORM READ-NEXT-ABTEIL-RECORD.

       PROCESS-ONE-ABTEILUNG.
           PERFORM CLEAR-BAND-ACCUMULATORS.
           PERFORM COUNT-BANDS-FOR-ABTEILUNG.
               REPORT-QUARTER DELIMITED BY SIZE
               INTO HR-PERIOD-QUARTER.
           MOVE RUN-DATE-PART TO HR-RUN-DATE.
           MOVE FR-RUN-FIRMA-ID TO HR-FIRMA-ID.
           MOVE FR-RUN-STEUERNUMMER TO HR-STEUERNUMMER.
           MOVE HEADER-RECORD TO STATISTICS-RECORD.
           WRITE STATISTICS-RECORD.

