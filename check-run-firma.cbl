      ******************************************************************
      *    Company of a Run (called subprogram)
      *    One place that knows which legal entity (company code) a
      *    payroll or export run is for, and which company each
      *    department belongs to. PAYROLL-RUN and the exports ask
      *    for the company once, then test every worker, register
      *    entry or department against it. The parameter block and
      *    its functions are in firma-request.cbl.
      *
      *    Rules:
      *    - company 0 means all companies together, the way the
      *      installation ran before there was more than one
      *    - FIRMA-FILE not set up yet: every run is for all
      *      companies and the operator is not asked
      *    - a department's company is its ABTEIL-FIRMA-ID; a
      *      department not on file belongs to no company and is
      *      only in a run for all companies
      *
      *    The departments' companies are read once into
      *    ABTEIL-FIRMA-TABLE on the first request of the run unit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RUN-FIRMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-firma.cbl".
           COPY "select-abteil.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-firma.cbl".
           COPY "fd-abteil.cbl".

       WORKING-STORAGE SECTION.
       77  FIRMA-FILE-STATUS       PIC XX.
       77  ABTEIL-FILE-STATUS      PIC XX.
       77  ABTEIL-FILE-AT-END      PIC X.
       77  FIRMA-FILE-MISSING      PIC X VALUE "N".
       77  FIRMA-FOUND             PIC X.
       77  FIRMA-ID-FIELD          PIC Z(2).

       77  TABLE-IS-LOADED         PIC X VALUE "N".
       77  ABTEIL-FIRMA-COUNT      PIC 9(4) VALUE ZERO.
       77  ABTEIL-FIRMA-MAX        PIC 9(4) VALUE 999.
       01  ABTEIL-FIRMA-TABLE.
           05 ABTEIL-FIRMA-ENTRY OCCURS 999 TIMES
               INDEXED BY ABTEIL-FIRMA-INDEX.
               10 TABLE-ABTEILUNG-ID  PIC 9(4).
               10 TABLE-FIRMA-ID      PIC 9(2).

       LINKAGE SECTION.
           COPY "firma-request.cbl".

       PROCEDURE DIVISION USING FIRMA-REQUEST.
       PROGRAM-START.
           IF TABLE-IS-LOADED NOT = "Y"
               PERFORM LOAD-ABTEIL-FIRMA-TABLE.
           IF FR-ENTER-RUN-FIRMA
               PERFORM ENTER-THE-RUN-FIRMA
           ELSE
               PERFORM FIND-THE-ABTEILUNG-FIRMA.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    The run's company - keyed once per run and held by the
      *    caller in FR-RUN-FIRMA-ID.
      ******************************************************************
       ENTER-THE-RUN-FIRMA.
           MOVE ZERO TO FR-RUN-FIRMA-ID.
           MOVE "ALL COMPANIES" TO FR-RUN-NAME.
           MOVE SPACE TO FR-RUN-STEUERNUMMER.
           MOVE SPACE TO FR-RUN-IBAN.
           MOVE SPACE TO FR-RUN-GL-LEDGER.
           MOVE "N" TO FIRMA-FILE-MISSING.
           OPEN INPUT FIRMA-FILE.
           IF FIRMA-FILE-STATUS = "35"
               MOVE "Y" TO FIRMA-FILE-MISSING
           ELSE
               PERFORM ACCEPT-RUN-FIRMA-ID
               PERFORM RE-ACCEPT-RUN-FIRMA-ID
                   UNTIL FIRMA-FOUND = "Y"
               CLOSE FIRMA-FILE.

       ACCEPT-RUN-FIRMA-ID.
           DISPLAY "ENTER COMPANY CODE TO RUN FOR".
           DISPLAY "OR 0 FOR ALL COMPANIES".
           MOVE ZERO TO FIRMA-ID-FIELD.
           ACCEPT FIRMA-ID-FIELD.
           MOVE FIRMA-ID-FIELD TO FR-RUN-FIRMA-ID.
           IF FR-RUN-IS-ALL-FIRMEN
               MOVE "Y" TO FIRMA-FOUND
           ELSE
               PERFORM READ-RUN-FIRMA-RECORD.

       RE-ACCEPT-RUN-FIRMA-ID.
           DISPLAY "COMPANY " FR-RUN-FIRMA-ID " IS NOT ON FILE".
           PERFORM ACCEPT-RUN-FIRMA-ID.

       READ-RUN-FIRMA-RECORD.
           MOVE FR-RUN-FIRMA-ID TO FIRMA-ID.
           MOVE "Y" TO FIRMA-FOUND.
           READ FIRMA-FILE RECORD
               INVALID KEY
               MOVE "N" TO FIRMA-FOUND.
           IF FIRMA-FOUND = "Y"
               MOVE FIRMA-NAME TO FR-RUN-NAME
               MOVE FIRMA-STEUERNUMMER TO FR-RUN-STEUERNUMMER
               MOVE FIRMA-IBAN TO FR-RUN-IBAN
               MOVE FIRMA-GL-LEDGER TO FR-RUN-GL-LEDGER.

      ******************************************************************
      *    A department's company, and whether it is in the run.
      ******************************************************************
       FIND-THE-ABTEILUNG-FIRMA.
           MOVE ZERO TO FR-FIRMA-ID.
           MOVE "N" TO FIRMA-FOUND.
           SET ABTEIL-FIRMA-INDEX TO 1.
           PERFORM NEXT-ABTEIL-FIRMA
               UNTIL ABTEIL-FIRMA-INDEX > ABTEIL-FIRMA-COUNT OR
               FIRMA-FOUND = "Y".
           IF FR-RUN-IS-ALL-FIRMEN OR
               FR-FIRMA-ID = FR-RUN-FIRMA-ID
               MOVE "Y" TO FR-IN-RUN
           ELSE
               MOVE "N" TO FR-IN-RUN.

       NEXT-ABTEIL-FIRMA.
           IF TABLE-ABTEILUNG-ID(ABTEIL-FIRMA-INDEX) = FR-ABTEILUNG-ID
               MOVE TABLE-FIRMA-ID(ABTEIL-FIRMA-INDEX) TO FR-FIRMA-ID
               MOVE "Y" TO FIRMA-FOUND
           ELSE
               SET ABTEIL-FIRMA-INDEX UP BY 1.

      ******************************************************************
      *    Every department's company, read once in key order.
      ******************************************************************
       LOAD-ABTEIL-FIRMA-TABLE.
           MOVE "Y" TO TABLE-IS-LOADED.
           MOVE ZERO TO ABTEIL-FIRMA-COUNT.
           OPEN INPUT ABTEIL-FILE.
           IF ABTEIL-FILE-STATUS NOT = "35"
               MOVE ZERO TO ABTEILUNG-ID
               MOVE "N" TO ABTEIL-FILE-AT-END
               START ABTEIL-FILE KEY IS NOT LESS THAN ABTEILUNG-ID
                   INVALID KEY
                   MOVE "Y" TO ABTEIL-FILE-AT-END
               END-START
               IF ABTEIL-FILE-AT-END NOT = "Y"
                   PERFORM READ-NEXT-ABTEIL-RECORD
                   PERFORM LOAD-ONE-ABTEIL-FIRMA
                       UNTIL ABTEIL-FILE-AT-END = "Y"
               END-IF
               CLOSE ABTEIL-FILE.

       LOAD-ONE-ABTEIL-FIRMA.
           IF ABTEIL-FIRMA-COUNT < ABTEIL-FIRMA-MAX
               ADD 1 TO ABTEIL-FIRMA-COUNT
               MOVE ABTEILUNG-ID
                   TO TABLE-ABTEILUNG-ID(ABTEIL-FIRMA-COUNT)
               MOVE ABTEIL-FIRMA-ID
                   TO TABLE-FIRMA-ID(ABTEIL-FIRMA-COUNT)
           ELSE
               DISPLAY "MORE THAN " ABTEIL-FIRMA-MAX
                   " DEPARTMENTS - ABTEILUNG " ABTEILUNG-ID
                   " IS IN NO COMPANY'S RUN".
           PERFORM READ-NEXT-ABTEIL-RECORD.

       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       END PROGRAM CHECK-RUN-FIRMA.
