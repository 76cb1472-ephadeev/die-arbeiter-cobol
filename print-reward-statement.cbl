      ******************************************************************
      *    Print the Annual Total-Reward Statements
      *    One statement page per active worker for the year keyed,
      *    showing what the worker received and what the worker
      *    cost, set against the year before:
      *    - pay from the PAY-REGISTER entries of the year's twelve
      *      periods - the bonus from the department's PRAEMIE,
      *      overtime, one-off variable pay, retro pay and any
      *      vacation payout; the rest of the gross is the base
      *      salary actually paid
      *    - the gross itself from the worker's YTD-FILE record, the
      *      register entries summed when there is none
      *    - employer contributions - PR-EMPLOYER-COST less the
      *      gross, the employer-side DEDUCTION-TABLE rows
      *    - benefits in kind from the YTD-FILE record
      *    - training spend - the KURS-COST of every course
      *      completed in the year, or booked in it and not yet
      *      completed; cancelled bookings cost nothing
      *    - vacation days granted and carried from ENTITLEMENT-FILE
      *    Each page carries the ADRESSE-FILE address block. Pages
      *    are sorted by department and the worker's CHIEF-ID with
      *    the SORT verb, and a distribution sheet naming the chief
      *    heads every department and chief, so the bundles can be
      *    handed out through the chiefs. A side file not on disk
      *    just leaves its figures at zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-REWARD-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".
           COPY "select-adresse.cbl".
           COPY "select-pay-register.cbl".
           COPY "select-ytd.cbl".
           COPY "select-booking.cbl".
           COPY "select-kurs.cbl".
           COPY "select-entitlement.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "REWARD-SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "REWARD-STATEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-adresse.cbl".
           COPY "fd-pay-register.cbl".
           COPY "fd-ytd.cbl".
           COPY "fd-booking.cbl".
           COPY "fd-kurs.cbl".
           COPY "fd-entitlement.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-ABTEILUNG-ID    PIC 9(4).
           05 SW-CHIEF-ID        PIC 9(6).
           05 SW-ARBEITER-ID     PIC 9(6).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  ADRESSE-FILE-STATUS   PIC XX.
       77  PAY-REGISTER-FILE-STATUS PIC XX.
       77  YTD-FILE-STATUS       PIC XX.
       77  BOOKING-FILE-STATUS   PIC XX.
       77  KURS-FILE-STATUS      PIC XX.
       77  ENTITLEMENT-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  ADRESSE-FILE-MISSING  PIC X VALUE "N".
       77  REGISTER-FILE-MISSING PIC X VALUE "N".
       77  YTD-FILE-MISSING      PIC X VALUE "N".
       77  BOOKING-FILE-MISSING  PIC X VALUE "N".
       77  KURS-FILE-MISSING     PIC X VALUE "N".
       77  ENTITLEMENT-FILE-MISSING PIC X VALUE "N".
       77  ARBEITER-FILE-AT-END  PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  REGISTER-AT-END       PIC X.
       77  BOOKING-AT-END        PIC X.
       77  WORKER-FOUND          PIC X.
       77  ADRESSE-FOUND         PIC X.
       77  YTD-FOUND             PIC X.
       77  SCOPE-SESSION-OK      PIC X.
       77  FIRST-RECORD          PIC X.
       77  THE-ABTEILUNG-ID      PIC 9(4).
       77  THE-CHIEF-ID          PIC 9(6).
       77  REPORT-YEAR           PIC 9(4).
       77  REPORT-YEAR-FIELD     PIC Z(4).
       77  YEAR-SUB              PIC 9.
       77  THE-YEAR              PIC 9(4).
       77  MONTH-SUB             PIC 99.
       77  THE-PERIOD            PIC X(7).
       77  BOOKING-YEAR          PIC X(4).
       77  STATEMENTS-PRINTED-COUNT PIC 9(6) VALUE ZERO.
       77  SHEETS-PRINTED-COUNT  PIC 9(5) VALUE ZERO.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

      ******************************************************************
      *    The worker's figures - entry 1 the year keyed, entry 2 the
      *    year before.
      ******************************************************************
       01  REWARD-TABLE.
           05 REWARD-YEAR OCCURS 2 TIMES.
               10 RW-GROSS       PIC S9(9)V99.
               10 RW-REGISTER-GROSS PIC S9(9)V99.
               10 RW-BASE        PIC S9(9)V99.
               10 RW-BONUS       PIC S9(9)V99.
               10 RW-OVERTIME    PIC S9(9)V99.
               10 RW-VARIABLE    PIC S9(9)V99.
               10 RW-RETRO       PIC S9(9)V99.
               10 RW-PAYOUT      PIC S9(9)V99.
               10 RW-EMPLOYER-COST PIC S9(9)V99.
               10 RW-EMPLOYER    PIC S9(9)V99.
               10 RW-BENEFIT     PIC S9(9)V99.
               10 RW-TRAINING    PIC S9(9)V99.
               10 RW-TOTAL       PIC S9(9)V99.
               10 RW-URLAUB-DAYS PIC 9(3).
               10 RW-CARRIED-DAYS PIC 9(3).

       01  PAGE-RULE-LINE.
           05 FILLER PIC X(86) VALUE ALL "=".
           05 FILLER PIC X(46) VALUE SPACE.

       01  SHEET-TITLE-LINE.
           05 FILLER PIC X(34)   VALUE
               "TOTAL-REWARD STATEMENTS FOR YEAR ".
           05 ST-YEAR            PIC 9(4).
           05 FILLER PIC X(11)   VALUE " - PRINTED ".
           05 ST-RUN-DATE        PIC X(10).
           05 FILLER PIC X(73)   VALUE SPACE.

       01  SHEET-ABTEILUNG-LINE.
           05 FILLER PIC X(24)   VALUE "FOR DISTRIBUTION IN     ".
           05 SA-ABTEILUNG-ID    PIC Z(3)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 SA-ABTEILUNG-NAME  PIC X(60).
           05 FILLER PIC X(42)   VALUE SPACE.

       01  SHEET-CHIEF-LINE.
           05 FILLER PIC X(24)   VALUE "HANDED OUT BY CHIEF     ".
           05 SC-CHIEF-ID        PIC Z(5)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 SC-CHIEF-FAMILIE   PIC X(40).
           05 FILLER PIC X(1)    VALUE SPACE.
           05 SC-CHIEF-NAME      PIC X(40).
           05 FILLER PIC X(19)   VALUE SPACE.

       01  STATEMENT-TITLE-LINE.
           05 FILLER PIC X(34)   VALUE
               "YOUR TOTAL-REWARD STATEMENT FOR ".
           05 SL-YEAR            PIC 9(4).
           05 FILLER PIC X(94)   VALUE SPACE.

       01  STATEMENT-WORKER-LINE.
           05 FILLER PIC X(9)    VALUE "ARBEITER ".
           05 SL-ARBEITER-ID     PIC 9(6).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 SL-FAMILIE         PIC X(40).
           05 FILLER PIC X(1)    VALUE SPACE.
           05 SL-NAME            PIC X(40).
           05 FILLER PIC X(34)   VALUE SPACE.

       01  STATEMENT-ADDRESS-LINE.
           05 FILLER PIC X(9)    VALUE SPACE.
           05 SL-ADDRESS-TEXT    PIC X(70).
           05 FILLER PIC X(53)   VALUE SPACE.

       01  STATEMENT-HEADER-LINE.
           05 FILLER PIC X(32)   VALUE SPACE.
           05 SH-YEAR            PIC 9(4).
           05 FILLER PIC X(12)   VALUE SPACE.
           05 SH-PRIOR-YEAR      PIC 9(4).
           05 FILLER PIC X(14)   VALUE SPACE.
           05 FILLER PIC X(6)    VALUE "CHANGE".
           05 FILLER PIC X(60)   VALUE SPACE.

       01  STATEMENT-AMOUNT-LINE.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 SL-AMOUNT-LABEL    PIC X(24).
           05 SL-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(3)    VALUE SPACE.
           05 SL-PRIOR-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(3)    VALUE SPACE.
           05 SL-CHANGE-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(61)   VALUE SPACE.

       01  STATEMENT-DAYS-LINE.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 SL-DAYS-LABEL      PIC X(24).
           05 FILLER PIC X(7)    VALUE SPACE.
           05 SL-DAYS            PIC ZZ9.
           05 FILLER PIC X(13)   VALUE SPACE.
           05 SL-PRIOR-DAYS      PIC ZZ9.
           05 FILLER PIC X(80)   VALUE SPACE.

       01  STATEMENT-NOTE-LINE.
           05 FILLER PIC X(48)   VALUE
               "THE TOTAL IS WHAT YOUR WORK COST THE COMPANY - ".
           05 FILLER PIC X(50)   VALUE
               "ALL PAY, CONTRIBUTIONS, BENEFITS AND TRAINING.".
           05 FILLER PIC X(34)   VALUE SPACE.

       01  NONE-LINE.
           05 FILLER PIC X(60)   VALUE
               "NO ACTIVE WORKERS TO PRINT A STATEMENT FOR".
           05 FILLER PIC X(72)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".
           COPY "firma-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           PERFORM SORT-AND-PRINT.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    Status "35" on a side file just means it has never been
      *    written - the statements still print, its figures zero.
      ******************************************************************
       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           PERFORM ENTER-REPORT-YEAR.
           MOVE "E" TO FR-FUNCTION.
           CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT ADRESSE-FILE.
           IF ADRESSE-FILE-STATUS = "35"
               MOVE "Y" TO ADRESSE-FILE-MISSING.
           OPEN INPUT PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO REGISTER-FILE-MISSING.
           OPEN INPUT YTD-FILE.
           IF YTD-FILE-STATUS = "35"
               MOVE "Y" TO YTD-FILE-MISSING.
           OPEN INPUT BOOKING-FILE.
           IF BOOKING-FILE-STATUS = "35"
               MOVE "Y" TO BOOKING-FILE-MISSING.
           OPEN INPUT KURS-FILE.
           IF KURS-FILE-STATUS = "35"
               MOVE "Y" TO KURS-FILE-MISSING.
           OPEN INPUT ENTITLEMENT-FILE.
           IF ENTITLEMENT-FILE-STATUS = "35"
               MOVE "Y" TO ENTITLEMENT-FILE-MISSING.
           OPEN OUTPUT REPORT-FILE.

       CLOSING-PROCEDURE.
           IF STATEMENTS-PRINTED-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           IF ADRESSE-FILE-MISSING NOT = "Y"
               CLOSE ADRESSE-FILE.
           IF REGISTER-FILE-MISSING NOT = "Y"
               CLOSE PAY-REGISTER-FILE.
           IF YTD-FILE-MISSING NOT = "Y"
               CLOSE YTD-FILE.
           IF BOOKING-FILE-MISSING NOT = "Y"
               CLOSE BOOKING-FILE.
           IF KURS-FILE-MISSING NOT = "Y"
               CLOSE KURS-FILE.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
               CLOSE ENTITLEMENT-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "STATEMENTS PRINTED:   " STATEMENTS-PRINTED-COUNT.
           DISPLAY "DISTRIBUTION SHEETS:  " SHEETS-PRINTED-COUNT.

       ENTER-REPORT-YEAR.
           PERFORM ACCEPT-REPORT-YEAR.
           PERFORM RE-ACCEPT-REPORT-YEAR
               UNTIL REPORT-YEAR > 1900 AND
                   REPORT-YEAR NOT > TODAY-DATUM-PART(1:4).

       ACCEPT-REPORT-YEAR.
           DISPLAY "ENTER THE STATEMENT YEAR (YYYY)".
           MOVE ZERO TO REPORT-YEAR-FIELD.
           ACCEPT REPORT-YEAR-FIELD.
           MOVE REPORT-YEAR-FIELD TO REPORT-YEAR.

       RE-ACCEPT-REPORT-YEAR.
           DISPLAY "YEAR MUST BE FOUR DIGITS AND NOT IN THE FUTURE".
           PERFORM ACCEPT-REPORT-YEAR.

       SORT-AND-PRINT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ABTEILUNG-ID SW-CHIEF-ID
                                SW-ARBEITER-ID
               INPUT PROCEDURE IS SELECT-ACTIVE-WORKERS
               OUTPUT PROCEDURE IS WRITE-SORTED-STATEMENTS.

      ******************************************************************
      *    Input procedure - every active worker in the operator's
      *    scope and in the company run.
      ******************************************************************
       SELECT-ACTIVE-WORKERS.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM RELEASE-ONE-IF-ACTIVE
                   UNTIL ARBEITER-FILE-AT-END = "Y".

       RELEASE-ONE-IF-ACTIVE.
           IF ARBEITER-IS-ACTIVE
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   MOVE "A" TO FR-FUNCTION
                   MOVE ARBEITER-ABTEILUNG-ID TO FR-ABTEILUNG-ID
                   CALL "CHECK-RUN-FIRMA" USING FIRMA-REQUEST
                   IF FR-IN-RUN = "Y"
                       MOVE ARBEITER-ABTEILUNG-ID TO SW-ABTEILUNG-ID
                       MOVE CHIEF-ID TO SW-CHIEF-ID
                       MOVE ARBEITER-ID TO SW-ARBEITER-ID
                       RELEASE SORT-WORK-RECORD.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       READ-NEXT-ARBEITER-RECORD.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    Output procedure - a distribution sheet at each change of
      *    department or chief, then the statements in worker order.
      ******************************************************************
       WRITE-SORTED-STATEMENTS.
           MOVE "Y" TO FIRST-RECORD.
           MOVE "N" TO SORT-RETURN-AT-END.
           PERFORM RETURN-ONE-SORTED-RECORD
               UNTIL SORT-RETURN-AT-END = "Y".

       RETURN-ONE-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
               MOVE "Y" TO SORT-RETURN-AT-END
               NOT AT END
               PERFORM TAKE-ONE-WORKER.

       TAKE-ONE-WORKER.
           IF FIRST-RECORD = "Y" OR
               SW-ABTEILUNG-ID NOT = THE-ABTEILUNG-ID OR
               SW-CHIEF-ID NOT = THE-CHIEF-ID
               MOVE "N" TO FIRST-RECORD
               MOVE SW-ABTEILUNG-ID TO THE-ABTEILUNG-ID
               MOVE SW-CHIEF-ID TO THE-CHIEF-ID
               PERFORM WRITE-DISTRIBUTION-SHEET.
           PERFORM GATHER-WORKER-FIGURES.
           PERFORM PRINT-ONE-STATEMENT.

       WRITE-DISTRIBUTION-SHEET.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-YEAR TO ST-YEAR.
           MOVE TODAY-DATUM-TEXT TO ST-RUN-DATE.
           MOVE SHEET-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE THE-ABTEILUNG-ID TO SA-ABTEILUNG-ID.
           MOVE THE-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "(NOT ON FILE)" TO SA-ABTEILUNG-NAME
               NOT INVALID KEY
               MOVE ABTEILUNG-NAME TO SA-ABTEILUNG-NAME.
           MOVE SHEET-ABTEILUNG-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE THE-CHIEF-ID TO SC-CHIEF-ID.
           MOVE SPACE TO SC-CHIEF-NAME.
           IF THE-CHIEF-ID = ZERO
               MOVE "(NO CHIEF - HR TO HAND OUT)" TO SC-CHIEF-FAMILIE
           ELSE
               MOVE THE-CHIEF-ID TO ARBEITER-ID
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE "(NOT ON FILE)" TO SC-CHIEF-FAMILIE
                   NOT INVALID KEY
                   MOVE FAMILIE TO SC-CHIEF-FAMILIE
                   MOVE ARBEITER-NAME TO SC-CHIEF-NAME.
           MOVE SHEET-CHIEF-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO SHEETS-PRINTED-COUNT.

      ******************************************************************
      *    Both years' figures for the worker in SW-ARBEITER-ID.
      ******************************************************************
       GATHER-WORKER-FIGURES.
           PERFORM GATHER-ONE-YEAR
               VARYING YEAR-SUB FROM 1 BY 1
               UNTIL YEAR-SUB > 2.

       GATHER-ONE-YEAR.
           COMPUTE THE-YEAR = REPORT-YEAR - YEAR-SUB + 1.
           MOVE ZERO TO RW-GROSS(YEAR-SUB).
           MOVE ZERO TO RW-REGISTER-GROSS(YEAR-SUB).
           MOVE ZERO TO RW-BONUS(YEAR-SUB).
           MOVE ZERO TO RW-OVERTIME(YEAR-SUB).
           MOVE ZERO TO RW-VARIABLE(YEAR-SUB).
           MOVE ZERO TO RW-RETRO(YEAR-SUB).
           MOVE ZERO TO RW-PAYOUT(YEAR-SUB).
           MOVE ZERO TO RW-EMPLOYER-COST(YEAR-SUB).
           MOVE ZERO TO RW-BENEFIT(YEAR-SUB).
           MOVE ZERO TO RW-TRAINING(YEAR-SUB).
           MOVE ZERO TO RW-URLAUB-DAYS(YEAR-SUB).
           MOVE ZERO TO RW-CARRIED-DAYS(YEAR-SUB).
           IF REGISTER-FILE-MISSING NOT = "Y"
               PERFORM ADD-UP-ONE-PERIOD
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12.
           MOVE RW-REGISTER-GROSS(YEAR-SUB) TO RW-GROSS(YEAR-SUB).
           PERFORM LOOK-UP-YTD.
           IF BOOKING-FILE-MISSING NOT = "Y"
               PERFORM ADD-UP-TRAINING.
           PERFORM LOOK-UP-ENTITLEMENT.
           COMPUTE RW-BASE(YEAR-SUB) =
               RW-GROSS(YEAR-SUB) - RW-BONUS(YEAR-SUB)
               - RW-OVERTIME(YEAR-SUB) - RW-VARIABLE(YEAR-SUB)
               - RW-RETRO(YEAR-SUB) - RW-PAYOUT(YEAR-SUB).
           COMPUTE RW-EMPLOYER(YEAR-SUB) =
               RW-EMPLOYER-COST(YEAR-SUB) - RW-REGISTER-GROSS(YEAR-SUB).
           COMPUTE RW-TOTAL(YEAR-SUB) =
               RW-GROSS(YEAR-SUB) + RW-EMPLOYER(YEAR-SUB)
               + RW-BENEFIT(YEAR-SUB) + RW-TRAINING(YEAR-SUB).

      ******************************************************************
      *    One period's entries for the worker - the original plus
      *    any reversal and correction entries, which sum to what
      *    was actually owed.
      ******************************************************************
       ADD-UP-ONE-PERIOD.
           MOVE SPACE TO THE-PERIOD.
           STRING
               THE-YEAR   DELIMITED BY SIZE
               "-"        DELIMITED BY SIZE
               MONTH-SUB  DELIMITED BY SIZE
               INTO THE-PERIOD.
           MOVE THE-PERIOD TO PR-PERIOD.
           MOVE SW-ARBEITER-ID TO PR-ARBEITER-ID.
           MOVE ZERO TO PR-ENTRY-SEQ.
           MOVE "N" TO REGISTER-AT-END.
           START PAY-REGISTER-FILE
               KEY IS NOT LESS THAN PR-PERIOD-WORKER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-AT-END.
           IF REGISTER-AT-END NOT = "Y"
               PERFORM READ-NEXT-REGISTER-RECORD
               PERFORM ADD-ONE-IF-WORKER-PERIOD
                   UNTIL REGISTER-AT-END = "Y".

       ADD-ONE-IF-WORKER-PERIOD.
           IF PR-PERIOD NOT = THE-PERIOD OR
               PR-ARBEITER-ID NOT = SW-ARBEITER-ID
               MOVE "Y" TO REGISTER-AT-END
           ELSE
               ADD PR-GROSS-PAY TO RW-REGISTER-GROSS(YEAR-SUB)
               ADD PR-BONUS-AMOUNT TO RW-BONUS(YEAR-SUB)
               ADD PR-OVERTIME-AMOUNT TO RW-OVERTIME(YEAR-SUB)
               ADD PR-VARIABLE-AMOUNT TO RW-VARIABLE(YEAR-SUB)
               ADD PR-RETRO-AMOUNT TO RW-RETRO(YEAR-SUB)
               ADD PR-VACATION-PAYOUT TO RW-PAYOUT(YEAR-SUB)
               ADD PR-EMPLOYER-COST TO RW-EMPLOYER-COST(YEAR-SUB)
               PERFORM READ-NEXT-REGISTER-RECORD.

       READ-NEXT-REGISTER-RECORD.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REGISTER-AT-END.

       LOOK-UP-YTD.
           MOVE "N" TO YTD-FOUND.
           IF YTD-FILE-MISSING NOT = "Y"
               MOVE SW-ARBEITER-ID TO YT-ARBEITER-ID
               MOVE THE-YEAR TO YT-YEAR
               MOVE "Y" TO YTD-FOUND
               READ YTD-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO YTD-FOUND
               END-READ.
           IF YTD-FOUND = "Y"
               MOVE YT-GROSS TO RW-GROSS(YEAR-SUB)
               MOVE YT-BENEFIT-IN-KIND TO RW-BENEFIT(YEAR-SUB).

      ******************************************************************
      *    Training spend - a completed course counts in the year it
      *    was completed, an open booking in the year it was booked.
      ******************************************************************
       ADD-UP-TRAINING.
           MOVE SW-ARBEITER-ID TO BK-ARBEITER-ID.
           MOVE SPACE TO BK-KURS-CODE.
           MOVE "N" TO BOOKING-AT-END.
           START BOOKING-FILE
               KEY IS NOT LESS THAN BK-WORKER-KURS-KEY
               INVALID KEY
               MOVE "Y" TO BOOKING-AT-END.
           IF BOOKING-AT-END NOT = "Y"
               PERFORM READ-NEXT-BOOKING-RECORD
               PERFORM ADD-ONE-IF-WORKER-BOOKING
                   UNTIL BOOKING-AT-END = "Y".

       ADD-ONE-IF-WORKER-BOOKING.
           IF BK-ARBEITER-ID NOT = SW-ARBEITER-ID
               MOVE "Y" TO BOOKING-AT-END
           ELSE
               PERFORM ADD-BOOKING-COST
               PERFORM READ-NEXT-BOOKING-RECORD.

       ADD-BOOKING-COST.
           MOVE SPACE TO BOOKING-YEAR.
           IF BK-IS-COMPLETED
               MOVE BK-COMPLETED-DATUM(1:4) TO BOOKING-YEAR
           ELSE
           IF BK-IS-BOOKED
               MOVE BK-BOOKED-DATUM(1:4) TO BOOKING-YEAR.
           IF BOOKING-YEAR = THE-YEAR AND KURS-FILE-MISSING NOT = "Y"
               MOVE BK-KURS-CODE TO KURS-CODE
               READ KURS-FILE RECORD
                   INVALID KEY
                   MOVE ZERO TO KURS-COST
               END-READ
               ADD KURS-COST TO RW-TRAINING(YEAR-SUB).

       READ-NEXT-BOOKING-RECORD.
           READ BOOKING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BOOKING-AT-END.

       LOOK-UP-ENTITLEMENT.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
               MOVE SW-ARBEITER-ID TO EN-ARBEITER-ID
               MOVE THE-YEAR TO EN-YEAR
               READ ENTITLEMENT-FILE RECORD
                   INVALID KEY
                   MOVE ZERO TO EN-BASE-DAYS
                   MOVE ZERO TO EN-CARRIED-DAYS
               END-READ
               MOVE EN-BASE-DAYS TO RW-URLAUB-DAYS(YEAR-SUB)
               MOVE EN-CARRIED-DAYS TO RW-CARRIED-DAYS(YEAR-SUB).

      ******************************************************************
      *    Statement page writers
      ******************************************************************
       PRINT-ONE-STATEMENT.
           PERFORM LOOK-UP-WORKER.
           PERFORM LOOK-UP-ADRESSE.
           PERFORM WRITE-STATEMENT-HEADER.
           PERFORM WRITE-STATEMENT-ADDRESS-BLOCK.
           PERFORM WRITE-STATEMENT-AMOUNTS.
           ADD 1 TO STATEMENTS-PRINTED-COUNT.

       LOOK-UP-WORKER.
           MOVE SW-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.

       LOOK-UP-ADRESSE.
           IF ADRESSE-FILE-MISSING = "Y"
               MOVE "N" TO ADRESSE-FOUND
           ELSE
               MOVE SW-ARBEITER-ID TO AD-ARBEITER-ID
               MOVE "Y" TO ADRESSE-FOUND
               READ ADRESSE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO ADRESSE-FOUND
               END-READ.

       WRITE-STATEMENT-HEADER.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-YEAR TO SL-YEAR.
           MOVE STATEMENT-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SW-ARBEITER-ID TO SL-ARBEITER-ID.
           IF WORKER-FOUND = "Y"
               MOVE FAMILIE TO SL-FAMILIE
               MOVE ARBEITER-NAME TO SL-NAME
           ELSE
               MOVE "** WORKER NOT ON FILE **" TO SL-FAMILIE
               MOVE SPACE TO SL-NAME.
           MOVE STATEMENT-WORKER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-STATEMENT-ADDRESS-BLOCK.
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
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-ADDRESS-LINE.
           MOVE STATEMENT-ADDRESS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-STATEMENT-AMOUNTS.
           MOVE REPORT-YEAR TO SH-YEAR.
           COMPUTE SH-PRIOR-YEAR = REPORT-YEAR - 1.
           MOVE STATEMENT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "BASE SALARY" TO SL-AMOUNT-LABEL.
           MOVE RW-BASE(1) TO SL-AMOUNT.
           MOVE RW-BASE(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT = RW-BASE(1) - RW-BASE(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "BONUS (PRAEMIE)" TO SL-AMOUNT-LABEL.
           MOVE RW-BONUS(1) TO SL-AMOUNT.
           MOVE RW-BONUS(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT = RW-BONUS(1) - RW-BONUS(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "OVERTIME" TO SL-AMOUNT-LABEL.
           MOVE RW-OVERTIME(1) TO SL-AMOUNT.
           MOVE RW-OVERTIME(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT =
               RW-OVERTIME(1) - RW-OVERTIME(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "VARIABLE PAY" TO SL-AMOUNT-LABEL.
           MOVE RW-VARIABLE(1) TO SL-AMOUNT.
           MOVE RW-VARIABLE(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT =
               RW-VARIABLE(1) - RW-VARIABLE(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "RETROACTIVE PAY" TO SL-AMOUNT-LABEL.
           MOVE RW-RETRO(1) TO SL-AMOUNT.
           MOVE RW-RETRO(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT = RW-RETRO(1) - RW-RETRO(2).
           PERFORM WRITE-AMOUNT-LINE.
           IF RW-PAYOUT(1) NOT = ZERO OR RW-PAYOUT(2) NOT = ZERO
               MOVE "VACATION PAYOUT" TO SL-AMOUNT-LABEL
               MOVE RW-PAYOUT(1) TO SL-AMOUNT
               MOVE RW-PAYOUT(2) TO SL-PRIOR-AMOUNT
               COMPUTE SL-CHANGE-AMOUNT =
                   RW-PAYOUT(1) - RW-PAYOUT(2)
               PERFORM WRITE-AMOUNT-LINE.
           MOVE "GROSS PAY" TO SL-AMOUNT-LABEL.
           MOVE RW-GROSS(1) TO SL-AMOUNT.
           MOVE RW-GROSS(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT = RW-GROSS(1) - RW-GROSS(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EMPLOYER CONTRIBUTIONS" TO SL-AMOUNT-LABEL.
           MOVE RW-EMPLOYER(1) TO SL-AMOUNT.
           MOVE RW-EMPLOYER(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT =
               RW-EMPLOYER(1) - RW-EMPLOYER(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "BENEFITS IN KIND" TO SL-AMOUNT-LABEL.
           MOVE RW-BENEFIT(1) TO SL-AMOUNT.
           MOVE RW-BENEFIT(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT =
               RW-BENEFIT(1) - RW-BENEFIT(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TRAINING" TO SL-AMOUNT-LABEL.
           MOVE RW-TRAINING(1) TO SL-AMOUNT.
           MOVE RW-TRAINING(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT =
               RW-TRAINING(1) - RW-TRAINING(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL REWARD" TO SL-AMOUNT-LABEL.
           MOVE RW-TOTAL(1) TO SL-AMOUNT.
           MOVE RW-TOTAL(2) TO SL-PRIOR-AMOUNT.
           COMPUTE SL-CHANGE-AMOUNT = RW-TOTAL(1) - RW-TOTAL(2).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "VACATION DAYS GRANTED" TO SL-DAYS-LABEL.
           MOVE RW-URLAUB-DAYS(1) TO SL-DAYS.
           MOVE RW-URLAUB-DAYS(2) TO SL-PRIOR-DAYS.
           PERFORM WRITE-DAYS-LINE.
           MOVE "  CARRIED FROM YEAR BEFORE" TO SL-DAYS-LABEL.
           MOVE RW-CARRIED-DAYS(1) TO SL-DAYS.
           MOVE RW-CARRIED-DAYS(2) TO SL-PRIOR-DAYS.
           PERFORM WRITE-DAYS-LINE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE STATEMENT-NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-AMOUNT-LINE.
           MOVE STATEMENT-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DAYS-LINE.
           MOVE STATEMENT-DAYS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only workers in the departments they look after
      *    get a statement; a supervisor gets every worker.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-REWARD-STATEMENT" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO STATEMENTS WILL BE PRINTED".

       CHECK-WORKER-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten REWARD-STATEMENTS.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-REWARD-STATEMENT" TO CATALOG-PROGRAM-NAME.
           MOVE "REWARD-STATEMENTS" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "YEAR "     DELIMITED BY SIZE
               REPORT-YEAR DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-REWARD-STATEMENT.
