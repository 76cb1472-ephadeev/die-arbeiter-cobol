      ******************************************************************
      *    Dismissal Protection Check (called subprogram)
      *    Tells MAINTENANCE-ARBEITER whether a worker may be given
      *    notice on a given day, from the worker's maternity
      *    protection (type M) and parental leave (type E) records
      *    on URLAUB-FILE. The parameter block is in
      *    protection-request.cbl.
      *
      *    Protection periods:
      *    - maternity: from the start of the pregnancy - taken as
      *      280 days before the expected delivery date - until four
      *      months after the delivery; a record keyed without a
      *      delivery date counts from its from-date until four
      *      months after its to-date
      *    - parental leave: from eight weeks before the leave
      *      begins until it ends
      *    When the day falls inside more than one period the one
      *    that runs longest is handed back. No absence file on
      *    disk yet means no protection.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-DISMISSAL-PROTECTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-urlaub.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-urlaub.cbl".

       WORKING-STORAGE SECTION.
       77  URLAUB-FILE-STATUS      PIC XX.
       77  URLAUB-AT-END           PIC X.
       77  WINDOW-START-DATUM      PIC X(10).
       77  WINDOW-END-DATUM        PIC X(10).
       77  WD-YEAR                 PIC 9(4).
       77  WD-MONTH                PIC 99.
       77  WD-DAY                  PIC 99.
       77  WD-MAX-DAY              PIC 99.
       77  WD-DATE-TEXT            PIC X(10).
       77  DATUM-YEAR              PIC 9(4).
       77  IS-LEAP-YEAR            PIC X.
       77  DATUM-DIVIDE-QUOT       PIC 9(4).
       77  DATUM-DIVIDE-REM        PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       LINKAGE SECTION.
           COPY "protection-request.cbl".

       PROCEDURE DIVISION USING PROTECTION-REQUEST.
       PROGRAM-START.
           MOVE "N" TO PT-PROTECTED.
           MOVE SPACE TO PT-KIND.
           MOVE SPACE TO PT-UNTIL-DATUM.
           OPEN INPUT URLAUB-FILE.
           IF URLAUB-FILE-STATUS NOT = "35"
               PERFORM SCAN-WORKER-ABSENCES
               CLOSE URLAUB-FILE.

       PROGRAM-DONE.
           GOBACK.

       SCAN-WORKER-ABSENCES.
           MOVE PT-ARBEITER-ID TO UR-ARBEITER-ID.
           MOVE SPACE TO UR-VON-DATUM.
           MOVE "N" TO URLAUB-AT-END.
           START URLAUB-FILE
               KEY IS NOT LESS THAN UR-WORKER-DATE-KEY
               INVALID KEY
               MOVE "Y" TO URLAUB-AT-END.
           IF URLAUB-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD
               PERFORM CHECK-ONE-IF-MATCH
                   UNTIL URLAUB-AT-END = "Y".

       CHECK-ONE-IF-MATCH.
           IF UR-ARBEITER-ID NOT = PT-ARBEITER-ID
               MOVE "Y" TO URLAUB-AT-END
           ELSE
               IF UR-IS-MATERNITY
                   PERFORM WORK-OUT-MATERNITY-WINDOW
                   PERFORM CHECK-DATUM-IN-WINDOW
               END-IF
               IF UR-IS-PARENTAL
                   PERFORM WORK-OUT-PARENTAL-WINDOW
                   PERFORM CHECK-DATUM-IN-WINDOW
               END-IF
               PERFORM READ-NEXT-URLAUB-RECORD.

       WORK-OUT-MATERNITY-WINDOW.
           IF UR-ENTBINDUNG-DATUM = SPACE
               MOVE UR-VON-DATUM TO WINDOW-START-DATUM
               PERFORM LOAD-WALK-FROM-BIS
           ELSE
               PERFORM LOAD-WALK-FROM-DELIVERY
               PERFORM RETREAT-ONE-DAY 280 TIMES
               PERFORM BUILD-WD-DATE-TEXT
               MOVE WD-DATE-TEXT TO WINDOW-START-DATUM
               PERFORM LOAD-WALK-FROM-DELIVERY.
           PERFORM ADVANCE-FOUR-MONTHS.
           PERFORM BUILD-WD-DATE-TEXT.
           MOVE WD-DATE-TEXT TO WINDOW-END-DATUM.

       WORK-OUT-PARENTAL-WINDOW.
           MOVE UR-VON-DATUM(1:4) TO WD-YEAR.
           MOVE UR-VON-DATUM(6:2) TO WD-MONTH.
           MOVE UR-VON-DATUM(9:2) TO WD-DAY.
           PERFORM RETREAT-ONE-DAY 56 TIMES.
           PERFORM BUILD-WD-DATE-TEXT.
           MOVE WD-DATE-TEXT TO WINDOW-START-DATUM.
           MOVE UR-BIS-DATUM TO WINDOW-END-DATUM.

       CHECK-DATUM-IN-WINDOW.
           IF PT-DATUM NOT < WINDOW-START-DATUM AND
               PT-DATUM NOT > WINDOW-END-DATUM
               IF PT-PROTECTED NOT = "Y" OR
                   WINDOW-END-DATUM > PT-UNTIL-DATUM
                   MOVE "Y" TO PT-PROTECTED
                   MOVE UR-ART TO PT-KIND
                   MOVE WINDOW-END-DATUM TO PT-UNTIL-DATUM.

       LOAD-WALK-FROM-DELIVERY.
           MOVE UR-ENTBINDUNG-DATUM(1:4) TO WD-YEAR.
           MOVE UR-ENTBINDUNG-DATUM(6:2) TO WD-MONTH.
           MOVE UR-ENTBINDUNG-DATUM(9:2) TO WD-DAY.

       LOAD-WALK-FROM-BIS.
           MOVE UR-BIS-DATUM(1:4) TO WD-YEAR.
           MOVE UR-BIS-DATUM(6:2) TO WD-MONTH.
           MOVE UR-BIS-DATUM(9:2) TO WD-DAY.

      ******************************************************************
      *    Four calendar months on - a day the later month does not
      *    have (the 31st, or the 29th of February) becomes its last.
      ******************************************************************
       ADVANCE-FOUR-MONTHS.
           ADD 4 TO WD-MONTH.
           IF WD-MONTH > 12
               SUBTRACT 12 FROM WD-MONTH
               ADD 1 TO WD-YEAR.
           PERFORM FIND-WD-MAX-DAY.
           IF WD-DAY > WD-MAX-DAY
               MOVE WD-MAX-DAY TO WD-DAY.

       RETREAT-ONE-DAY.
           SUBTRACT 1 FROM WD-DAY.
           IF WD-DAY = ZERO
               SUBTRACT 1 FROM WD-MONTH
               IF WD-MONTH = ZERO
                   MOVE 12 TO WD-MONTH
                   SUBTRACT 1 FROM WD-YEAR
               END-IF
               PERFORM FIND-WD-MAX-DAY
               MOVE WD-MAX-DAY TO WD-DAY.

       FIND-WD-MAX-DAY.
           MOVE DAYS-PER-MONTH-ENTRY(WD-MONTH) TO WD-MAX-DAY.
           IF WD-MONTH = 2
               MOVE WD-YEAR TO DATUM-YEAR
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO WD-MAX-DAY.

       BUILD-WD-DATE-TEXT.
           MOVE SPACE TO WD-DATE-TEXT.
           STRING
               WD-YEAR  DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-MONTH DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-DAY   DELIMITED BY SIZE
               INTO WD-DATE-TEXT.

       DETERMINE-LEAP-YEAR.
           MOVE "N" TO IS-LEAP-YEAR.
           DIVIDE DATUM-YEAR BY 4
               GIVING DATUM-DIVIDE-QUOT
               REMAINDER DATUM-DIVIDE-REM.
           IF DATUM-DIVIDE-REM = 0
               MOVE "Y" TO IS-LEAP-YEAR
               DIVIDE DATUM-YEAR BY 100
                   GIVING DATUM-DIVIDE-QUOT
                   REMAINDER DATUM-DIVIDE-REM
               IF DATUM-DIVIDE-REM = 0
                   MOVE "N" TO IS-LEAP-YEAR
                   DIVIDE DATUM-YEAR BY 400
                       GIVING DATUM-DIVIDE-QUOT
                       REMAINDER DATUM-DIVIDE-REM
                   IF DATUM-DIVIDE-REM = 0
                       MOVE "Y" TO IS-LEAP-YEAR.

       READ-NEXT-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO URLAUB-AT-END.

       END PROGRAM CHECK-DISMISSAL-PROTECTION.
