      ******************************************************************
      *    Individual Pay-Equity Inquiry
      *    Answers a worker's request to know how their pay compares
      *    with colleagues in the same role. Given one ARBEITER-ID,
      *    it shows the worker's own full-time equivalent SALARY and
      *    total compensation (SALARY plus the department's PRAEMIE
      *    percentage), then, for each GESCHLECHT, the head count and
      *    the mean and median of both among the active workers of
      *    the same position (ARBEITER-STELLE-ID) in the same company
      *    - the worker's own group includes the worker. Pay is
      *    normalised to full time as in PRINT-PAY-EQUITY-REPORT,
      *    and a group smaller than EQUITY-MINIMUM-GROUP is not
      *    shown. The comparison group is read across departments,
      *    so each median comes from its own SORT of the group.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRE-PAY-EQUITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-abteil.cbl".
           COPY "select-stelle.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "EQUITY-SORTWORK".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-abteil.cbl".
           COPY "fd-stelle.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-GESCHLECHT      PIC X.
           05 SW-PAY-VALUE       PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  STELLE-FILE-STATUS    PIC XX.
       77  STELLE-FILE-MISSING   PIC X VALUE "N".
       77  ARBEITER-FILE-AT-END  PIC X.
       77  SORT-RETURN-AT-END    PIC X.
       77  RECORD-FOUND          PIC X.
       77  ABTEILUNG-ID-FOUND    PIC X.
       77  FIRST-RECORD          PIC X.
       77  EQUITY-MINIMUM-GROUP  PIC 9(3) VALUE 6.
       77  THE-ARBEITER-ID       PIC 9(6).
       77  ARBEITER-ID-FIELD     PIC Z(6).
       77  THE-STELLE-ID         PIC 9(4).
       77  THE-FIRMA-ID          PIC 9(2).
       77  THE-GESCHLECHT        PIC X.
       77  PAY-VALUE-KIND        PIC X.
           88 PAY-VALUE-IS-SALARY VALUE "S".
           88 PAY-VALUE-IS-TOTAL  VALUE "T".
       77  FTE-TEILZEIT          PIC 9(3).
       77  FTE-SALARY            PIC 9(8)V99.
       77  FTE-TOTAL             PIC 9(8)V99.
       77  OWN-FTE-SALARY        PIC 9(8)V99.
       77  OWN-FTE-TOTAL         PIC 9(8)V99.
       77  GROUP-COUNT           PIC 9(5).
       77  GROUP-SUM             PIC 9(11)V99.
       77  GROUP-MEAN            PIC 9(8)V99.
       77  GROUP-MEDIAN          PIC 9(8)V99.
       77  MEDIAN-POSITION       PIC 9(5).
       77  MEDIAN-REMAINDER      PIC 9.
       77  GENDER-SLOT           PIC 9.
       77  SAVE-ARBEITER-RECORD  PIC X(264).
       77  DISPLAY-STELLE-TITEL  PIC X(50).
       77  DISPLAY-GESCHLECHT    PIC X(10).
       77  DISPLAY-COUNT         PIC ZZZZ9.
       77  DISPLAY-AMOUNT-1      PIC ZZ,ZZZ,ZZ9.99.
       77  DISPLAY-AMOUNT-2      PIC ZZ,ZZZ,ZZ9.99.
       77  DISPLAY-AMOUNT-3      PIC ZZ,ZZZ,ZZ9.99.
       77  DISPLAY-AMOUNT-4      PIC ZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    One group's pay in pay order, for the median; as in the
      *    report, a group larger than the table takes its median
      *    over the first EQUITY-TABLE-SIZE entries.
      ******************************************************************
       77  EQUITY-TABLE-SIZE     PIC 9(5) VALUE 2000.
       77  EQUITY-TABLE-COUNT    PIC 9(5).
       01  EQUITY-TABLE.
           05 EQUITY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EQUITY-INDEX.
               10 ET-PAY-VALUE   PIC 9(8)V99.

      ******************************************************************
      *    Results by gender - 1 male, 2 female, 3 diverse.
      ******************************************************************
       01  GENDER-CODES          PIC X(3) VALUE "MWD".
       01  GENDER-RESULT-TABLE.
           05 GENDER-RESULT OCCURS 3 TIMES.
               10 GR-COUNT          PIC 9(5).
               10 GR-MEAN-SALARY    PIC 9(8)V99.
               10 GR-MEDIAN-SALARY  PIC 9(8)V99.
               10 GR-MEAN-TOTAL     PIC 9(8)V99.
               10 GR-MEDIAN-TOTAL   PIC 9(8)V99.

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM GET-SCOPE-SESSION.
           IF SCOPE-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
               PERFORM OPENING-PROCEDURE
               PERFORM ENTER-THE-ARBEITER-ID
               PERFORM INQUIRE-ONE-WORKER
                   UNTIL THE-ARBEITER-ID = ZERO
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    The operator comes from the menu session, or signs on here
      *    when the inquiry is run on its own.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "INQUIRE-PAY-EQUITY" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT STELLE-FILE.
           IF STELLE-FILE-STATUS = "35"
               MOVE "Y" TO STELLE-FILE-MISSING.

       CLOSING-PROCEDURE.
           CLOSE ARBEITER-FILE.
           CLOSE ABTEIL-FILE.
           IF STELLE-FILE-MISSING NOT = "Y"
               CLOSE STELLE-FILE.

       ENTER-THE-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID TO INQUIRE (0 TO EXIT)".
           MOVE ZERO TO ARBEITER-ID-FIELD.
           ACCEPT ARBEITER-ID-FIELD.
           MOVE ARBEITER-ID-FIELD TO THE-ARBEITER-ID.

       INQUIRE-ONE-WORKER.
           PERFORM READ-THE-MASTER-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO WORKER WITH THAT ID ON FILE"
           ELSE
           IF RECORD-FOUND = "Y" AND NOT ARBEITER-IS-ACTIVE
               DISPLAY "THE WORKER IS NOT ACTIVE - NO COMPARISON"
           ELSE
           IF RECORD-FOUND = "Y" AND ARBEITER-STELLE-ID = ZERO
               DISPLAY "THE WORKER HAS NO POSITION ON FILE - NO "
                   "COMPARISON"
           ELSE
           IF RECORD-FOUND = "Y"
               PERFORM SHOW-PAY-COMPARISON.
           PERFORM ENTER-THE-ARBEITER-ID.

       READ-THE-MASTER-RECORD.
           MOVE THE-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               PERFORM CHECK-WORKER-IN-SCOPE.

      ******************************************************************
      *    A worker outside the operator's departments is refused and
      *    the attempt logged; the inquiry moves on to the next ID.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "O" TO SCOPE-FUNCTION.
           MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID.
           MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           IF SCOPE-OK NOT = "Y"
               MOVE "S" TO RECORD-FOUND.

      ******************************************************************
      *    The worker's own pay first, then one SORT of the group by
      *    SALARY and one by total compensation.
      ******************************************************************
       SHOW-PAY-COMPARISON.
           MOVE ARBEITER-RECORD TO SAVE-ARBEITER-RECORD.
           MOVE ARBEITER-STELLE-ID TO THE-STELLE-ID.
           PERFORM WORK-OUT-FTE-PAY.
           MOVE FTE-SALARY TO OWN-FTE-SALARY.
           MOVE FTE-TOTAL TO OWN-FTE-TOTAL.
           MOVE ZERO TO THE-FIRMA-ID.
           IF ABTEILUNG-ID-FOUND = "Y"
               MOVE ABTEIL-FIRMA-ID TO THE-FIRMA-ID.
           PERFORM LOOK-UP-STELLE-TITEL.
           MOVE ZERO TO GENDER-RESULT-TABLE.
           MOVE "S" TO PAY-VALUE-KIND.
           PERFORM SORT-THE-GROUP.
           MOVE "T" TO PAY-VALUE-KIND.
           PERFORM SORT-THE-GROUP.
           MOVE SAVE-ARBEITER-RECORD TO ARBEITER-RECORD.
           PERFORM DISPLAY-THE-COMPARISON.

       SORT-THE-GROUP.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-GESCHLECHT SW-PAY-VALUE
               INPUT PROCEDURE IS SELECT-COMPARISON-GROUP
               OUTPUT PROCEDURE IS WORK-OUT-GROUP-RESULTS.

      ******************************************************************
      *    Full-time pay - a missing or zero TEILZEIT-PROZENT is taken
      *    as full time. Leaves the worker's ABTEIL-RECORD in hand.
      ******************************************************************
       WORK-OUT-FTE-PAY.
           MOVE 100 TO FTE-TEILZEIT.
           IF TEILZEIT-PROZENT IS NUMERIC AND TEILZEIT-PROZENT > ZERO
               MOVE TEILZEIT-PROZENT TO FTE-TEILZEIT.
           COMPUTE FTE-SALARY ROUNDED =
               SALARY * 100 / FTE-TEILZEIT.
           MOVE ARBEITER-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-ID-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-ID-FOUND.
           IF ABTEILUNG-ID-FOUND NOT = "Y"
               MOVE ZERO TO PRAEMIE
               MOVE ZERO TO ABTEIL-FIRMA-ID.
           COMPUTE FTE-TOTAL ROUNDED =
               FTE-SALARY + FTE-SALARY * PRAEMIE / 100.

       LOOK-UP-STELLE-TITEL.
           MOVE SPACE TO DISPLAY-STELLE-TITEL.
           IF STELLE-FILE-MISSING NOT = "Y"
               MOVE THE-STELLE-ID TO STELLE-ID
               READ STELLE-FILE RECORD
                   INVALID KEY
                   MOVE "(NOT ON FILE)" TO DISPLAY-STELLE-TITEL
                   NOT INVALID KEY
                   MOVE STELLE-TITEL TO DISPLAY-STELLE-TITEL.

      ******************************************************************
      *    Input procedure - every active worker of the position in
      *    the same company with a stated gender.
      ******************************************************************
       SELECT-COMPARISON-GROUP.
           MOVE ZERO TO ARBEITER-ID.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           START ARBEITER-FILE KEY IS NOT LESS THAN ARBEITER-ID
               INVALID KEY
               MOVE "Y" TO ARBEITER-FILE-AT-END.
           IF ARBEITER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-RECORD
               PERFORM RELEASE-ONE-IF-COMPARABLE
                   UNTIL ARBEITER-FILE-AT-END = "Y".

       RELEASE-ONE-IF-COMPARABLE.
           IF ARBEITER-IS-ACTIVE AND
               ARBEITER-STELLE-ID = THE-STELLE-ID AND
               (GESCHLECHT-MAENNLICH OR GESCHLECHT-WEIBLICH OR
                GESCHLECHT-DIVERS)
               PERFORM WORK-OUT-FTE-PAY
               IF ABTEIL-FIRMA-ID = THE-FIRMA-ID
                   PERFORM RELEASE-THIS-WORKER.
           PERFORM READ-NEXT-ARBEITER-RECORD.

       RELEASE-THIS-WORKER.
           MOVE GESCHLECHT TO SW-GESCHLECHT.
           IF PAY-VALUE-IS-SALARY
               MOVE FTE-SALARY TO SW-PAY-VALUE
           ELSE
               MOVE FTE-TOTAL TO SW-PAY-VALUE.
           RELEASE SORT-WORK-RECORD.

       READ-NEXT-ARBEITER-RECORD.
           READ ARBEITER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARBEITER-FILE-AT-END.

      ******************************************************************
      *    Output procedure - count, mean and median per gender, put
      *    into the result slot for the pay value being sorted.
      ******************************************************************
       WORK-OUT-GROUP-RESULTS.
           MOVE "Y" TO FIRST-RECORD.
           MOVE ZERO TO GROUP-COUNT.
           MOVE "N" TO SORT-RETURN-AT-END.
           PERFORM RETURN-ONE-SORTED-RECORD
               UNTIL SORT-RETURN-AT-END = "Y".
           PERFORM END-THE-GROUP.

       RETURN-ONE-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
               MOVE "Y" TO SORT-RETURN-AT-END
               NOT AT END
               PERFORM TAKE-ONE-VALUE.

       TAKE-ONE-VALUE.
           IF FIRST-RECORD = "Y" OR SW-GESCHLECHT NOT = THE-GESCHLECHT
               PERFORM END-THE-GROUP
               MOVE "N" TO FIRST-RECORD
               MOVE SW-GESCHLECHT TO THE-GESCHLECHT
               MOVE ZERO TO GROUP-COUNT
               MOVE ZERO TO GROUP-SUM
               MOVE ZERO TO EQUITY-TABLE-COUNT.
           ADD 1 TO GROUP-COUNT.
           ADD SW-PAY-VALUE TO GROUP-SUM.
           IF EQUITY-TABLE-COUNT < EQUITY-TABLE-SIZE
               ADD 1 TO EQUITY-TABLE-COUNT
               SET EQUITY-INDEX TO EQUITY-TABLE-COUNT
               MOVE SW-PAY-VALUE TO ET-PAY-VALUE(EQUITY-INDEX).

      ******************************************************************
      *    Median - the middle entry of an odd count, the mean of
      *    the two middle entries of an even one.
      ******************************************************************
       END-THE-GROUP.
           IF GROUP-COUNT > ZERO
               COMPUTE GROUP-MEAN ROUNDED = GROUP-SUM / GROUP-COUNT
               DIVIDE EQUITY-TABLE-COUNT BY 2
                   GIVING MEDIAN-POSITION
                   REMAINDER MEDIAN-REMAINDER
               PERFORM PICK-THE-MEDIAN
               PERFORM STORE-GROUP-RESULT.
           MOVE ZERO TO GROUP-COUNT.

       PICK-THE-MEDIAN.
           IF MEDIAN-REMAINDER = 1
               ADD 1 TO MEDIAN-POSITION
               SET EQUITY-INDEX TO MEDIAN-POSITION
               MOVE ET-PAY-VALUE(EQUITY-INDEX) TO GROUP-MEDIAN
           ELSE
               SET EQUITY-INDEX TO MEDIAN-POSITION
               MOVE ET-PAY-VALUE(EQUITY-INDEX) TO GROUP-MEDIAN
               SET EQUITY-INDEX UP BY 1
               COMPUTE GROUP-MEDIAN ROUNDED =
                   (GROUP-MEDIAN + ET-PAY-VALUE(EQUITY-INDEX)) / 2.

       STORE-GROUP-RESULT.
           IF THE-GESCHLECHT = "M"
               MOVE 1 TO GENDER-SLOT
           ELSE
           IF THE-GESCHLECHT = "W"
               MOVE 2 TO GENDER-SLOT
           ELSE
               MOVE 3 TO GENDER-SLOT.
           MOVE GROUP-COUNT TO GR-COUNT(GENDER-SLOT).
           IF PAY-VALUE-IS-SALARY
               MOVE GROUP-MEAN TO GR-MEAN-SALARY(GENDER-SLOT)
               MOVE GROUP-MEDIAN TO GR-MEDIAN-SALARY(GENDER-SLOT)
           ELSE
               MOVE GROUP-MEAN TO GR-MEAN-TOTAL(GENDER-SLOT)
               MOVE GROUP-MEDIAN TO GR-MEDIAN-TOTAL(GENDER-SLOT).

      ******************************************************************
      *    The answer to the request - own pay, then each gender.
      ******************************************************************
       DISPLAY-THE-COMPARISON.
           DISPLAY " ".
           DISPLAY "=== PAY COMPARISON - " ARBEITER-ID " "
               FAMILIE(1:40) " ===".
           DISPLAY "POSITION: " THE-STELLE-ID " " DISPLAY-STELLE-TITEL.
           DISPLAY "COMPANY: " THE-FIRMA-ID
               "   ALL FIGURES FULL-TIME EQUIVALENT".
           MOVE OWN-FTE-SALARY TO DISPLAY-AMOUNT-1.
           MOVE OWN-FTE-TOTAL TO DISPLAY-AMOUNT-2.
           DISPLAY "OWN SALARY: " DISPLAY-AMOUNT-1
               "   OWN TOTAL WITH PRAEMIE: " DISPLAY-AMOUNT-2.
           DISPLAY " ".
           DISPLAY "GESCHLECHT  COUNT    MEAN SALARY  MEDIAN SALARY"
               "     MEAN TOTAL   MEDIAN TOTAL".
           MOVE 1 TO GENDER-SLOT.
           PERFORM DISPLAY-ONE-GENDER-RESULT
               UNTIL GENDER-SLOT > 3.

       DISPLAY-ONE-GENDER-RESULT.
           IF GENDER-SLOT = 1
               MOVE "MALE" TO DISPLAY-GESCHLECHT
           ELSE
           IF GENDER-SLOT = 2
               MOVE "FEMALE" TO DISPLAY-GESCHLECHT
           ELSE
               MOVE "DIVERSE" TO DISPLAY-GESCHLECHT.
           MOVE GR-COUNT(GENDER-SLOT) TO DISPLAY-COUNT.
           IF GR-COUNT(GENDER-SLOT) = ZERO
               DISPLAY DISPLAY-GESCHLECHT " NONE IN THIS POSITION"
           ELSE
           IF GR-COUNT(GENDER-SLOT) < EQUITY-MINIMUM-GROUP
               DISPLAY DISPLAY-GESCHLECHT " FEWER THAN "
                   EQUITY-MINIMUM-GROUP " - NOT SHOWN"
           ELSE
               MOVE GR-MEAN-SALARY(GENDER-SLOT) TO DISPLAY-AMOUNT-1
               MOVE GR-MEDIAN-SALARY(GENDER-SLOT) TO DISPLAY-AMOUNT-2
               MOVE GR-MEAN-TOTAL(GENDER-SLOT) TO DISPLAY-AMOUNT-3
               MOVE GR-MEDIAN-TOTAL(GENDER-SLOT) TO DISPLAY-AMOUNT-4
               DISPLAY DISPLAY-GESCHLECHT " " DISPLAY-COUNT "  "
                   DISPLAY-AMOUNT-1 "  " DISPLAY-AMOUNT-2 "  "
                   DISPLAY-AMOUNT-3 "  " DISPLAY-AMOUNT-4.
           ADD 1 TO GENDER-SLOT.

       END PROGRAM INQUIRE-PAY-EQUITY.
