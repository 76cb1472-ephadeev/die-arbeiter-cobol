      ******************************************************************
      *    Print the Department 12-Month Trend Report
      *    A rolling twelve-month grid per department off the
      *    DEPT-SNAPSHOT-FILE that PRINT-PERIOD-CLOSE-REPORT writes
      *    at every month-end close - headcount, FTE, starters,
      *    leavers, sick days, overtime hours, and the gross and
      *    employer cost booked on the PAY-REGISTER (in thousands).
      *    A department with sub-departments under it (by
      *    PARENT-ABTEILUNG-ID) gets a second grid for the whole
      *    division, rolled up the way PRINT-HIERARCHY-REPORT rolls
      *    up the tree, and a company grid closes the report.
      *    A month with no close on file prints "-" and is left out
      *    of the average. A month more than DEVIATION-PERCENT off
      *    its row's average is flagged "*", once a row has at
      *    least MIN-MONTHS-FOR-FLAG months to average over.
      *    Only the departments in the operator's scope are
      *    printed or rolled up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-DEPARTMENT-TREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-abteil.cbl".
           COPY "select-dept-snapshot.cbl".
           SELECT REPORT-FILE ASSIGN TO "DEPARTMENT-TREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-abteil.cbl".
           COPY "fd-dept-snapshot.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS        PIC XX.
       77  DEPT-SNAPSHOT-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS        PIC XX.
       77  SNAPSHOT-FILE-MISSING     PIC X VALUE "N".
       77  ABTEIL-FILE-AT-END        PIC X.
       77  SNAPSHOT-AT-END           PIC X.
       77  SCOPE-SESSION-OK          PIC X.
       77  PERIOD-VALID              PIC X.
       77  LAST-PERIOD               PIC X(7).
       77  DATUM-YEAR                PIC 9(4).
       77  DATUM-MONTH               PIC 99.
       77  TODAY-DATUM-PART          PIC 9(8).
       77  SNAPSHOTS-READ-COUNT      PIC 9(5) VALUE ZERO.
       77  GRIDS-PRINTED-COUNT       PIC 9(5) VALUE ZERO.
       77  FLAGS-RAISED-COUNT        PIC 9(5) VALUE ZERO.

      ******************************************************************
      *    How far a month may stray from its row's average before
      *    it is flagged, and how many months a row needs before
      *    an average means anything.
      ******************************************************************
       77  DEVIATION-PERCENT         PIC 9(3) VALUE 25.
       77  MIN-MONTHS-FOR-FLAG       PIC 99   VALUE 3.

      ******************************************************************
      *    The twelve periods, oldest first.
      ******************************************************************
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 12 TIMES PIC X(7).

      ******************************************************************
      *    The eight measures in print order, with the label and the
      *    way each is edited - C a count, D two decimals, T money
      *    shown in thousands.
      ******************************************************************
       01  MEASURE-NAMES.
           05 FILLER PIC X(15) VALUE "HEADCOUNT     C".
           05 FILLER PIC X(15) VALUE "FTE           D".
           05 FILLER PIC X(15) VALUE "STARTERS      C".
           05 FILLER PIC X(15) VALUE "LEAVERS       C".
           05 FILLER PIC X(15) VALUE "SICK DAYS     C".
           05 FILLER PIC X(15) VALUE "OVERTIME HRS  D".
           05 FILLER PIC X(15) VALUE "GROSS TEUR    T".
           05 FILLER PIC X(15) VALUE "EMPL COST TEURT".
       01  FILLER REDEFINES MEASURE-NAMES.
           05 MEASURE-ENTRY OCCURS 8 TIMES.
               10 MEASURE-LABEL      PIC X(14).
               10 MEASURE-KIND       PIC X.

      ******************************************************************
      *    The whole department tree held in storage, as in
      *    PRINT-HIERARCHY-REPORT - own figures per month straight
      *    off the snapshots, division figures added by walking
      *    every in-scope department's ancestor chain. A month's
      *    HAS flag says a snapshot was found for it.
      ******************************************************************
       77  DEPT-COUNT                PIC 9(3) VALUE ZERO.
       01  DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY DEPT-INDEX.
               10 DT-ABTEILUNG-ID    PIC 9(4).
               10 DT-PARENT-ID       PIC 9(4).
               10 DT-NAME            PIC X(40).
               10 DT-IN-SCOPE        PIC X.
               10 DT-CHILD-COUNT     PIC 9(3).
               10 DT-MONTH OCCURS 12 TIMES.
                   15 DT-OWN-HAS     PIC X.
                   15 DT-SUB-HAS     PIC X.
                   15 DT-OWN-VALUE   PIC S9(11)V99
                           OCCURS 8 TIMES.
                   15 DT-SUB-VALUE   PIC S9(11)V99
                           OCCURS 8 TIMES.

       01  COMPANY-TABLE.
           05 CO-MONTH OCCURS 12 TIMES.
               10 CO-HAS             PIC X.
               10 CO-VALUE           PIC S9(11)V99
                       OCCURS 8 TIMES.

       77  WALK-INDEX-SAVE           PIC 9(3).
       77  WALK-PARENT-ID            PIC 9(4).
       77  WALK-DEPTH                PIC 9(2).
       77  LOOKUP-ID                 PIC 9(4).
       77  LOOKUP-SLOT               PIC 9(3).
       77  SCAN-SLOT                 PIC 9(3).
       77  SOURCE-SLOT               PIC 9(3).
       77  TARGET-SLOT               PIC 9(3).
       77  MONTH-SUB                 PIC 99.
       77  MEASURE-SUB               PIC 99.

      ******************************************************************
      *    One grid row at a time is copied here before it is
      *    averaged and edited, whichever table it comes from.
      ******************************************************************
       01  ROW-TABLE.
           05 ROW-MONTH OCCURS 12 TIMES.
               10 ROW-HAS            PIC X.
               10 ROW-VALUE          PIC S9(11)V99.
       77  ROW-MONTHS-FOUND          PIC 99.
       77  ROW-TOTAL                 PIC S9(13)V99.
       77  ROW-AVERAGE               PIC S9(11)V99.
       77  ROW-DIFFERENCE            PIC S9(11)V99.
       77  ROW-LIMIT                 PIC S9(13)V99.
       77  ROW-DEVIATION             PIC S9(13)V99.
       77  EDIT-VALUE                PIC S9(11)V99.
       77  EDIT-CELL                 PIC X(8).
       77  EDIT-COUNT                PIC ZZZZZZZ9.
       77  EDIT-DECIMAL              PIC ZZZZ9.99.
       77  EDIT-THOUSANDS            PIC -(5)9.9.

       01  PAGE-RULE-LINE            PIC X(132) VALUE ALL "=".

       01  REPORT-TITLE-LINE.
           05 FILLER PIC X(40)   VALUE
               "DEPARTMENT 12-MONTH TREND REPORT".
           05 FILLER PIC X(12)   VALUE "PERIODS ".
           05 TT-FIRST-PERIOD    PIC X(7).
           05 FILLER PIC X(4)    VALUE " TO ".
           05 TT-LAST-PERIOD     PIC X(7).
           05 FILLER PIC X(62)   VALUE SPACE.

       01  GRID-TITLE-LINE.
           05 GT-KIND            PIC X(11).
           05 GT-ABTEILUNG-ID    PIC Z(3)9.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 GT-NAME            PIC X(40).
           05 GT-REMARK          PIC X(75).

       01  GRID-HEADER-LINE.
           05 FILLER PIC X(14)   VALUE SPACE.
           05 GH-MONTH OCCURS 12 TIMES.
               10 FILLER PIC X(2) VALUE SPACE.
               10 GH-PERIOD      PIC X(7).
           05 FILLER PIC X(2)    VALUE SPACE.
           05 FILLER PIC X(8)    VALUE " AVERAGE".

       01  GRID-LINE.
           05 GL-LABEL           PIC X(14).
           05 GL-MONTH OCCURS 12 TIMES.
               10 GL-CELL        PIC X(8).
               10 GL-FLAG        PIC X.
           05 FILLER PIC X(2)    VALUE SPACE.
           05 GL-AVERAGE         PIC X(8).

       01  LEGEND-LINE.
           05 FILLER PIC X(46)   VALUE
               "-   NO MONTH-END CLOSE ON FILE FOR THE PERIOD".
           05 FILLER PIC X(86)   VALUE SPACE.

       01  LEGEND-DETAIL-LINE.
           05 FILLER PIC X(4)    VALUE "*   ".
           05 LG-PERCENT         PIC ZZ9.
           05 FILLER PIC X(53)   VALUE
               " PERCENT OFF THE ROW AVERAGE (AT LEAST ".
           05 LG-MONTHS          PIC Z9.
           05 FILLER PIC X(70)   VALUE " MONTHS ON FILE)".

       01  NONE-LINE.
           05 FILLER PIC X(50)   VALUE
               "NO DEPARTMENT SNAPSHOTS ON FILE FOR THESE PERIODS".
           05 FILLER PIC X(82)   VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SNAPSHOT-FILE-MISSING NOT = "Y"
               PERFORM LOAD-DEPT-TABLE
               PERFORM LOAD-ALL-SNAPSHOTS
               PERFORM ROLL-UP-THE-TREE
               PERFORM PRINT-ALL-GRIDS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM GET-SCOPE-SESSION.
           PERFORM ENTER-LAST-PERIOD.
           PERFORM BUILD-PERIOD-TABLE.
           OPEN INPUT ABTEIL-FILE.
           OPEN INPUT DEPT-SNAPSHOT-FILE.
           IF DEPT-SNAPSHOT-FILE-STATUS = "35"
               MOVE "Y" TO SNAPSHOT-FILE-MISSING
               DISPLAY "DEPT-SNAPSHOT-FILE NOT SET UP - RUN THE "
                   "MONTH-END CLOSE FIRST".
           OPEN OUTPUT REPORT-FILE.
           MOVE PERIOD-ENTRY(1) TO TT-FIRST-PERIOD.
           MOVE PERIOD-ENTRY(12) TO TT-LAST-PERIOD.
           MOVE REPORT-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE DEVIATION-PERCENT TO LG-PERCENT.
           MOVE MIN-MONTHS-FOR-FLAG TO LG-MONTHS.
           MOVE LEGEND-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LEGEND-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF SNAPSHOTS-READ-COUNT = ZERO
               MOVE BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           CLOSE ABTEIL-FILE.
           IF SNAPSHOT-FILE-MISSING NOT = "Y"
               CLOSE DEPT-SNAPSHOT-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "SNAPSHOTS READ:  " SNAPSHOTS-READ-COUNT.
           DISPLAY "GRIDS PRINTED:   " GRIDS-PRINTED-COUNT.
           DISPLAY "MONTHS FLAGGED:  " FLAGS-RAISED-COUNT.

      ******************************************************************
      *    The last month of the twelve, YYYY-MM; a blank entry
      *    means the current month.
      ******************************************************************
       ENTER-LAST-PERIOD.
           PERFORM ACCEPT-LAST-PERIOD.
           PERFORM RE-ACCEPT-LAST-PERIOD
               UNTIL PERIOD-VALID = "Y".

       ACCEPT-LAST-PERIOD.
           DISPLAY "ENTER THE LAST MONTH OF THE TREND (YYYY-MM),".
           DISPLAY "OR PRESS ENTER FOR THE CURRENT MONTH".
           MOVE SPACE TO LAST-PERIOD.
           ACCEPT LAST-PERIOD.
           IF LAST-PERIOD = SPACE
               ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD
               STRING
                   TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
                   INTO LAST-PERIOD.
           PERFORM VALIDATE-LAST-PERIOD.

       RE-ACCEPT-LAST-PERIOD.
           PERFORM ACCEPT-LAST-PERIOD.

       VALIDATE-LAST-PERIOD.
           MOVE "Y" TO PERIOD-VALID.
           IF LAST-PERIOD(5:1) NOT = "-" OR
               LAST-PERIOD(1:4) IS NOT NUMERIC OR
               LAST-PERIOD(6:2) IS NOT NUMERIC
               MOVE "N" TO PERIOD-VALID
               DISPLAY "MONTH MUST BE IN FORMAT YYYY-MM"
           ELSE
           IF LAST-PERIOD(6:2) < "01" OR LAST-PERIOD(6:2) > "12"
               MOVE "N" TO PERIOD-VALID
               DISPLAY "MONTH MUST BE 01-12".

      ******************************************************************
      *    Twelve periods counted back from the last one.
      ******************************************************************
       BUILD-PERIOD-TABLE.
           MOVE LAST-PERIOD(1:4) TO DATUM-YEAR.
           MOVE LAST-PERIOD(6:2) TO DATUM-MONTH.
           MOVE 12 TO MONTH-SUB.
           PERFORM BUILD-ONE-PERIOD
               UNTIL MONTH-SUB = ZERO.

       BUILD-ONE-PERIOD.
           MOVE SPACE TO PERIOD-ENTRY(MONTH-SUB).
           STRING
               DATUM-YEAR        DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               DATUM-MONTH       DELIMITED BY SIZE
               INTO PERIOD-ENTRY(MONTH-SUB).
           MOVE PERIOD-ENTRY(MONTH-SUB) TO GH-PERIOD(MONTH-SUB).
           SUBTRACT 1 FROM DATUM-MONTH.
           IF DATUM-MONTH = ZERO
               MOVE 12 TO DATUM-MONTH
               SUBTRACT 1 FROM DATUM-YEAR.
           SUBTRACT 1 FROM MONTH-SUB.

      ******************************************************************
      *    Pass 1 - every department into the table, with whether
      *    the operator may see it.
      ******************************************************************
       LOAD-DEPT-TABLE.
           MOVE ZERO TO ABTEILUNG-ID.
           START ABTEIL-FILE KEY IS NOT LESS THAN ABTEILUNG-ID
               INVALID KEY
               MOVE "Y" TO ABTEIL-FILE-AT-END.
           IF ABTEIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ABTEIL-RECORD
               PERFORM LOAD-ONE-DEPT
                   UNTIL ABTEIL-FILE-AT-END = "Y" OR
                   DEPT-COUNT >= 100.

       LOAD-ONE-DEPT.
           ADD 1 TO DEPT-COUNT.
           SET DEPT-INDEX TO DEPT-COUNT.
           MOVE ABTEILUNG-ID TO DT-ABTEILUNG-ID(DEPT-INDEX).
           MOVE PARENT-ABTEILUNG-ID TO DT-PARENT-ID(DEPT-INDEX).
           MOVE ABTEILUNG-NAME TO DT-NAME(DEPT-INDEX).
           MOVE ZERO TO DT-CHILD-COUNT(DEPT-INDEX).
           PERFORM CHECK-DEPT-IN-SCOPE.
           MOVE SCOPE-OK TO DT-IN-SCOPE(DEPT-INDEX).
           MOVE DEPT-COUNT TO TARGET-SLOT.
           MOVE ZERO TO MONTH-SUB.
           PERFORM CLEAR-ONE-DEPT-MONTH
               UNTIL MONTH-SUB >= 12.
           PERFORM READ-NEXT-ABTEIL-RECORD.

       CLEAR-ONE-DEPT-MONTH.
           ADD 1 TO MONTH-SUB.
           MOVE "N" TO DT-OWN-HAS(TARGET-SLOT, MONTH-SUB).
           MOVE "N" TO DT-SUB-HAS(TARGET-SLOT, MONTH-SUB).
           MOVE "N" TO CO-HAS(MONTH-SUB).
           MOVE ZERO TO MEASURE-SUB.
           PERFORM CLEAR-ONE-DEPT-MEASURE
               UNTIL MEASURE-SUB >= 8.

       CLEAR-ONE-DEPT-MEASURE.
           ADD 1 TO MEASURE-SUB.
           MOVE ZERO TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB,
                                     MEASURE-SUB).
           MOVE ZERO TO DT-SUB-VALUE(TARGET-SLOT, MONTH-SUB,
                                     MEASURE-SUB).
           MOVE ZERO TO CO-VALUE(MONTH-SUB, MEASURE-SUB).

      ******************************************************************
      *    Pass 2 - each period's snapshots, read in department
      *    order from the first key of the period. A snapshot for a
      *    department since deleted from the ABTEIL file is passed
      *    over.
      ******************************************************************
       LOAD-ALL-SNAPSHOTS.
           MOVE ZERO TO MONTH-SUB.
           PERFORM LOAD-ONE-PERIOD
               UNTIL MONTH-SUB >= 12.

       LOAD-ONE-PERIOD.
           ADD 1 TO MONTH-SUB.
           MOVE PERIOD-ENTRY(MONTH-SUB) TO DS-PERIOD.
           MOVE ZERO TO DS-ABTEILUNG-ID.
           MOVE "N" TO SNAPSHOT-AT-END.
           START DEPT-SNAPSHOT-FILE
               KEY IS NOT LESS THAN DS-PERIOD-DEPT-KEY
               INVALID KEY
               MOVE "Y" TO SNAPSHOT-AT-END.
           IF SNAPSHOT-AT-END NOT = "Y"
               PERFORM READ-NEXT-SNAPSHOT
               PERFORM LOAD-ONE-SNAPSHOT
                   UNTIL SNAPSHOT-AT-END = "Y".

       LOAD-ONE-SNAPSHOT.
           IF DS-PERIOD NOT = PERIOD-ENTRY(MONTH-SUB)
               MOVE "Y" TO SNAPSHOT-AT-END
           ELSE
               MOVE DS-ABTEILUNG-ID TO LOOKUP-ID
               PERFORM FIND-DEPT-SLOT
               IF LOOKUP-SLOT > ZERO
                   PERFORM STORE-SNAPSHOT-IN-SLOT.
           IF SNAPSHOT-AT-END NOT = "Y"
               PERFORM READ-NEXT-SNAPSHOT.

       STORE-SNAPSHOT-IN-SLOT.
           ADD 1 TO SNAPSHOTS-READ-COUNT.
           MOVE LOOKUP-SLOT TO TARGET-SLOT.
           MOVE "Y" TO DT-OWN-HAS(TARGET-SLOT, MONTH-SUB).
           MOVE DS-HEADCOUNT
               TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB, 1).
           MOVE DS-FTE
               TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB, 2).
           MOVE DS-STARTERS
               TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB, 3).
           MOVE DS-LEAVERS
               TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB, 4).
           MOVE DS-SICK-DAYS
               TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB, 5).
           MOVE DS-OVERTIME-HOURS
               TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB, 6).
           MOVE DS-GROSS-PAY
               TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB, 7).
           MOVE DS-EMPLOYER-COST
               TO DT-OWN-VALUE(TARGET-SLOT, MONTH-SUB, 8).

       FIND-DEPT-SLOT.
           MOVE ZERO TO LOOKUP-SLOT.
           MOVE ZERO TO SCAN-SLOT.
           PERFORM CHECK-ONE-DEPT-SLOT
               UNTIL SCAN-SLOT >= DEPT-COUNT OR LOOKUP-SLOT > ZERO.

       CHECK-ONE-DEPT-SLOT.
           ADD 1 TO SCAN-SLOT.
           SET DEPT-INDEX TO SCAN-SLOT.
           IF DT-ABTEILUNG-ID(DEPT-INDEX) = LOOKUP-ID
               MOVE SCAN-SLOT TO LOOKUP-SLOT.

      ******************************************************************
      *    Pass 3 - every in-scope department's own months are added
      *    to its own division figures, to every ancestor's, and to
      *    the company's, by walking up the parent chain
      *    (depth-guarded against damaged links). The direct parent
      *    also counts the child, so it knows to print a division
      *    grid.
      ******************************************************************
       ROLL-UP-THE-TREE.
           MOVE ZERO TO WALK-INDEX-SAVE.
           PERFORM ROLL-UP-ONE-DEPT
               UNTIL WALK-INDEX-SAVE >= DEPT-COUNT.

       ROLL-UP-ONE-DEPT.
           ADD 1 TO WALK-INDEX-SAVE.
           SET DEPT-INDEX TO WALK-INDEX-SAVE.
           IF DT-IN-SCOPE(DEPT-INDEX) = "Y"
               MOVE WALK-INDEX-SAVE TO SOURCE-SLOT
               MOVE WALK-INDEX-SAVE TO TARGET-SLOT
               PERFORM ADD-OWN-INTO-TARGET
               PERFORM ADD-OWN-INTO-COMPANY
               SET DEPT-INDEX TO WALK-INDEX-SAVE
               MOVE DT-PARENT-ID(DEPT-INDEX) TO WALK-PARENT-ID
               MOVE ZERO TO WALK-DEPTH
               PERFORM ADD-OWN-TO-ANCESTOR
                   UNTIL WALK-PARENT-ID = ZERO OR WALK-DEPTH > 20.

       ADD-OWN-TO-ANCESTOR.
           ADD 1 TO WALK-DEPTH.
           MOVE WALK-PARENT-ID TO LOOKUP-ID.
           PERFORM FIND-DEPT-SLOT.
           IF LOOKUP-SLOT = ZERO
               MOVE ZERO TO WALK-PARENT-ID
           ELSE
               MOVE LOOKUP-SLOT TO TARGET-SLOT
               PERFORM ADD-OWN-INTO-TARGET
               SET DEPT-INDEX TO LOOKUP-SLOT
               IF WALK-DEPTH = 1
                   ADD 1 TO DT-CHILD-COUNT(DEPT-INDEX)
               END-IF
               MOVE DT-PARENT-ID(DEPT-INDEX) TO WALK-PARENT-ID.

       ADD-OWN-INTO-TARGET.
           MOVE ZERO TO MONTH-SUB.
           PERFORM ADD-ONE-MONTH-INTO-TARGET
               UNTIL MONTH-SUB >= 12.

       ADD-ONE-MONTH-INTO-TARGET.
           ADD 1 TO MONTH-SUB.
           IF DT-OWN-HAS(SOURCE-SLOT, MONTH-SUB) = "Y"
               MOVE "Y" TO DT-SUB-HAS(TARGET-SLOT, MONTH-SUB)
               MOVE ZERO TO MEASURE-SUB
               PERFORM ADD-ONE-MEASURE-INTO-TARGET
                   UNTIL MEASURE-SUB >= 8.

       ADD-ONE-MEASURE-INTO-TARGET.
           ADD 1 TO MEASURE-SUB.
           ADD DT-OWN-VALUE(SOURCE-SLOT, MONTH-SUB, MEASURE-SUB)
               TO DT-SUB-VALUE(TARGET-SLOT, MONTH-SUB, MEASURE-SUB).

       ADD-OWN-INTO-COMPANY.
           MOVE ZERO TO MONTH-SUB.
           PERFORM ADD-ONE-MONTH-INTO-COMPANY
               UNTIL MONTH-SUB >= 12.

       ADD-ONE-MONTH-INTO-COMPANY.
           ADD 1 TO MONTH-SUB.
           IF DT-OWN-HAS(SOURCE-SLOT, MONTH-SUB) = "Y"
               MOVE "Y" TO CO-HAS(MONTH-SUB)
               MOVE ZERO TO MEASURE-SUB
               PERFORM ADD-ONE-MEASURE-INTO-COMPANY
                   UNTIL MEASURE-SUB >= 8.

       ADD-ONE-MEASURE-INTO-COMPANY.
           ADD 1 TO MEASURE-SUB.
           ADD DT-OWN-VALUE(SOURCE-SLOT, MONTH-SUB, MEASURE-SUB)
               TO CO-VALUE(MONTH-SUB, MEASURE-SUB).

      ******************************************************************
      *    Pass 4 - in department order, each in-scope department's
      *    own grid, then its division grid when it has
      *    sub-departments, then the company grid.
      ******************************************************************
       PRINT-ALL-GRIDS.
           MOVE ZERO TO SOURCE-SLOT.
           PERFORM PRINT-ONE-DEPT-IF-IN-SCOPE
               UNTIL SOURCE-SLOT >= DEPT-COUNT.
           MOVE "COMPANY" TO GT-KIND.
           MOVE ZERO TO GT-ABTEILUNG-ID.
           MOVE "ALL DEPARTMENTS IN SCOPE" TO GT-NAME.
           MOVE SPACE TO GT-REMARK.
           PERFORM WRITE-GRID-HEADER.
           MOVE ZERO TO MEASURE-SUB.
           PERFORM PRINT-ONE-COMPANY-ROW
               UNTIL MEASURE-SUB >= 8.

       PRINT-ONE-DEPT-IF-IN-SCOPE.
           ADD 1 TO SOURCE-SLOT.
           SET DEPT-INDEX TO SOURCE-SLOT.
           IF DT-IN-SCOPE(DEPT-INDEX) = "Y"
               PERFORM PRINT-OWN-GRID
               SET DEPT-INDEX TO SOURCE-SLOT
               IF DT-CHILD-COUNT(DEPT-INDEX) > ZERO
                   PERFORM PRINT-DIVISION-GRID.

       PRINT-OWN-GRID.
           MOVE "DEPARTMENT" TO GT-KIND.
           MOVE DT-ABTEILUNG-ID(DEPT-INDEX) TO GT-ABTEILUNG-ID.
           MOVE DT-NAME(DEPT-INDEX) TO GT-NAME.
           MOVE SPACE TO GT-REMARK.
           PERFORM WRITE-GRID-HEADER.
           MOVE ZERO TO MEASURE-SUB.
           PERFORM PRINT-ONE-OWN-ROW
               UNTIL MEASURE-SUB >= 8.

       PRINT-DIVISION-GRID.
           MOVE "DIVISION" TO GT-KIND.
           MOVE DT-ABTEILUNG-ID(DEPT-INDEX) TO GT-ABTEILUNG-ID.
           MOVE DT-NAME(DEPT-INDEX) TO GT-NAME.
           MOVE "  INCLUDING SUB-DEPARTMENTS" TO GT-REMARK.
           PERFORM WRITE-GRID-HEADER.
           MOVE ZERO TO MEASURE-SUB.
           PERFORM PRINT-ONE-DIVISION-ROW
               UNTIL MEASURE-SUB >= 8.

       WRITE-GRID-HEADER.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PAGE-RULE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE GRID-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE GRID-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO GRIDS-PRINTED-COUNT.

       PRINT-ONE-OWN-ROW.
           ADD 1 TO MEASURE-SUB.
           MOVE ZERO TO MONTH-SUB.
           PERFORM COPY-ONE-OWN-MONTH
               UNTIL MONTH-SUB >= 12.
           PERFORM WRITE-ONE-GRID-ROW.

       COPY-ONE-OWN-MONTH.
           ADD 1 TO MONTH-SUB.
           MOVE DT-OWN-HAS(SOURCE-SLOT, MONTH-SUB)
               TO ROW-HAS(MONTH-SUB).
           MOVE DT-OWN-VALUE(SOURCE-SLOT, MONTH-SUB, MEASURE-SUB)
               TO ROW-VALUE(MONTH-SUB).

       PRINT-ONE-DIVISION-ROW.
           ADD 1 TO MEASURE-SUB.
           MOVE ZERO TO MONTH-SUB.
           PERFORM COPY-ONE-DIVISION-MONTH
               UNTIL MONTH-SUB >= 12.
           PERFORM WRITE-ONE-GRID-ROW.

       COPY-ONE-DIVISION-MONTH.
           ADD 1 TO MONTH-SUB.
           MOVE DT-SUB-HAS(SOURCE-SLOT, MONTH-SUB)
               TO ROW-HAS(MONTH-SUB).
           MOVE DT-SUB-VALUE(SOURCE-SLOT, MONTH-SUB, MEASURE-SUB)
               TO ROW-VALUE(MONTH-SUB).

       PRINT-ONE-COMPANY-ROW.
           ADD 1 TO MEASURE-SUB.
           MOVE ZERO TO MONTH-SUB.
           PERFORM COPY-ONE-COMPANY-MONTH
               UNTIL MONTH-SUB >= 12.
           PERFORM WRITE-ONE-GRID-ROW.

       COPY-ONE-COMPANY-MONTH.
           ADD 1 TO MONTH-SUB.
           MOVE CO-HAS(MONTH-SUB) TO ROW-HAS(MONTH-SUB).
           MOVE CO-VALUE(MONTH-SUB, MEASURE-SUB)
               TO ROW-VALUE(MONTH-SUB).

      ******************************************************************
      *    One row of the grid from ROW-TABLE - the average of the
      *    months on file first, then each month edited and
      *    flagged against it.
      ******************************************************************
       WRITE-ONE-GRID-ROW.
           MOVE MEASURE-LABEL(MEASURE-SUB) TO GL-LABEL.
           MOVE ZERO TO ROW-MONTHS-FOUND.
           MOVE ZERO TO ROW-TOTAL.
           MOVE ZERO TO MONTH-SUB.
           PERFORM ADD-ONE-MONTH-TO-ROW-TOTAL
               UNTIL MONTH-SUB >= 12.
           MOVE ZERO TO ROW-AVERAGE.
           IF ROW-MONTHS-FOUND > ZERO
               COMPUTE ROW-AVERAGE ROUNDED =
                   ROW-TOTAL / ROW-MONTHS-FOUND
               MOVE ROW-AVERAGE TO EDIT-VALUE
               PERFORM EDIT-ONE-VALUE
               MOVE EDIT-CELL TO GL-AVERAGE
           ELSE
               MOVE "       -" TO GL-AVERAGE.
           COMPUTE ROW-LIMIT = ROW-AVERAGE * DEVIATION-PERCENT.
           IF ROW-LIMIT < ZERO
               COMPUTE ROW-LIMIT = ZERO - ROW-LIMIT.
           MOVE ZERO TO MONTH-SUB.
           PERFORM EDIT-ONE-ROW-MONTH
               UNTIL MONTH-SUB >= 12.
           MOVE GRID-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       ADD-ONE-MONTH-TO-ROW-TOTAL.
           ADD 1 TO MONTH-SUB.
           IF ROW-HAS(MONTH-SUB) = "Y"
               ADD 1 TO ROW-MONTHS-FOUND
               ADD ROW-VALUE(MONTH-SUB) TO ROW-TOTAL.

       EDIT-ONE-ROW-MONTH.
           ADD 1 TO MONTH-SUB.
           MOVE SPACE TO GL-FLAG(MONTH-SUB).
           IF ROW-HAS(MONTH-SUB) NOT = "Y"
               MOVE "       -" TO GL-CELL(MONTH-SUB)
           ELSE
               MOVE ROW-VALUE(MONTH-SUB) TO EDIT-VALUE
               PERFORM EDIT-ONE-VALUE
               MOVE EDIT-CELL TO GL-CELL(MONTH-SUB)
               PERFORM FLAG-MONTH-IF-DEVIATING.

       FLAG-MONTH-IF-DEVIATING.
           IF ROW-MONTHS-FOUND >= MIN-MONTHS-FOR-FLAG
               COMPUTE ROW-DIFFERENCE =
                   ROW-VALUE(MONTH-SUB) - ROW-AVERAGE
               COMPUTE ROW-DEVIATION = ROW-DIFFERENCE * 100
               IF ROW-DEVIATION < ZERO
                   COMPUTE ROW-DEVIATION = ZERO - ROW-DEVIATION
               END-IF
               IF ROW-DEVIATION > ROW-LIMIT
                   MOVE "*" TO GL-FLAG(MONTH-SUB)
                   ADD 1 TO FLAGS-RAISED-COUNT.

       EDIT-ONE-VALUE.
           IF MEASURE-KIND(MEASURE-SUB) = "C"
               COMPUTE EDIT-COUNT ROUNDED = EDIT-VALUE
               MOVE EDIT-COUNT TO EDIT-CELL
           ELSE
           IF MEASURE-KIND(MEASURE-SUB) = "D"
               MOVE EDIT-VALUE TO EDIT-DECIMAL
               MOVE EDIT-DECIMAL TO EDIT-CELL
           ELSE
               COMPUTE EDIT-THOUSANDS ROUNDED = EDIT-VALUE / 1000
               MOVE EDIT-THOUSANDS TO EDIT-CELL.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       READ-NEXT-SNAPSHOT.
           READ DEPT-SNAPSHOT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SNAPSHOT-AT-END.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the report is run on its
      *    own, and only the departments they look after are
      *    printed; a supervisor gets every department.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-DEPT-TREND" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - NO DEPARTMENTS WILL BE "
                   "PRINTED".

       CHECK-DEPT-IN-SCOPE.
           MOVE SCOPE-SESSION-OK TO SCOPE-OK.
           IF SCOPE-SESSION-OK = "Y"
               MOVE "L" TO SCOPE-FUNCTION
               MOVE ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
               MOVE ZERO TO SCOPE-ARBEITER-ID
               CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten DEPARTMENT-TREND.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-DEPARTMENT-TREND" TO CATALOG-PROGRAM-NAME.
           MOVE "DEPARTMENT-TREND" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "LAST MONTH "      DELIMITED BY SIZE
               LAST-PERIOD        DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-DEPARTMENT-TREND.
