      ******************************************************************
      *    Gross-to-Net Offer Calculator
      *    Works out what a hypothetical contract would pay and cost
      *    before an offer goes out or a salary change is agreed.
      *    Up to three scenarios are keyed side by side - each with
      *    a full-time monthly SALARY, the part-time percent, the
      *    department (for its PRAEMIE), the tax class, child
      *    allowances and church tax of the tax card, and the fund
      *    memberships for every member-based row - and each is run
      *    through the same DEDUCTION-TABLE as PAYROLL-RUN: the band
      *    rows on the gross, member rows at the keyed override
      *    rate or the table rate, the wage tax, solidarity
      *    surcharge and church tax off the same tariff, and the
      *    employer-side rows on top.
      *
      *    The contract SALARY is the full-time salary at the
      *    part-time percent, the way MAINTENANCE-ARBEITER keeps it.
      *    The PRAEMIE is the department's current rate with no
      *    rating multiplier - a new contract has no review yet.
      *    Pension salary conversion, loan repayments and benefits
      *    in kind belong to a worker already on file and are left
      *    out.
      *
      *    The comparison - gross, each deduction, net, each
      *    employer contribution and the total employer cost - is
      *    shown on the screen, and on request printed to
      *    GROSS-NET-COMPARISON under a reference (the candidate or
      *    the purpose) for the offer file, and filed in the report
      *    catalog. Nothing on disk is changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROSS-NET-CALCULATOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-abteil.cbl".
           COPY "select-deduction.cbl".
           SELECT REPORT-FILE ASSIGN TO "GROSS-NET-COMPARISON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-abteil.cbl".
           COPY "fd-deduction.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ABTEIL-FILE-STATUS       PIC XX.
       77  DEDUCTION-FILE-STATUS    PIC XX.
       77  REPORT-FILE-STATUS       PIC XX.
       77  DEDUCTION-FILE-AT-END    PIC X.
       77  ABTEILUNG-ID-FOUND       PIC X.

       77  SCENARIO-COUNT           PIC 9.
       77  SCENARIO-SUB             PIC 9.
       77  PRINT-COMPARISON         PIC X.
       77  PRINTING-COMPARISON      PIC X VALUE "N".
       77  OFFER-REFERENCE          PIC X(40).
       77  ROW-HAS-AMOUNT           PIC X.
       77  ROW-SIDE-WANTED          PIC X.
       77  TODAY-DATUM-PART         PIC 9(8).
       77  TODAY-DATUM-TEXT         PIC X(10).

       77  UPPER-ALPHA              PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA              PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

       77  ABTEILUNG-ID-EDIT        PIC ZZZ9.
       77  PERCENT-EDIT             PIC ZZ9.
       77  CHILD-ALLOWANCE-EDIT     PIC 9.9.

       77  WORKER-SALARY            PIC 9(7)V99 VALUE ZERO.
       77  WORKER-BONUS             PIC 9(7)V99 VALUE ZERO.
       77  WORKER-GROSS             PIC 9(7)V99 VALUE ZERO.
       77  WORKER-INSURABLE-GROSS   PIC 9(7)V99 VALUE ZERO.
       77  WORKER-TAX-BASIS         PIC 9(7)V99 VALUE ZERO.
       77  WORKER-DEDUCTIONS        PIC 9(7)V99 VALUE ZERO.
       77  WORKER-EMPLOYER-CONTRIB  PIC 9(7)V99 VALUE ZERO.
       77  WORKER-EMPLOYER-COST     PIC 9(9)V99 VALUE ZERO.
       77  WORKER-NET               PIC S9(7)V99 VALUE ZERO.
       77  ONE-DEDUCTION-AMOUNT     PIC 9(7)V99 VALUE ZERO.
       77  MEMBER-RATE              PIC 9(3)V99.

       77  AMOUNT-VON-DEDUCTIONS    PIC 9(2) VALUE ZERO.
       77  MEMBER-ROWS-IN-TABLE     PIC X VALUE "N".
       77  TAX-ROWS-IN-TABLE        PIC X VALUE "N".
       77  WORKER-TAX-CLASS         PIC 9.
       77  WORKER-CHILD-ALLOWANCE   PIC 9V9.
       77  WORKER-CHURCH-TAX        PIC X.
       77  ANNUAL-TAX-BASIS         PIC S9(9)V99.
       77  ANNUAL-WAGE-TAX          PIC 9(9).
       77  ANNUAL-BASE-TAX          PIC 9(9).
       77  ANNUAL-SOLIDARITY        PIC 9(9)V99.
       77  SOLIDARITY-LIMIT         PIC 9(9)V99.
       77  SOLIDARITY-THRESHOLD     PIC 9(7).
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

      ******************************************************************
      *    The DEDUCTION-TABLE rows, each carrying per scenario the
      *    membership keyed for it and the amount it came to.
      ******************************************************************
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
           05 TABLE-DED-SCENARIO OCCURS 3 TIMES.
               10 TABLE-DED-MEMBER      PIC X.
               10 TABLE-DED-MEMBER-RATE PIC 9(3)V99.
               10 TABLE-DED-AMOUNT      PIC 9(7)V99.

       01  SCENARIO-TABLE.
           05 SCENARIO-ENTRY OCCURS 3 TIMES.
               10 SC-FULL-SALARY        PIC 9(7)V99.
               10 SC-TEILZEIT-PROZENT   PIC 9(3).
               10 SC-ABTEILUNG-ID       PIC 9(4).
               10 SC-PRAEMIE            PIC 9(3).
               10 SC-TAX-CLASS          PIC 9.
               10 SC-CHILD-ALLOWANCE    PIC 9V9.
               10 SC-CHURCH-TAX         PIC X.
               10 SC-SALARY             PIC 9(7)V99.
               10 SC-BONUS              PIC 9(7)V99.
               10 SC-GROSS              PIC 9(7)V99.
               10 SC-DEDUCTIONS         PIC 9(7)V99.
               10 SC-NET                PIC S9(7)V99.
               10 SC-EMPLOYER-CONTRIB   PIC 9(7)V99.
               10 SC-EMPLOYER-COST      PIC 9(9)V99.

      ******************************************************************
      *    The comparison is built a line at a time and either shown
      *    or written to the report - the screen and the printout
      *    are the same layout.
      ******************************************************************
       01  OUTPUT-LINE              PIC X(80).

       01  AMOUNT-LINE.
           05 AL-LABEL              PIC X(32).
           05 AL-COLUMN OCCURS 3 TIMES.
               10 FILLER            PIC X(2).
               10 AL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.

       01  TEXT-LINE.
           05 TL-LABEL              PIC X(32).
           05 TL-COLUMN OCCURS 3 TIMES.
               10 FILLER            PIC X(2).
               10 TL-TEXT           PIC X(14) JUSTIFIED RIGHT.

       01  HEADER-LINE-1.
           05 FILLER PIC X(26)  VALUE "GROSS-TO-NET COMPARISON - ".
           05 HL-DATUM          PIC X(10).
           05 FILLER PIC X(96)  VALUE SPACE.

       01  HEADER-LINE-2.
           05 FILLER PIC X(11)  VALUE "REFERENCE: ".
           05 HL-REFERENCE      PIC X(40).
           05 FILLER PIC X(81)  VALUE SPACE.

       01  NOTE-LINE-1.
           05 FILLER PIC X(40)  VALUE
               "PRAEMIE AT THE DEPARTMENT'S CURRENT RATE".
           05 FILLER PIC X(33)  VALUE
               ", NO RATING MULTIPLIER. PENSION ".
           05 FILLER PIC X(59)  VALUE SPACE.

       01  NOTE-LINE-2.
           05 FILLER PIC X(40)  VALUE
               "CONVERSION, LOANS AND BENEFITS IN KIND A".
           05 FILLER PIC X(16)  VALUE "RE NOT INCLUDED.".
           05 FILLER PIC X(76)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM GET-SCOPE-SESSION.
           IF SCOPE-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
               PERFORM OPENING-PROCEDURE
               PERFORM ENTER-SCENARIO-COUNT
               PERFORM WORK-ONE-COMPARISON
                   UNTIL SCENARIO-COUNT = ZERO
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    The operator comes from the menu session, or signs on here
      *    when the calculator is run on its own.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "GROSS-NET-CALCULATOR" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       OPENING-PROCEDURE.
           OPEN INPUT ABTEIL-FILE.
           PERFORM LOAD-DEDUCTION-TABLE.

       CLOSING-PROCEDURE.
           CLOSE ABTEIL-FILE.

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
           IF DED-IS-MEMBER-BASED
               MOVE "Y" TO MEMBER-ROWS-IN-TABLE.
           ADD 1 TO AMOUNT-VON-DEDUCTIONS.
           PERFORM READ-NEXT-DEDUCTION-FOR-TABLE.
           IF DEDUCTION-FILE-AT-END NOT = "Y"
               SET DED-INDEX UP BY 1.

       READ-NEXT-DEDUCTION-FOR-TABLE.
           MOVE "N" TO DEDUCTION-FILE-AT-END.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DEDUCTION-FILE-AT-END.

       ENTER-SCENARIO-COUNT.
           PERFORM ACCEPT-SCENARIO-COUNT.
           PERFORM RE-ACCEPT-SCENARIO-COUNT
               UNTIL SCENARIO-COUNT NOT > 3.

       ACCEPT-SCENARIO-COUNT.
           DISPLAY " ".
           DISPLAY "HOW MANY SCENARIOS TO COMPARE (1-3, 0 TO EXIT)?".
           MOVE ZERO TO SCENARIO-COUNT.
           ACCEPT SCENARIO-COUNT.

       RE-ACCEPT-SCENARIO-COUNT.
           DISPLAY "UP TO THREE SCENARIOS CAN BE COMPARED".
           PERFORM ACCEPT-SCENARIO-COUNT.

      ******************************************************************
      *    One comparison - key the scenarios, price each one, show
      *    them side by side and print them if asked.
      ******************************************************************
       WORK-ONE-COMPARISON.
           PERFORM ENTER-ONE-SCENARIO
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           PERFORM PRICE-ONE-SCENARIO
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE "N" TO PRINTING-COMPARISON.
           DISPLAY " ".
           PERFORM PUT-THE-COMPARISON.
           PERFORM ASK-PRINT-COMPARISON.
           IF PRINT-COMPARISON = "Y"
               PERFORM ENTER-OFFER-REFERENCE
               PERFORM PRINT-THE-COMPARISON
               PERFORM FILE-REPORT-IN-CATALOG
               DISPLAY "COMPARISON PRINTED TO GROSS-NET-COMPARISON".
           PERFORM ENTER-SCENARIO-COUNT.

      ******************************************************************
      *    The contract terms of one scenario.
      ******************************************************************
       ENTER-ONE-SCENARIO.
           DISPLAY " ".
           DISPLAY "SCENARIO " SCENARIO-SUB.
           PERFORM ENTER-SC-FULL-SALARY.
           PERFORM ENTER-SC-TEILZEIT-PROZENT.
           PERFORM ENTER-SC-ABTEILUNG-ID.
           IF TAX-ROWS-IN-TABLE = "Y"
               PERFORM ENTER-SC-TAX-CLASS
               PERFORM ENTER-SC-CHILD-ALLOWANCE
               PERFORM ENTER-SC-CHURCH-TAX
           ELSE
               MOVE 1 TO SC-TAX-CLASS(SCENARIO-SUB)
               MOVE ZERO TO SC-CHILD-ALLOWANCE(SCENARIO-SUB)
               MOVE "N" TO SC-CHURCH-TAX(SCENARIO-SUB).
           IF MEMBER-ROWS-IN-TABLE = "Y"
               DISPLAY "FUND MEMBERSHIPS FOR SCENARIO " SCENARIO-SUB.
           PERFORM ENTER-ONE-MEMBERSHIP
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.

       ENTER-SC-FULL-SALARY.
           PERFORM ACCEPT-SC-FULL-SALARY.
           PERFORM RE-ACCEPT-SC-FULL-SALARY
               UNTIL SC-FULL-SALARY(SCENARIO-SUB) > ZERO.

       ACCEPT-SC-FULL-SALARY.
           DISPLAY "ENTER FULL-TIME MONTHLY SALARY".
           MOVE ZERO TO SC-FULL-SALARY(SCENARIO-SUB).
           ACCEPT SC-FULL-SALARY(SCENARIO-SUB).

       RE-ACCEPT-SC-FULL-SALARY.
           DISPLAY "SALARY MUST BE ENTERED".
           PERFORM ACCEPT-SC-FULL-SALARY.

       ENTER-SC-TEILZEIT-PROZENT.
           PERFORM ACCEPT-SC-TEILZEIT-PROZENT.
           PERFORM RE-ACCEPT-SC-TEILZEIT-PROZENT
               UNTIL SC-TEILZEIT-PROZENT(SCENARIO-SUB) > ZERO AND
               SC-TEILZEIT-PROZENT(SCENARIO-SUB) NOT > 100.

       ACCEPT-SC-TEILZEIT-PROZENT.
           DISPLAY "ENTER PART-TIME PERCENT (100 FOR FULL TIME)".
           MOVE ZERO TO SC-TEILZEIT-PROZENT(SCENARIO-SUB).
           ACCEPT SC-TEILZEIT-PROZENT(SCENARIO-SUB).

       RE-ACCEPT-SC-TEILZEIT-PROZENT.
           DISPLAY "PART-TIME PERCENT MUST BE 1 THROUGH 100".
           PERFORM ACCEPT-SC-TEILZEIT-PROZENT.

       ENTER-SC-ABTEILUNG-ID.
           PERFORM ACCEPT-SC-ABTEILUNG-ID.
           PERFORM RE-ACCEPT-SC-ABTEILUNG-ID
               UNTIL ABTEILUNG-ID-FOUND = "Y".
           MOVE PRAEMIE TO SC-PRAEMIE(SCENARIO-SUB).
           DISPLAY ABTEILUNG-NAME(1:40) "  PRAEMIE " PRAEMIE
               " PERCENT".

       ACCEPT-SC-ABTEILUNG-ID.
           DISPLAY "ENTER ABTEILUNG ID".
           MOVE ZERO TO SC-ABTEILUNG-ID(SCENARIO-SUB).
           ACCEPT SC-ABTEILUNG-ID(SCENARIO-SUB).
           MOVE SC-ABTEILUNG-ID(SCENARIO-SUB) TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-ID-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-ID-FOUND.

       RE-ACCEPT-SC-ABTEILUNG-ID.
           DISPLAY "ABTEILUNG NOT ON FILE".
           PERFORM ACCEPT-SC-ABTEILUNG-ID.

       ENTER-SC-TAX-CLASS.
           PERFORM ACCEPT-SC-TAX-CLASS.
           PERFORM RE-ACCEPT-SC-TAX-CLASS
               UNTIL SC-TAX-CLASS(SCENARIO-SUB) > ZERO AND
               SC-TAX-CLASS(SCENARIO-SUB) NOT > 6.

       ACCEPT-SC-TAX-CLASS.
           DISPLAY "ENTER TAX CLASS (1-6)".
           MOVE ZERO TO SC-TAX-CLASS(SCENARIO-SUB).
           ACCEPT SC-TAX-CLASS(SCENARIO-SUB).

       RE-ACCEPT-SC-TAX-CLASS.
           DISPLAY "TAX CLASS MUST BE 1 THROUGH 6".
           PERFORM ACCEPT-SC-TAX-CLASS.

       ENTER-SC-CHILD-ALLOWANCE.
           DISPLAY "ENTER CHILD ALLOWANCES (E.G. 1.5, 0 FOR NONE)".
           MOVE ZERO TO SC-CHILD-ALLOWANCE(SCENARIO-SUB).
           ACCEPT SC-CHILD-ALLOWANCE(SCENARIO-SUB).

       ENTER-SC-CHURCH-TAX.
           PERFORM ACCEPT-SC-CHURCH-TAX.
           PERFORM RE-ACCEPT-SC-CHURCH-TAX
               UNTIL SC-CHURCH-TAX(SCENARIO-SUB) = "Y" OR "N".

       ACCEPT-SC-CHURCH-TAX.
           DISPLAY "LIABLE FOR CHURCH TAX (Y/N)?".
           ACCEPT SC-CHURCH-TAX(SCENARIO-SUB).
           INSPECT SC-CHURCH-TAX(SCENARIO-SUB)
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SC-CHURCH-TAX.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-SC-CHURCH-TAX.

      ******************************************************************
      *    A member-based row applies only where the scenario is a
      *    member of the fund, at the override rate keyed here or
      *    the table rate - as MEMBERSHIP-FILE does for a worker.
      ******************************************************************
       ENTER-ONE-MEMBERSHIP.
           MOVE "N" TO TABLE-DED-MEMBER(DED-INDEX, SCENARIO-SUB).
           MOVE ZERO TO TABLE-DED-MEMBER-RATE(DED-INDEX, SCENARIO-SUB).
           IF TABLE-DED-BASIS(DED-INDEX) = "M"
               PERFORM ENTER-MEMBER-FLAG
               IF TABLE-DED-MEMBER(DED-INDEX, SCENARIO-SUB) = "Y"
                   PERFORM ENTER-MEMBER-RATE.

       ENTER-MEMBER-FLAG.
           PERFORM ACCEPT-MEMBER-FLAG.
           PERFORM RE-ACCEPT-MEMBER-FLAG
               UNTIL TABLE-DED-MEMBER(DED-INDEX, SCENARIO-SUB) = "Y"
               OR "N".

       ACCEPT-MEMBER-FLAG.
           DISPLAY TABLE-DED-CODE(DED-INDEX) " "
               TABLE-DED-DESCRIPTION(DED-INDEX) " - MEMBER (Y/N)?".
           ACCEPT TABLE-DED-MEMBER(DED-INDEX, SCENARIO-SUB).
           INSPECT TABLE-DED-MEMBER(DED-INDEX, SCENARIO-SUB)
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-MEMBER-FLAG.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-MEMBER-FLAG.

       ENTER-MEMBER-RATE.
           IF TABLE-DED-KIND(DED-INDEX) = "P"
               DISPLAY "ENTER OVERRIDE PERCENTAGE RATE"
               DISPLAY "(0 TAKES THE DEDUCTION-TABLE RATE)"
               ACCEPT TABLE-DED-MEMBER-RATE(DED-INDEX, SCENARIO-SUB).

      ******************************************************************
      *    One scenario priced the way PAYROLL-RUN prices a worker's
      *    month - SALARY at the part-time percent plus the PRAEMIE
      *    on it, then every DEDUCTION-TABLE row and the taxes.
      ******************************************************************
       PRICE-ONE-SCENARIO.
           COMPUTE WORKER-SALARY ROUNDED =
               SC-FULL-SALARY(SCENARIO-SUB) *
               SC-TEILZEIT-PROZENT(SCENARIO-SUB) / 100.
           COMPUTE WORKER-BONUS ROUNDED =
               WORKER-SALARY * SC-PRAEMIE(SCENARIO-SUB) / 100.
           COMPUTE WORKER-GROSS = WORKER-SALARY + WORKER-BONUS.
           MOVE SC-TAX-CLASS(SCENARIO-SUB) TO WORKER-TAX-CLASS.
           MOVE SC-CHILD-ALLOWANCE(SCENARIO-SUB)
               TO WORKER-CHILD-ALLOWANCE.
           MOVE SC-CHURCH-TAX(SCENARIO-SUB) TO WORKER-CHURCH-TAX.
           PERFORM APPLY-DEDUCTIONS.
           MOVE WORKER-SALARY TO SC-SALARY(SCENARIO-SUB).
           MOVE WORKER-BONUS TO SC-BONUS(SCENARIO-SUB).
           MOVE WORKER-GROSS TO SC-GROSS(SCENARIO-SUB).
           MOVE WORKER-DEDUCTIONS TO SC-DEDUCTIONS(SCENARIO-SUB).
           MOVE WORKER-NET TO SC-NET(SCENARIO-SUB).
           MOVE WORKER-EMPLOYER-CONTRIB
               TO SC-EMPLOYER-CONTRIB(SCENARIO-SUB).
           MOVE WORKER-EMPLOYER-COST TO SC-EMPLOYER-COST(SCENARIO-SUB).

       APPLY-DEDUCTIONS.
           MOVE ZERO TO WORKER-DEDUCTIONS.
           MOVE ZERO TO WORKER-EMPLOYER-CONTRIB.
           MOVE WORKER-GROSS TO WORKER-INSURABLE-GROSS.
           PERFORM APPLY-ONE-DEDUCTION
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           IF TAX-ROWS-IN-TABLE = "Y"
               PERFORM APPLY-WAGE-TAX.
           COMPUTE WORKER-NET = WORKER-GROSS - WORKER-DEDUCTIONS.
           COMPUTE WORKER-EMPLOYER-COST =
               WORKER-GROSS + WORKER-EMPLOYER-CONTRIB.

       APPLY-ONE-DEDUCTION.
           MOVE ZERO TO TABLE-DED-AMOUNT(DED-INDEX, SCENARIO-SUB).
           IF TABLE-DED-BASIS(DED-INDEX) = "L" OR "S" OR "K" OR "D"
               OR "V"
               CONTINUE
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

       APPLY-ONE-MEMBER-DEDUCTION.
           IF TABLE-DED-MEMBER(DED-INDEX, SCENARIO-SUB) = "Y"
               IF TABLE-DED-KIND(DED-INDEX) = "P"
                   IF TABLE-DED-MEMBER-RATE(DED-INDEX, SCENARIO-SUB)
                       > ZERO
                       MOVE TABLE-DED-MEMBER-RATE
                           (DED-INDEX, SCENARIO-SUB) TO MEMBER-RATE
                   ELSE
                       MOVE TABLE-DED-RATE(DED-INDEX)
                           TO MEMBER-RATE
                   END-IF
                   COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                       WORKER-INSURABLE-GROSS * MEMBER-RATE / 100
               ELSE
                   MOVE TABLE-DED-FIXED-AMOUNT(DED-INDEX)
                       TO ONE-DEDUCTION-AMOUNT
               END-IF
               PERFORM TAKE-ONE-SIDE-AMOUNT.

       TAKE-ONE-SIDE-AMOUNT.
           MOVE ONE-DEDUCTION-AMOUNT
               TO TABLE-DED-AMOUNT(DED-INDEX, SCENARIO-SUB).
           IF TABLE-DED-SIDE(DED-INDEX) = "E"
               ADD ONE-DEDUCTION-AMOUNT TO WORKER-EMPLOYER-CONTRIB
           ELSE
               ADD ONE-DEDUCTION-AMOUNT TO WORKER-DEDUCTIONS.

      ******************************************************************
      *    Wage tax as PAYROLL-RUN takes it - the month's pay
      *    annualized less the social rows and the class's lump
      *    sums, a twelfth of the annual tax, the surcharge and
      *    church tax on the tax after child allowances.
      ******************************************************************
       APPLY-WAGE-TAX.
           MOVE WORKER-GROSS TO WORKER-TAX-BASIS.
           PERFORM COMPUTE-ANNUAL-TAX-BASIS.
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
           PERFORM APPLY-ONE-TAX-ROW
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.

       COMPUTE-ANNUAL-TAX-BASIS.
           COMPUTE ANNUAL-TAX-BASIS =
               (WORKER-TAX-BASIS - WORKER-DEDUCTIONS) * 12.
           IF WORKER-TAX-CLASS NOT = 6
               SUBTRACT TAX-EMPLOYEE-LUMP-SUM FROM ANNUAL-TAX-BASIS
               SUBTRACT TAX-SPECIAL-EXPENSES FROM ANNUAL-TAX-BASIS.
           IF WORKER-TAX-CLASS = 2
               SUBTRACT TAX-SINGLE-PARENT-RELIEF FROM ANNUAL-TAX-BASIS.
           IF ANNUAL-TAX-BASIS < ZERO
               MOVE ZERO TO ANNUAL-TAX-BASIS.

      ******************************************************************
      *    Annual tax on CLASS-INCOME for the class - the same
      *    splitting and class 5/6 rules as PAYROLL-RUN.
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

       APPLY-ONE-TAX-ROW.
           MOVE ZERO TO ONE-DEDUCTION-AMOUNT.
           IF TABLE-DED-BASIS(DED-INDEX) = "L"
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   ANNUAL-WAGE-TAX / 12
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "S"
               PERFORM COMPUTE-SOLIDARITY
           ELSE
           IF TABLE-DED-BASIS(DED-INDEX) = "K" AND
               WORKER-CHURCH-TAX = "Y"
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   ANNUAL-BASE-TAX * TABLE-DED-RATE(DED-INDEX)
                   / 100 / 12.
           IF ONE-DEDUCTION-AMOUNT > ZERO
               MOVE ONE-DEDUCTION-AMOUNT
                   TO TABLE-DED-AMOUNT(DED-INDEX, SCENARIO-SUB)
               ADD ONE-DEDUCTION-AMOUNT TO WORKER-DEDUCTIONS.

       COMPUTE-SOLIDARITY.
           MOVE SOLIDARITY-EXEMPT-LIMIT TO SOLIDARITY-THRESHOLD.
           IF WORKER-TAX-CLASS = 3
               COMPUTE SOLIDARITY-THRESHOLD =
                   SOLIDARITY-EXEMPT-LIMIT * 2.
           IF ANNUAL-BASE-TAX > SOLIDARITY-THRESHOLD
               COMPUTE ANNUAL-SOLIDARITY ROUNDED =
                   ANNUAL-BASE-TAX * TABLE-DED-RATE(DED-INDEX) / 100
               COMPUTE SOLIDARITY-LIMIT ROUNDED =
                   (ANNUAL-BASE-TAX - SOLIDARITY-THRESHOLD)
                   * 11.9 / 100
               IF ANNUAL-SOLIDARITY > SOLIDARITY-LIMIT
                   MOVE SOLIDARITY-LIMIT TO ANNUAL-SOLIDARITY
               END-IF
               COMPUTE ONE-DEDUCTION-AMOUNT ROUNDED =
                   ANNUAL-SOLIDARITY / 12.

      ******************************************************************
      *    The side-by-side comparison - the terms keyed, the gross,
      *    each worker-side row any scenario pays, the net, then
      *    each employer-side row and the total employer cost. A
      *    row nothing was charged on in any scenario is left out.
      ******************************************************************
       PUT-THE-COMPARISON.
           MOVE SPACE TO TEXT-LINE.
           MOVE "SCENARIO" TO TL-LABEL.
           PERFORM PUT-SCENARIO-NUMBER
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE TEXT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO AMOUNT-LINE.
           MOVE "FULL-TIME MONTHLY SALARY" TO AL-LABEL.
           PERFORM PUT-FULL-SALARY
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE AMOUNT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           PERFORM PUT-THE-TERMS.
           MOVE SPACE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           PERFORM PUT-THE-PAY.
           MOVE "W" TO ROW-SIDE-WANTED.
           PERFORM PUT-ONE-ROW-IF-CHARGED
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           MOVE SPACE TO AMOUNT-LINE.
           MOVE "TOTAL DEDUCTIONS" TO AL-LABEL.
           PERFORM PUT-DEDUCTIONS
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE AMOUNT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO AMOUNT-LINE.
           MOVE "NET PAY" TO AL-LABEL.
           PERFORM PUT-NET
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE AMOUNT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE "E" TO ROW-SIDE-WANTED.
           PERFORM PUT-ONE-ROW-IF-CHARGED
               VARYING DED-INDEX
               FROM 1 BY 1
               UNTIL DED-INDEX > AMOUNT-VON-DEDUCTIONS.
           MOVE SPACE TO AMOUNT-LINE.
           MOVE "EMPLOYER CONTRIBUTIONS" TO AL-LABEL.
           PERFORM PUT-EMPLOYER-CONTRIB
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE AMOUNT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO AMOUNT-LINE.
           MOVE "TOTAL EMPLOYER COST" TO AL-LABEL.
           PERFORM PUT-EMPLOYER-COST
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE AMOUNT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE NOTE-LINE-1 TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE NOTE-LINE-2 TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.

       PUT-THE-TERMS.
           MOVE SPACE TO TEXT-LINE.
           MOVE "PART-TIME PERCENT" TO TL-LABEL.
           PERFORM PUT-TEILZEIT-PROZENT
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE TEXT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO TEXT-LINE.
           MOVE "ABTEILUNG" TO TL-LABEL.
           PERFORM PUT-ABTEILUNG-ID
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE TEXT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO TEXT-LINE.
           MOVE "PRAEMIE PERCENT" TO TL-LABEL.
           PERFORM PUT-PRAEMIE
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE TEXT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           IF TAX-ROWS-IN-TABLE = "Y"
               PERFORM PUT-THE-TAX-CARD.

       PUT-THE-TAX-CARD.
           MOVE SPACE TO TEXT-LINE.
           MOVE "TAX CLASS" TO TL-LABEL.
           PERFORM PUT-TAX-CLASS
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE TEXT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO TEXT-LINE.
           MOVE "CHILD ALLOWANCES" TO TL-LABEL.
           PERFORM PUT-CHILD-ALLOWANCE
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE TEXT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO TEXT-LINE.
           MOVE "CHURCH TAX" TO TL-LABEL.
           PERFORM PUT-CHURCH-TAX
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE TEXT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.

       PUT-THE-PAY.
           MOVE SPACE TO AMOUNT-LINE.
           MOVE "CONTRACT SALARY" TO AL-LABEL.
           PERFORM PUT-SALARY
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE AMOUNT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO AMOUNT-LINE.
           MOVE "PRAEMIE" TO AL-LABEL.
           PERFORM PUT-BONUS
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE AMOUNT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           MOVE SPACE TO AMOUNT-LINE.
           MOVE "GROSS PAY" TO AL-LABEL.
           PERFORM PUT-GROSS
               VARYING SCENARIO-SUB
               FROM 1 BY 1
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           MOVE AMOUNT-LINE TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.

       PUT-SCENARIO-NUMBER.
           MOVE SCENARIO-SUB TO TL-TEXT(SCENARIO-SUB).

       PUT-FULL-SALARY.
           MOVE SC-FULL-SALARY(SCENARIO-SUB)
               TO AL-AMOUNT(SCENARIO-SUB).

       PUT-TEILZEIT-PROZENT.
           MOVE SC-TEILZEIT-PROZENT(SCENARIO-SUB) TO PERCENT-EDIT.
           MOVE PERCENT-EDIT TO TL-TEXT(SCENARIO-SUB).

       PUT-ABTEILUNG-ID.
           MOVE SC-ABTEILUNG-ID(SCENARIO-SUB) TO ABTEILUNG-ID-EDIT.
           MOVE ABTEILUNG-ID-EDIT TO TL-TEXT(SCENARIO-SUB).

       PUT-PRAEMIE.
           MOVE SC-PRAEMIE(SCENARIO-SUB) TO PERCENT-EDIT.
           MOVE PERCENT-EDIT TO TL-TEXT(SCENARIO-SUB).

       PUT-TAX-CLASS.
           MOVE SC-TAX-CLASS(SCENARIO-SUB) TO TL-TEXT(SCENARIO-SUB).

       PUT-CHILD-ALLOWANCE.
           MOVE SC-CHILD-ALLOWANCE(SCENARIO-SUB)
               TO CHILD-ALLOWANCE-EDIT.
           MOVE CHILD-ALLOWANCE-EDIT TO TL-TEXT(SCENARIO-SUB).

       PUT-CHURCH-TAX.
           MOVE SC-CHURCH-TAX(SCENARIO-SUB) TO TL-TEXT(SCENARIO-SUB).

       PUT-SALARY.
           MOVE SC-SALARY(SCENARIO-SUB) TO AL-AMOUNT(SCENARIO-SUB).

       PUT-BONUS.
           MOVE SC-BONUS(SCENARIO-SUB) TO AL-AMOUNT(SCENARIO-SUB).

       PUT-GROSS.
           MOVE SC-GROSS(SCENARIO-SUB) TO AL-AMOUNT(SCENARIO-SUB).

       PUT-DEDUCTIONS.
           MOVE SC-DEDUCTIONS(SCENARIO-SUB)
               TO AL-AMOUNT(SCENARIO-SUB).

       PUT-NET.
           MOVE SC-NET(SCENARIO-SUB) TO AL-AMOUNT(SCENARIO-SUB).

       PUT-EMPLOYER-CONTRIB.
           MOVE SC-EMPLOYER-CONTRIB(SCENARIO-SUB)
               TO AL-AMOUNT(SCENARIO-SUB).

       PUT-EMPLOYER-COST.
           MOVE SC-EMPLOYER-COST(SCENARIO-SUB)
               TO AL-AMOUNT(SCENARIO-SUB).

      ******************************************************************
      *    One DEDUCTION-TABLE row on the side being listed - the
      *    row's code and description, and what it came to in each
      *    scenario.
      ******************************************************************
       PUT-ONE-ROW-IF-CHARGED.
           MOVE "N" TO ROW-HAS-AMOUNT.
           IF (ROW-SIDE-WANTED = "E" AND
               TABLE-DED-SIDE(DED-INDEX) = "E") OR
               (ROW-SIDE-WANTED = "W" AND
               TABLE-DED-SIDE(DED-INDEX) NOT = "E")
               PERFORM CHECK-ROW-AMOUNT
                   VARYING SCENARIO-SUB
                   FROM 1 BY 1
                   UNTIL SCENARIO-SUB > SCENARIO-COUNT.
           IF ROW-HAS-AMOUNT = "Y"
               MOVE SPACE TO AMOUNT-LINE
               STRING
                   "  "                    DELIMITED BY SIZE
                   TABLE-DED-CODE(DED-INDEX) DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   TABLE-DED-DESCRIPTION(DED-INDEX)
                                           DELIMITED BY SIZE
                   INTO AL-LABEL
               PERFORM PUT-ROW-AMOUNT
                   VARYING SCENARIO-SUB
                   FROM 1 BY 1
                   UNTIL SCENARIO-SUB > SCENARIO-COUNT
               MOVE AMOUNT-LINE TO OUTPUT-LINE
               PERFORM PUT-OUTPUT-LINE.

       CHECK-ROW-AMOUNT.
           IF TABLE-DED-AMOUNT(DED-INDEX, SCENARIO-SUB) > ZERO
               MOVE "Y" TO ROW-HAS-AMOUNT.

       PUT-ROW-AMOUNT.
           MOVE TABLE-DED-AMOUNT(DED-INDEX, SCENARIO-SUB)
               TO AL-AMOUNT(SCENARIO-SUB).

       PUT-OUTPUT-LINE.
           IF PRINTING-COMPARISON = "Y"
               MOVE OUTPUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               DISPLAY OUTPUT-LINE.

       ASK-PRINT-COMPARISON.
           PERFORM ACCEPT-PRINT-COMPARISON.
           PERFORM RE-ACCEPT-PRINT-COMPARISON
               UNTIL PRINT-COMPARISON = "Y" OR "N".

       ACCEPT-PRINT-COMPARISON.
           DISPLAY "PRINT THIS COMPARISON FOR THE OFFER FILE (Y/N)?".
           ACCEPT PRINT-COMPARISON.
           INSPECT PRINT-COMPARISON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PRINT-COMPARISON.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-PRINT-COMPARISON.

       ENTER-OFFER-REFERENCE.
           PERFORM ACCEPT-OFFER-REFERENCE.
           PERFORM RE-ACCEPT-OFFER-REFERENCE
               UNTIL OFFER-REFERENCE NOT = SPACE.

       ACCEPT-OFFER-REFERENCE.
           DISPLAY "ENTER THE CANDIDATE OR PURPOSE FOR THE PRINTOUT".
           MOVE SPACE TO OFFER-REFERENCE.
           ACCEPT OFFER-REFERENCE.

       RE-ACCEPT-OFFER-REFERENCE.
           DISPLAY "A REFERENCE MUST BE ENTERED".
           PERFORM ACCEPT-OFFER-REFERENCE.

       PRINT-THE-COMPARISON.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           PERFORM BUILD-TODAY-DATUM-TEXT.
           MOVE TODAY-DATUM-TEXT TO HL-DATUM.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE OFFER-REFERENCE TO HL-REFERENCE.
           MOVE HEADER-LINE-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Y" TO PRINTING-COMPARISON.
           PERFORM PUT-THE-COMPARISON.
           MOVE "N" TO PRINTING-COMPARISON.
           CLOSE REPORT-FILE.

       BUILD-TODAY-DATUM-TEXT.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.

       FILE-REPORT-IN-CATALOG.
           MOVE "GROSS-NET-CALCULATOR" TO CATALOG-PROGRAM-NAME.
           MOVE "GROSS-NET-COMPARISON" TO CATALOG-REPORT-FILE.
           MOVE OFFER-REFERENCE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM GROSS-NET-CALCULATOR.
