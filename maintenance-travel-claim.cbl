      ******************************************************************
      * Capture, List, Withdraw - TRAVEL-CLAIM (business trip claims)
      * A clerk captures a worker's business trip here - dates,
      * destination, kilometres driven, the receipts total and the
      * per-diem days - and the claim routes to the worker's
      * CHIEF-ID for a decision in APPROVE-TRAVEL-CLAIMS. The
      * tax-free per-diem allowance is priced off the
      * PER-DIEM-RATE-FILE by hours away and the mileage at the
      * flat rate per kilometre, once, at capture. A claim still
      * pending may be withdrawn; a decided claim stays on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-TRAVEL-CLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-travel-claim.cbl".
           COPY "select-per-diem-rate.cbl".
           COPY "select-arbeiter.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-travel-claim.cbl".
           COPY "fd-per-diem-rate.cbl".
           COPY "fd-arbeiter.cbl".

       WORKING-STORAGE SECTION.
       77  TRAVEL-CLAIM-FILE-STATUS PIC XX.
       77  PER-DIEM-RATE-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  RATE-FILE-MISSING     PIC X VALUE "N".
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINT-TRAVEL-CLAIM".
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 3.

       77  THE-MODE           PIC X(8).
       77  OK-TO-DELETE       PIC X.
       77  RECORD-FOUND       PIC X.
       77  WORKER-FOUND       PIC X.
       77  CLAIM-AT-END       PIC X.
       77  RATE-AT-END        PIC X.
       77  CLAIMS-LISTED-COUNT PIC 9(3).
       77  SAVE-TV-ARBEITER-ID PIC 9(6).
       77  NEXT-CLAIM-NUMBER  PIC 9(3).
       77  TV-ARBEITER-ID-FIELD PIC Z(6).
       77  TV-CLAIM-NUMBER-FIELD PIC Z(3).
       77  TV-NUMBER-FIELD    PIC Z(5).
       77  TV-AMOUNT-FIELD    PIC Z(5).ZZ.
       77  TV-TOTAL-FIELD     PIC Z(7).ZZ.
       77  TODAY-DATUM-PART   PIC 9(8).
       77  TODAY-DATUM-TEXT   PIC X(10).

      ******************************************************************
      *    Per-diem pricing - BAND-HOURS in, the daily rate of the
      *    highest band it reaches out in BAND-RATE. The mileage
      *    allowance is the statutory flat rate per kilometre.
      ******************************************************************
       77  BAND-HOURS          PIC 9(2).
       77  BAND-RATE           PIC 9(3)V99.
       77  FULL-DAY-RATE       PIC 9(3)V99.
       77  PART-DAY-RATE       PIC 9(3)V99.
       77  MILEAGE-RATE-PER-KM PIC 9V99 VALUE 0.30.

       77  DATUM-TO-CHECK     PIC X(10).
       77  DATUM-VALID        PIC X.
       77  DATUM-YEAR         PIC 9(4).
       77  DATUM-MONTH        PIC 99.
       77  DATUM-DAY          PIC 99.
       77  DAYS-IN-MONTH      PIC 99.
       77  IS-LEAP-YEAR       PIC X.
       77  DATUM-DIVIDE-QUOT  PIC 9(4).
       77  DATUM-DIVIDE-REM   PIC 9(4).

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y"
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM OPEN-TRAVEL-CLAIM-FILE.
           OPEN INPUT PER-DIEM-RATE-FILE.
           IF PER-DIEM-RATE-FILE-STATUS = "35"
               MOVE "Y" TO RATE-FILE-MISSING
               DISPLAY "PER-DIEM TABLE NOT SET UP - CLAIMS ARE "
                   "CAPTURED WITH NO PER-DIEM ALLOWANCE".
           OPEN INPUT ARBEITER-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.

      ******************************************************************
      *    The claim file is created by the first session - status
      *    "35" on the I-O open means it is not on disk yet.
      ******************************************************************
       OPEN-TRAVEL-CLAIM-FILE.
           OPEN I-O TRAVEL-CLAIM-FILE.
           IF TRAVEL-CLAIM-FILE-STATUS = "35"
               OPEN OUTPUT TRAVEL-CLAIM-FILE
               CLOSE TRAVEL-CLAIM-FILE
               OPEN I-O TRAVEL-CLAIM-FILE.

      ******************************************************************
      *    Operator sign-on - password, lockout and sign-on logging
      *    all live in the shared SIGNON-OPERATOR subprogram.
      ******************************************************************
       CHECK-OPERATOR-LOGIN.
           CALL "SIGNON-OPERATOR" USING SIGNON-PROGRAM-NAME
                                        THIS-OPERATOR-ID
                                        THIS-OPERATOR-IS-SUPERVISOR
                                        SIGNON-OK.
           IF SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS".

       CLOSING-PROCEDURE.
           CLOSE TRAVEL-CLAIM-FILE.
           IF RATE-FILE-MISSING NOT = "Y"
               CLOSE PER-DIEM-RATE-FILE.
           CLOSE ARBEITER-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

      ******************************************************************
      *    MENU
      ******************************************************************
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  CAPTURE A TRAVEL CLAIM".
           DISPLAY "          2.  LIST A WORKER'S CLAIMS".
           DISPLAY "          3.  WITHDRAW A PENDING CLAIM".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM CAPTURE-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM WITHDRAW-MODE.

      ******************************************************************
      *    CAPTURE - the worker must exist and not be inactive; the
      *    department and CHIEF-ID at capture time are what the
      *    claim is charged and routed to.
      ******************************************************************
       CAPTURE-MODE.
           MOVE "CAPTURE" TO THE-MODE.
           PERFORM GET-WORKER-FOR-CLAIM.
           PERFORM CAPTURE-RECORDS
               UNTIL TV-ARBEITER-ID = ZERO.

       GET-WORKER-FOR-CLAIM.
           PERFORM INIT-CLAIM-RECORD.
           PERFORM ENTER-TV-ARBEITER-ID.
           MOVE "N" TO WORKER-FOUND.
           PERFORM FIND-WORKER-FOR-CLAIM
               UNTIL WORKER-FOUND = "Y" OR TV-ARBEITER-ID = ZERO.

       FIND-WORKER-FOR-CLAIM.
           PERFORM CHECK-WORKER-ON-FILE.
           IF WORKER-FOUND = "N"
               PERFORM ENTER-TV-ARBEITER-ID.

       CHECK-WORKER-ON-FILE.
           MOVE TV-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y" AND ARBEITER-IS-INACTIVE
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "N"
               DISPLAY "NO ACTIVE WORKER WITH THAT ARBEITER ID".

       CAPTURE-RECORDS.
           PERFORM FIND-NEXT-CLAIM-NUMBER.
           MOVE NEXT-CLAIM-NUMBER TO TV-CLAIM-NUMBER.
           DISPLAY "CLAIM NUMBER " TV-CLAIM-NUMBER.
           PERFORM ENTER-TV-DESTINATION.
           PERFORM ENTER-TV-FROM-DATE.
           PERFORM ENTER-TV-TO-DATE.
           IF TV-TO-DATE = TV-FROM-DATE
               MOVE ZERO TO TV-FULL-DAYS
               MOVE 1 TO TV-PART-DAYS
               PERFORM ENTER-TV-PART-DAY-HOURS
           ELSE
               MOVE 2 TO TV-PART-DAYS
               MOVE ZERO TO TV-PART-DAY-HOURS
               PERFORM ENTER-TV-FULL-DAYS.
           PERFORM ENTER-TV-KILOMETRES.
           PERFORM ENTER-TV-RECEIPTS-AMOUNT.
           PERFORM ENTER-TV-PAY-VIA.
           PERFORM PRICE-THE-CLAIM.
           PERFORM STORE-THE-CLAIM.
           PERFORM GET-WORKER-FOR-CLAIM.

       STORE-THE-CLAIM.
           MOVE ARBEITER-ABTEILUNG-ID TO TV-ABTEILUNG-ID.
           MOVE CHIEF-ID TO TV-CHIEF-ID.
           MOVE "P" TO TV-STATUS.
           MOVE SPACE TO TV-SETTLED-PERIOD.
           MOVE THIS-OPERATOR-ID TO TV-REQUESTED-BY.
           MOVE TODAY-DATUM-TEXT TO TV-REQUEST-DATE.
           MOVE ZERO TO TV-DECIDED-BY.
           MOVE SPACE TO TV-DECIDED-DATE.
           PERFORM DISPLAY-ALL-FIELDS.
           WRITE TRAVEL-CLAIM-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING TRAVEL CLAIM"
               NOT INVALID KEY
               DISPLAY "CLAIM " TV-CLAIM-NUMBER " CAPTURED - "
                   "ROUTED TO CHIEF " TV-CHIEF-ID.

      ******************************************************************
      *    Pricing - full days away at the 24-hour band; the single
      *    day of a one-day trip at the band its hours reach; the
      *    departure and return days of an overnight trip at the
      *    lowest band that pays. Mileage at the flat rate.
      ******************************************************************
       PRICE-THE-CLAIM.
           MOVE ZERO TO FULL-DAY-RATE.
           MOVE ZERO TO PART-DAY-RATE.
           IF RATE-FILE-MISSING NOT = "Y"
               MOVE 24 TO BAND-HOURS
               PERFORM FIND-BAND-RATE
               MOVE BAND-RATE TO FULL-DAY-RATE
               IF TV-PART-DAYS = 1
                   MOVE TV-PART-DAY-HOURS TO BAND-HOURS
                   PERFORM FIND-BAND-RATE
                   MOVE BAND-RATE TO PART-DAY-RATE
               ELSE
                   PERFORM FIND-LOWEST-PAYING-RATE
                   MOVE BAND-RATE TO PART-DAY-RATE.
           COMPUTE TV-PER-DIEM-AMOUNT =
               TV-FULL-DAYS * FULL-DAY-RATE +
               TV-PART-DAYS * PART-DAY-RATE.
           COMPUTE TV-MILEAGE-AMOUNT ROUNDED =
               TV-KILOMETRES * MILEAGE-RATE-PER-KM.
           COMPUTE TV-TOTAL-AMOUNT = TV-PER-DIEM-AMOUNT +
               TV-MILEAGE-AMOUNT + TV-RECEIPTS-AMOUNT.

       FIND-BAND-RATE.
           MOVE ZERO TO BAND-RATE.
           PERFORM START-RATE-TABLE.
           IF RATE-AT-END NOT = "Y"
               PERFORM READ-NEXT-RATE
               PERFORM TAKE-ONE-BAND-IF-REACHED
                   UNTIL RATE-AT-END = "Y".

       TAKE-ONE-BAND-IF-REACHED.
           IF PDR-MIN-HOURS > BAND-HOURS
               MOVE "Y" TO RATE-AT-END
           ELSE
               MOVE PDR-DAILY-RATE TO BAND-RATE
               PERFORM READ-NEXT-RATE.

       FIND-LOWEST-PAYING-RATE.
           MOVE ZERO TO BAND-RATE.
           PERFORM START-RATE-TABLE.
           IF RATE-AT-END NOT = "Y"
               PERFORM READ-NEXT-RATE
               PERFORM TAKE-FIRST-PAYING-BAND
                   UNTIL RATE-AT-END = "Y".

       TAKE-FIRST-PAYING-BAND.
           IF PDR-DAILY-RATE > ZERO
               MOVE PDR-DAILY-RATE TO BAND-RATE
               MOVE "Y" TO RATE-AT-END
           ELSE
               PERFORM READ-NEXT-RATE.

       START-RATE-TABLE.
           MOVE ZERO TO PDR-MIN-HOURS.
           MOVE "N" TO RATE-AT-END.
           START PER-DIEM-RATE-FILE
               KEY IS NOT LESS THAN PDR-MIN-HOURS
               INVALID KEY
               MOVE "Y" TO RATE-AT-END.

       READ-NEXT-RATE.
           READ PER-DIEM-RATE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RATE-AT-END.

      ******************************************************************
      *    Next claim number for the worker - one past the highest
      *    on file under the worker's ID.
      ******************************************************************
       FIND-NEXT-CLAIM-NUMBER.
           MOVE TV-ARBEITER-ID TO SAVE-TV-ARBEITER-ID.
           MOVE 1 TO NEXT-CLAIM-NUMBER.
           MOVE ZERO TO TV-CLAIM-NUMBER.
           MOVE "N" TO CLAIM-AT-END.
           START TRAVEL-CLAIM-FILE
               KEY IS NOT LESS THAN TV-CLAIM-KEY
               INVALID KEY
               MOVE "Y" TO CLAIM-AT-END.
           IF CLAIM-AT-END NOT = "Y"
               PERFORM READ-NEXT-CLAIM-RECORD
               PERFORM TRACK-HIGHEST-CLAIM-NUMBER
                   UNTIL CLAIM-AT-END = "Y".
           PERFORM INIT-CLAIM-RECORD.
           MOVE SAVE-TV-ARBEITER-ID TO TV-ARBEITER-ID.

       TRACK-HIGHEST-CLAIM-NUMBER.
           IF TV-ARBEITER-ID NOT = SAVE-TV-ARBEITER-ID
               MOVE "Y" TO CLAIM-AT-END
           ELSE
               COMPUTE NEXT-CLAIM-NUMBER = TV-CLAIM-NUMBER + 1
               PERFORM READ-NEXT-CLAIM-RECORD.

       READ-NEXT-CLAIM-RECORD.
           READ TRAVEL-CLAIM-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CLAIM-AT-END.

      ******************************************************************
      *    LIST - a worker's claims off the primary key.
      ******************************************************************
       LIST-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM INIT-CLAIM-RECORD.
           PERFORM ENTER-TV-ARBEITER-ID.
           PERFORM LIST-RECORDS
               UNTIL TV-ARBEITER-ID = ZERO.

       LIST-RECORDS.
           PERFORM LIST-WORKER-CLAIMS.
           PERFORM ENTER-TV-ARBEITER-ID.

       LIST-WORKER-CLAIMS.
           MOVE TV-ARBEITER-ID TO SAVE-TV-ARBEITER-ID.
           MOVE ZERO TO CLAIMS-LISTED-COUNT.
           MOVE ZERO TO TV-CLAIM-NUMBER.
           MOVE "N" TO CLAIM-AT-END.
           START TRAVEL-CLAIM-FILE
               KEY IS NOT LESS THAN TV-CLAIM-KEY
               INVALID KEY
               MOVE "Y" TO CLAIM-AT-END.
           IF CLAIM-AT-END NOT = "Y"
               PERFORM READ-NEXT-CLAIM-RECORD
               PERFORM LIST-ONE-IF-MATCH
                   UNTIL CLAIM-AT-END = "Y".
           IF CLAIMS-LISTED-COUNT = ZERO
               DISPLAY "NO CLAIMS ON FILE FOR THAT WORKER".
           MOVE SAVE-TV-ARBEITER-ID TO TV-ARBEITER-ID.

       LIST-ONE-IF-MATCH.
           IF TV-ARBEITER-ID NOT = SAVE-TV-ARBEITER-ID
               MOVE "Y" TO CLAIM-AT-END
           ELSE
               PERFORM DISPLAY-ALL-FIELDS
               ADD 1 TO CLAIMS-LISTED-COUNT
               PERFORM READ-NEXT-CLAIM-RECORD.

      ******************************************************************
      *    WITHDRAW - only a claim nobody has decided yet.
      ******************************************************************
       WITHDRAW-MODE.
           MOVE "WITHDRAW" TO THE-MODE.
           PERFORM GET-CLAIM-RECORD.
           PERFORM WITHDRAW-RECORDS
               UNTIL TV-ARBEITER-ID = ZERO.

       WITHDRAW-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF NOT TV-IS-PENDING
               DISPLAY "ONLY A PENDING CLAIM CAN BE WITHDRAWN"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   DELETE TRAVEL-CLAIM-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING TRAVEL CLAIM".
           PERFORM GET-CLAIM-RECORD.

       GET-CLAIM-RECORD.
           PERFORM INIT-CLAIM-RECORD.
           PERFORM ENTER-TV-ARBEITER-ID.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-CLAIM-RECORD
               UNTIL RECORD-FOUND = "Y" OR TV-ARBEITER-ID = ZERO.

       FIND-CLAIM-RECORD.
           PERFORM ENTER-TV-CLAIM-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ TRAVEL-CLAIM-FILE RECORD
               WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               DISPLAY "NO CLAIM ON FILE FOR THAT WORKER AND NUMBER"
               PERFORM ENTER-TV-ARBEITER-ID.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "WITHDRAW THIS CLAIM (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-DELETE.

      ******************************************************************
      *    Field entry
      ******************************************************************
       INIT-CLAIM-RECORD.
           MOVE SPACE TO TRAVEL-CLAIM-RECORD.
           MOVE ZERO TO TV-ARBEITER-ID.
           MOVE ZERO TO TV-CLAIM-NUMBER.
           MOVE ZERO TO TV-KILOMETRES.
           MOVE ZERO TO TV-RECEIPTS-AMOUNT.
           MOVE ZERO TO TV-PER-DIEM-AMOUNT.
           MOVE ZERO TO TV-MILEAGE-AMOUNT.
           MOVE ZERO TO TV-TOTAL-AMOUNT.

       ENTER-TV-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " A CLAIM (1-999999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           MOVE ZERO TO TV-ARBEITER-ID-FIELD.
           ACCEPT TV-ARBEITER-ID-FIELD.
           MOVE TV-ARBEITER-ID-FIELD TO TV-ARBEITER-ID.

       ENTER-TV-CLAIM-NUMBER.
           PERFORM ACCEPT-TV-CLAIM-NUMBER.
           PERFORM RE-ACCEPT-TV-CLAIM-NUMBER
               UNTIL TV-CLAIM-NUMBER > ZERO.

       ACCEPT-TV-CLAIM-NUMBER.
           DISPLAY "ENTER CLAIM NUMBER (1-999)".
           MOVE ZERO TO TV-CLAIM-NUMBER-FIELD.
           ACCEPT TV-CLAIM-NUMBER-FIELD.
           MOVE TV-CLAIM-NUMBER-FIELD TO TV-CLAIM-NUMBER.

       RE-ACCEPT-TV-CLAIM-NUMBER.
           DISPLAY "CLAIM NUMBER MUST BE 1-999".
           PERFORM ACCEPT-TV-CLAIM-NUMBER.

       ENTER-TV-DESTINATION.
           PERFORM ACCEPT-TV-DESTINATION.
           PERFORM RE-ACCEPT-TV-DESTINATION
               UNTIL TV-DESTINATION NOT = SPACE.

       ACCEPT-TV-DESTINATION.
           DISPLAY "ENTER DESTINATION".
           MOVE SPACE TO TV-DESTINATION.
           ACCEPT TV-DESTINATION.
           INSPECT TV-DESTINATION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TV-DESTINATION.
           DISPLAY "DESTINATION MUST BE ENTERED".
           PERFORM ACCEPT-TV-DESTINATION.

       ENTER-TV-FROM-DATE.
           PERFORM ACCEPT-TV-FROM-DATE.
           PERFORM RE-ACCEPT-TV-FROM-DATE
               UNTIL DATUM-VALID = "Y".

       ACCEPT-TV-FROM-DATE.
           DISPLAY "ENTER DEPARTURE DATE IN FORMAT YYYY-MM-DD".
           ACCEPT TV-FROM-DATE.
           MOVE TV-FROM-DATE TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.

       RE-ACCEPT-TV-FROM-DATE.
           PERFORM ACCEPT-TV-FROM-DATE.

       ENTER-TV-TO-DATE.
           PERFORM ACCEPT-TV-TO-DATE.
           PERFORM RE-ACCEPT-TV-TO-DATE
               UNTIL DATUM-VALID = "Y".

       ACCEPT-TV-TO-DATE.
           DISPLAY "ENTER RETURN DATE IN FORMAT YYYY-MM-DD".
           ACCEPT TV-TO-DATE.
           MOVE TV-TO-DATE TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y" AND TV-TO-DATE < TV-FROM-DATE
               MOVE "N" TO DATUM-VALID
               DISPLAY "RETURN DATE CANNOT BE BEFORE DEPARTURE".

       RE-ACCEPT-TV-TO-DATE.
           PERFORM ACCEPT-TV-TO-DATE.

       ENTER-TV-PART-DAY-HOURS.
           PERFORM ACCEPT-TV-PART-DAY-HOURS.
           PERFORM RE-ACCEPT-TV-PART-DAY-HOURS
               UNTIL TV-PART-DAY-HOURS > ZERO AND
               TV-PART-DAY-HOURS NOT > 24.

       ACCEPT-TV-PART-DAY-HOURS.
           DISPLAY "ONE-DAY TRIP - ENTER HOURS AWAY (1-24)".
           MOVE ZERO TO TV-NUMBER-FIELD.
           ACCEPT TV-NUMBER-FIELD.
           MOVE TV-NUMBER-FIELD TO TV-PART-DAY-HOURS.

       RE-ACCEPT-TV-PART-DAY-HOURS.
           DISPLAY "HOURS MUST BE 1-24".
           PERFORM ACCEPT-TV-PART-DAY-HOURS.

       ENTER-TV-FULL-DAYS.
           DISPLAY "OVERNIGHT TRIP - ENTER NUMBER OF FULL 24-HOUR".
           DISPLAY "DAYS AWAY BETWEEN DEPARTURE AND RETURN DAY".
           MOVE ZERO TO TV-NUMBER-FIELD.
           ACCEPT TV-NUMBER-FIELD.
           MOVE TV-NUMBER-FIELD TO TV-FULL-DAYS.

       ENTER-TV-KILOMETRES.
           DISPLAY "ENTER KILOMETRES DRIVEN IN OWN CAR (0 IF NONE)".
           MOVE ZERO TO TV-NUMBER-FIELD.
           ACCEPT TV-NUMBER-FIELD.
           MOVE TV-NUMBER-FIELD TO TV-KILOMETRES.

       ENTER-TV-RECEIPTS-AMOUNT.
           DISPLAY "ENTER RECEIPTS TOTAL (TICKETS, HOTEL, ETC.)".
           MOVE ZERO TO TV-AMOUNT-FIELD.
           ACCEPT TV-AMOUNT-FIELD.
           MOVE TV-AMOUNT-FIELD TO TV-RECEIPTS-AMOUNT.

       ENTER-TV-PAY-VIA.
           PERFORM ACCEPT-TV-PAY-VIA.
           PERFORM RE-ACCEPT-TV-PAY-VIA
               UNTIL TV-PAY-BY-PAYROLL OR TV-PAY-BY-TRANSFER.

       ACCEPT-TV-PAY-VIA.
           DISPLAY "REIMBURSE WITH THE NEXT PAYROLL (P) OR AS A".
           DISPLAY "SEPARATE BANK TRANSFER (T)?".
           ACCEPT TV-PAY-VIA.
           INSPECT TV-PAY-VIA
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TV-PAY-VIA.
           DISPLAY "YOU MUST ENTER P OR T".
           PERFORM ACCEPT-TV-PAY-VIA.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " TV-ARBEITER-ID
               "   CLAIM: " TV-CLAIM-NUMBER.
           DISPLAY "   DESTINATION: " TV-DESTINATION.
           DISPLAY "   FROM: " TV-FROM-DATE " TO: " TV-TO-DATE.
           DISPLAY "   FULL DAYS: " TV-FULL-DAYS
               "   PART DAYS: " TV-PART-DAYS.
           IF TV-PART-DAY-HOURS > ZERO
               DISPLAY "   HOURS AWAY: " TV-PART-DAY-HOURS.
           DISPLAY "   KILOMETRES: " TV-KILOMETRES.
           MOVE TV-PER-DIEM-AMOUNT TO TV-AMOUNT-FIELD.
           DISPLAY "   PER-DIEM (TAX-FREE): " TV-AMOUNT-FIELD.
           MOVE TV-MILEAGE-AMOUNT TO TV-AMOUNT-FIELD.
           DISPLAY "   MILEAGE:             " TV-AMOUNT-FIELD.
           MOVE TV-RECEIPTS-AMOUNT TO TV-AMOUNT-FIELD.
           DISPLAY "   RECEIPTS:            " TV-AMOUNT-FIELD.
           MOVE TV-TOTAL-AMOUNT TO TV-TOTAL-FIELD.
           DISPLAY "   TOTAL CLAIMED:     " TV-TOTAL-FIELD.
           DISPLAY "   PAY VIA (P/T): " TV-PAY-VIA
               "   STATUS (P/A/R/S): " TV-STATUS.
           IF TV-IS-SETTLED
               DISPLAY "   SETTLED IN PERIOD " TV-SETTLED-PERIOD.
           IF TV-DECIDED-BY > ZERO
               DISPLAY "   DECIDED BY " TV-DECIDED-BY
                   " ON " TV-DECIDED-DATE.
           DISPLAY " ".

      ******************************************************************
      *    A real calendar-date check - same rules as EINSTELL-DATUM
      *    in MAINTENANCE-ARBEITER, applied to DATUM-TO-CHECK.
      ******************************************************************
       VALIDATE-DATUM-FORMAT.
           MOVE "Y" TO DATUM-VALID.
           IF DATUM-TO-CHECK(5:1) NOT = "-" OR
               DATUM-TO-CHECK(8:1) NOT = "-"
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
           IF DATUM-TO-CHECK(1:4) IS NOT NUMERIC OR
               DATUM-TO-CHECK(6:2) IS NOT NUMERIC OR
               DATUM-TO-CHECK(9:2) IS NOT NUMERIC
               MOVE "N" TO DATUM-VALID
               DISPLAY "DATE MUST BE IN FORMAT YYYY-MM-DD"
           ELSE
               MOVE DATUM-TO-CHECK(1:4) TO DATUM-YEAR
               MOVE DATUM-TO-CHECK(6:2) TO DATUM-MONTH
               MOVE DATUM-TO-CHECK(9:2) TO DATUM-DAY
               PERFORM VALIDATE-DATUM-MONTH-AND-DAY.

       VALIDATE-DATUM-MONTH-AND-DAY.
           IF DATUM-MONTH < 1 OR DATUM-MONTH > 12
               MOVE "N" TO DATUM-VALID
               DISPLAY "MONTH MUST BE 01-12"
           ELSE
               PERFORM FIND-DAYS-IN-DATUM-MONTH
               IF DATUM-DAY < 1 OR DATUM-DAY > DAYS-IN-MONTH
                   MOVE "N" TO DATUM-VALID
                   DISPLAY "DAY IS NOT VALID FOR THAT MONTH".

       FIND-DAYS-IN-DATUM-MONTH.
           MOVE DAYS-PER-MONTH-ENTRY(DATUM-MONTH) TO DAYS-IN-MONTH.
           IF DATUM-MONTH = 2
               PERFORM DETERMINE-LEAP-YEAR
               IF IS-LEAP-YEAR = "Y"
                   MOVE 29 TO DAYS-IN-MONTH.

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

       END PROGRAM MAINTENANCE-TRAVEL-CLAIM.
