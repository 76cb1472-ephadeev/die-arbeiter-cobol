      * when it would overdraw the year. Changing an existing
      * booking warns about an overdraw but is not refused, so a
      * correction is never blocked.
      * Time off against the working-time account (type Z) is
      * priced in hours - the days times 8 hours pro-rated by
      * TEILZEIT-PROZENT - and debited from TIME-ACCOUNT-FILE. A
      * new booking is refused when the worker has no account or
      * not enough hours in it; a change moves the difference and
      * only warns if the account goes negative.
      * Maternity protection (type M) is keyed from the expected
      * delivery date - the period runs from six weeks before it to
      * eight weeks after (twelve after a premature or multiple
      * birth, or for a child with a disability) and is worked out
      * here, not keyed. Parental leave (type E) is keyed from and
      * to like any other absence. Neither touches the vacation
      * balance directly, but each full calendar month of parental
      * leave in a year takes a twelfth off that year's entitlement
      * through CALC-PARENTAL-LEAVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-URLAUB.
           COPY "select-arbeiter.cbl".
           COPY "select-entitlement.cbl".
           COPY "select-holiday.cbl".
           COPY "select-time-account.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-entitlement.cbl".
           COPY "fd-holiday.cbl".
           COPY "fd-time-account.cbl".

       WORKING-STORAGE SECTION.
       77  URLAUB-FILE-STATUS    PIC XX.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "MAINTENANCE-URLAUB".
       77  SCOPE-WORKER-ON-FILE  PIC X.
       77  MENU-PICK PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 3.

       77  USABLE-DAYS        PIC 9(3).
       77  VACATION-DAYS-TAKEN PIC 9(3).
       77  REMAINING-DAYS     PIC S9(3).
       77  PARENTAL-REDUCTION PIC 9(3).
       01  SAVE-URLAUB-RECORD PIC X(40).

       77  SPECIAL-BIRTH      PIC X.
       77  WEEKS-AFTER-DELIVERY PIC 99.
       77  SHIFT-DAYS         PIC 9(3).

       77  TIME-ACCOUNT-FILE-STATUS PIC XX.
       77  TIME-ACCOUNT-FILE-MISSING PIC X VALUE "N".
       77  TIME-ACCOUNT-FOUND PIC X.
       77  HOURS-PER-DAY      PIC 99 VALUE 8.
       77  TIME-OFF-HOURS     PIC 9(4)V99.
       77  OLD-TIME-OFF-HOURS PIC 9(4)V99.

       77  HOLIDAY-FILE-STATUS PIC XX.
       77  HOLIDAY-FILE-MISSING PIC X VALUE "N".
       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

           COPY "scope-request.cbl".
           COPY "parental-leave-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT ARBEITER-FILE.
           PERFORM OPEN-ENTITLEMENT-FILE.
           PERFORM OPEN-HOLIDAY-FILE.
           PERFORM OPEN-TIME-ACCOUNT-FILE.
           PERFORM CHECK-OPERATOR-LOGIN.

      ******************************************************************
               DISPLAY "HOLIDAY CALENDAR NOT SET UP - ONLY "
                   "WEEKENDS ARE EXCLUDED".

      ******************************************************************
      *    No TIME-ACCOUNT-FILE (status "35") means nobody has a
      *    working-time account yet - time off against one is then
      *    refused.
      ******************************************************************
       OPEN-TIME-ACCOUNT-FILE.
           OPEN I-O TIME-ACCOUNT-FILE.
           IF TIME-ACCOUNT-FILE-STATUS = "35"
               MOVE "Y" TO TIME-ACCOUNT-FILE-MISSING.

       CLOSING-PROCEDURE.
           CLOSE URLAUB-FILE.
           CLOSE ARBEITER-FILE.
               CLOSE ENTITLEMENT-FILE.
           IF HOLIDAY-FILE-MISSING NOT = "Y"
               CLOSE HOLIDAY-FILE.
           IF TIME-ACCOUNT-FILE-MISSING NOT = "Y"
               CLOSE TIME-ACCOUNT-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           IF WORKER-FOUND = "N"
               DISPLAY "NO ACTIVE WORKER WITH THAT ARBEITER ID".

      ******************************************************************
      *    The type comes first on an add - a maternity protection
      *    period is worked out from the expected delivery date
      *    rather than keyed from and to.
      ******************************************************************
       ADD-RECORDS.
           PERFORM ENTER-UR-ART.
           IF UR-IS-MATERNITY
               PERFORM ENTER-MATERNITY-PERIOD
           ELSE
               PERFORM ENTER-UR-VON-DATUM
               PERFORM ENTER-UR-BIS-DATUM.
           PERFORM ENTER-UR-TAGE.
           PERFORM CHECK-VACATION-BALANCE.
           IF BALANCE-OK = "Y"
               PERFORM WRITE-URLAUB-RECORD
               DISPLAY "BOOKING REFUSED - NOTHING WAS WRITTEN".
           PERFORM GET-WORKER-FOR-ABSENCE.

      ******************************************************************
      *    CHANGE - the record is picked by worker plus from-date,
      *    the two parts of the primary key.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           MOVE ZERO TO OLD-TIME-OFF-HOURS.
           IF UR-IS-TIME-OFF
               PERFORM COMPUTE-TIME-OFF-HOURS
               MOVE TIME-OFF-HOURS TO OLD-TIME-OFF-HOURS.
           IF WHICH-FIELD = 1
               PERFORM CHANGE-UR-ART.
           IF WHICH-FIELD = 2
               IF UR-IS-MATERNITY
                   PERFORM CHANGE-MATERNITY-END
               ELSE
                   PERFORM ENTER-UR-BIS-DATUM.
           IF WHICH-FIELD = 3
               PERFORM ENTER-UR-TAGE.
           PERFORM REWRITE-URLAUB-RECORD.
           MOVE ZERO TO UR-TAGE.

       ENTER-UR-ARBEITER-ID.
           PERFORM ACCEPT-UR-ARBEITER-ID.
           PERFORM RE-ACCEPT-UR-ARBEITER-ID
               UNTIL SCOPE-OK = "Y".

       ACCEPT-UR-ARBEITER-ID.
           DISPLAY " ".
           DISPLAY "ENTER ARBEITER ID".
           DISPLAY "TO " THE-MODE " AN ABSENCE (1-999999)".
           MOVE ZERO TO UR-ARBEITER-ID-FIELD.
           ACCEPT UR-ARBEITER-ID-FIELD.
           MOVE UR-ARBEITER-ID-FIELD TO UR-ARBEITER-ID.
           MOVE UR-ARBEITER-ID TO SCOPE-ARBEITER-ID.
           PERFORM CHECK-WORKER-IN-SCOPE.

       RE-ACCEPT-UR-ARBEITER-ID.
           PERFORM ACCEPT-UR-ARBEITER-ID.

      ******************************************************************
      *    Department scope - an operator who is not a supervisor
      *    may only work on workers in the departments granted to
      *    them; CHECK-OPERATOR-SCOPE shows and logs a refusal. An
      *    ID not on the master file is left to the checks further
      *    on.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "Y" TO SCOPE-OK.
           IF SCOPE-ARBEITER-ID NOT = ZERO
               MOVE SCOPE-ARBEITER-ID TO ARBEITER-ID
               MOVE "Y" TO SCOPE-WORKER-ON-FILE
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO SCOPE-WORKER-ON-FILE
               END-READ
               IF SCOPE-WORKER-ON-FILE = "Y"
                   MOVE "O" TO SCOPE-FUNCTION
                   MOVE SIGNON-PROGRAM-NAME TO SCOPE-PROGRAM-NAME
                   MOVE THIS-OPERATOR-ID TO SCOPE-OPERATOR-ID
                   MOVE THIS-OPERATOR-IS-SUPERVISOR
                       TO SCOPE-SUPERVISOR-FLAG
                   MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID
                   CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       ENTER-UR-VON-DATUM.
           DISPLAY "ENTER ABSENT-FROM DATE IN FORMAT YYYY-MM-DD".
       ENTER-UR-ART.
           PERFORM ACCEPT-UR-ART.
           PERFORM RE-ACCEPT-UR-ART
               UNTIL UR-ART = "V" OR "S" OR "U" OR "Z" OR "M" OR "E".

       ACCEPT-UR-ART.
           DISPLAY "ENTER ABSENCE TYPE -".
           DISPLAY "V = VACATION, S = SICK, U = UNPAID,".
           DISPLAY "Z = TIME OFF FROM THE WORKING-TIME ACCOUNT,".
           DISPLAY "M = MATERNITY PROTECTION, E = PARENTAL LEAVE".
           ACCEPT UR-ART.
           INSPECT UR-ART
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-UR-ART.
           DISPLAY "YOU MUST ENTER V, S, U, Z, M OR E".
           PERFORM ACCEPT-UR-ART.

      ******************************************************************
      *    A changed type keeps the from-date (it is part of the
      *    key). Changing to maternity protection takes the expected
      *    delivery date for the end of the period; changing away
      *    from it drops the delivery date.
      ******************************************************************
       CHANGE-UR-ART.
           PERFORM ENTER-UR-ART.
           IF UR-IS-MATERNITY
               PERFORM CHANGE-MATERNITY-END
           ELSE
               MOVE SPACE TO UR-ENTBINDUNG-DATUM.

      ******************************************************************
      *    Maternity protection - six weeks before the expected
      *    delivery date to eight weeks after it, twelve weeks after
      *    for a premature or multiple birth or a child with a
      *    disability. The day of delivery belongs to the period
      *    after the birth.
      ******************************************************************
       ENTER-MATERNITY-PERIOD.
           PERFORM ENTER-UR-ENTBINDUNG-DATUM.
           PERFORM ENTER-SPECIAL-BIRTH.
           PERFORM LOAD-WALK-FROM-DELIVERY.
           PERFORM RETREAT-ONE-DAY 42 TIMES.
           PERFORM BUILD-WD-DATE-TEXT.
           MOVE WD-DATE-TEXT TO UR-VON-DATUM.
           PERFORM DERIVE-MATERNITY-END.

      ******************************************************************
      *    On a change the start of the period stays where it was
      *    keyed (it is part of the key) - only the end moves, for
      *    instance once the real delivery date is known.
      ******************************************************************
       CHANGE-MATERNITY-END.
           PERFORM ENTER-UR-ENTBINDUNG-DATUM.
           PERFORM ENTER-SPECIAL-BIRTH.
           PERFORM DERIVE-MATERNITY-END.
           IF UR-BIS-DATUM < UR-VON-DATUM
               MOVE UR-VON-DATUM TO UR-BIS-DATUM.
           PERFORM ENTER-UR-TAGE.

       DERIVE-MATERNITY-END.
           PERFORM LOAD-WALK-FROM-DELIVERY.
           COMPUTE SHIFT-DAYS = WEEKS-AFTER-DELIVERY * 7 - 1.
           PERFORM ADVANCE-ONE-DAY SHIFT-DAYS TIMES.
           PERFORM BUILD-WD-DATE-TEXT.
           MOVE WD-DATE-TEXT TO UR-BIS-DATUM.
           DISPLAY "PROTECTION PERIOD " UR-VON-DATUM " TO "
               UR-BIS-DATUM.

       ENTER-UR-ENTBINDUNG-DATUM.
           PERFORM ACCEPT-UR-ENTBINDUNG-DATUM.
           PERFORM RE-ACCEPT-UR-ENTBINDUNG-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-UR-ENTBINDUNG-DATUM.
           DISPLAY "ENTER EXPECTED DELIVERY DATE IN FORMAT "
               "YYYY-MM-DD".
           ACCEPT UR-ENTBINDUNG-DATUM.
           MOVE UR-ENTBINDUNG-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.

       RE-ACCEPT-UR-ENTBINDUNG-DATUM.
           PERFORM ACCEPT-UR-ENTBINDUNG-DATUM.

       ENTER-SPECIAL-BIRTH.
           PERFORM ACCEPT-SPECIAL-BIRTH.
           PERFORM RE-ACCEPT-SPECIAL-BIRTH
               UNTIL SPECIAL-BIRTH = "Y" OR "N".
           IF SPECIAL-BIRTH = "Y"
               MOVE 12 TO WEEKS-AFTER-DELIVERY
           ELSE
               MOVE 8 TO WEEKS-AFTER-DELIVERY.

       ACCEPT-SPECIAL-BIRTH.
           DISPLAY "PREMATURE OR MULTIPLE BIRTH, OR A CHILD WITH A "
               "DISABILITY (Y/N)?".
           ACCEPT SPECIAL-BIRTH.
           INSPECT SPECIAL-BIRTH
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SPECIAL-BIRTH.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-SPECIAL-BIRTH.

       LOAD-WALK-FROM-DELIVERY.
           MOVE UR-ENTBINDUNG-DATUM(1:4) TO WD-YEAR.
           MOVE UR-ENTBINDUNG-DATUM(6:2) TO WD-MONTH.
           MOVE UR-ENTBINDUNG-DATUM(9:2) TO WD-DAY.

       BUILD-WD-DATE-TEXT.
           MOVE SPACE TO WD-DATE-TEXT.
           STRING
               WD-YEAR  DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-MONTH DELIMITED BY SIZE
               "-"      DELIMITED BY SIZE
               WD-DAY   DELIMITED BY SIZE
               INTO WD-DATE-TEXT.

      ******************************************************************
      *    The to-date must be a real calendar date and not before
      *    the from-date - YYYY-MM-DD compares correctly as text.
               UNTIL WALK-DONE = "Y".

       COUNT-ONE-CALENDAR-DAY.
           PERFORM BUILD-WD-DATE-TEXT.
           IF WD-DATE-TEXT > UR-BIS-DATUM
               MOVE "Y" TO WALK-DONE
           ELSE
                   MOVE 1 TO WD-MONTH
                   ADD 1 TO WD-YEAR.

       RETREAT-ONE-DAY.
           SUBTRACT 1 FROM WD-DAY.
           IF WD-DAY = ZERO
               SUBTRACT 1 FROM WD-MONTH
               IF WD-MONTH = ZERO
                   MOVE 12 TO WD-MONTH
                   SUBTRACT 1 FROM WD-YEAR
               END-IF
               MOVE DAYS-PER-MONTH-ENTRY(WD-MONTH) TO WD-DAY
               IF WD-MONTH = 2
                   MOVE WD-YEAR TO DATUM-YEAR
                   PERFORM DETERMINE-LEAP-YEAR
                   IF IS-LEAP-YEAR = "Y"
                       MOVE 29 TO WD-DAY.

      ******************************************************************
      *    Vacation balance check - a new booking that would overdraw
      *    the worker's year is refused; a changed booking only warns.
      *    record for the booking's year (base days pro-rated by
      *    TEILZEIT-PROZENT plus carried days), or against the
      *    seniority rule PRINT-URLAUB-REPORT uses when no record is
      *    keyed. Sick, unpaid, maternity and parental absences
      *    never touch the balance; each full month of parental
      *    leave takes a twelfth off the base days.
      ******************************************************************
       CHECK-VACATION-BALANCE.
           MOVE "Y" TO BALANCE-OK.
           IF UR-IS-TIME-OFF
               PERFORM CHECK-TIME-ACCOUNT-BALANCE.
           IF UR-IS-VACATION
               PERFORM COMPUTE-VACATION-POSITION
               IF WORKER-FOUND = "Y" AND REMAINING-DAYS < ZERO
           DISPLAY "USABLE DAYS: " USABLE-DAYS
               "  ALREADY BOOKED: " VACATION-DAYS-TAKEN
               "  THIS BOOKING: " UR-TAGE.
           IF PARENTAL-REDUCTION > ZERO
               DISPLAY "(" PARENTAL-REDUCTION " DAYS OFF FOR "
                   PL-MONTHS " MONTHS OF PARENTAL LEAVE)".

      ******************************************************************
      *    The scan below re-reads URLAUB-FILE through the shared
               PERFORM FIND-WORKER-ENTITLEMENT
               PERFORM COUNT-VACATION-DAYS-TAKEN
               MOVE SAVE-URLAUB-RECORD TO URLAUB-RECORD
               PERFORM FIND-PARENTAL-REDUCTION
               COMPUTE USABLE-DAYS ROUNDED =
                   (WORKER-BASE-DAYS - PARENTAL-REDUCTION)
                   * TEILZEIT-PROZENT / 100
                   + WORKER-CARRIED-IN
               COMPUTE REMAINING-DAYS =
                   USABLE-DAYS - VACATION-DAYS-TAKEN - UR-TAGE.

      ******************************************************************
      *    A twelfth of the base days off for each full calendar
      *    month of parental leave in the booking's year.
      ******************************************************************
       FIND-PARENTAL-REDUCTION.
           MOVE UR-ARBEITER-ID TO PL-ARBEITER-ID.
           MOVE BOOKING-YEAR TO PL-YEAR.
           MOVE WORKER-BASE-DAYS TO PL-BASE-DAYS.
           CALL "CALC-PARENTAL-LEAVE" USING PARENTAL-LEAVE-REQUEST.
           MOVE PL-REDUCTION-DAYS TO PARENTAL-REDUCTION.

       FIND-WORKER-ENTITLEMENT.
           MOVE "N" TO ENTITLEMENT-ON-FILE.
           IF ENTITLEMENT-FILE-MISSING NOT = "Y"
           IF URLAUB-LIST-AT-END NOT = "Y"
               PERFORM READ-NEXT-URLAUB-RECORD.

      ******************************************************************
      *    Time off against the working-time account - the hours are
      *    the days at 8 hours, pro-rated by TEILZEIT-PROZENT.
      ******************************************************************
       COMPUTE-TIME-OFF-HOURS.
           MOVE UR-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y"
               COMPUTE TIME-OFF-HOURS ROUNDED =
                   UR-TAGE * HOURS-PER-DAY * TEILZEIT-PROZENT / 100
           ELSE
               COMPUTE TIME-OFF-HOURS = UR-TAGE * HOURS-PER-DAY.

       READ-WORKER-TIME-ACCOUNT.
           MOVE "N" TO TIME-ACCOUNT-FOUND.
           IF TIME-ACCOUNT-FILE-MISSING NOT = "Y"
               MOVE UR-ARBEITER-ID TO TA-ARBEITER-ID
               MOVE "Y" TO TIME-ACCOUNT-FOUND
               READ TIME-ACCOUNT-FILE RECORD
                   WITH LOCK
                   INVALID KEY
                   MOVE "N" TO TIME-ACCOUNT-FOUND.

       CHECK-TIME-ACCOUNT-BALANCE.
           PERFORM COMPUTE-TIME-OFF-HOURS.
           PERFORM READ-WORKER-TIME-ACCOUNT.
           IF TIME-ACCOUNT-FOUND NOT = "Y"
               MOVE "N" TO BALANCE-OK
               DISPLAY "THIS WORKER HAS NO WORKING-TIME ACCOUNT"
           ELSE
           IF TA-BALANCE < TIME-OFF-HOURS
               MOVE "N" TO BALANCE-OK
               DISPLAY "BOOKING WOULD OVERDRAW THE WORKING-TIME "
                   "ACCOUNT"
               PERFORM DISPLAY-TIME-ACCOUNT-POSITION.

       DISPLAY-TIME-ACCOUNT-POSITION.
           DISPLAY "HOURS IN ACCOUNT: " TA-BALANCE
               "  THIS BOOKING: " TIME-OFF-HOURS.

      ******************************************************************
      *    Post the booking to the account once the absence record is
      *    on file - a changed booking gives back its old hours and
      *    takes the new ones.
      ******************************************************************
       POST-TIME-OFF-HOURS.
           MOVE ZERO TO TIME-OFF-HOURS.
           IF UR-IS-TIME-OFF
               PERFORM COMPUTE-TIME-OFF-HOURS.
           IF TIME-OFF-HOURS NOT = OLD-TIME-OFF-HOURS
               PERFORM READ-WORKER-TIME-ACCOUNT
               IF TIME-ACCOUNT-FOUND = "Y"
                   PERFORM MOVE-TIME-ACCOUNT-HOURS
               ELSE
                   DISPLAY "NO WORKING-TIME ACCOUNT - THE HOURS "
                       "WERE NOT POSTED".

       MOVE-TIME-ACCOUNT-HOURS.
           COMPUTE TA-BALANCE =
               TA-BALANCE + OLD-TIME-OFF-HOURS - TIME-OFF-HOURS.
           COMPUTE TA-TAKEN-TO-DATE =
               TA-TAKEN-TO-DATE - OLD-TIME-OFF-HOURS + TIME-OFF-HOURS.
           REWRITE TIME-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TIME ACCOUNT RECORD".
           IF TA-BALANCE < ZERO
               DISPLAY "WARNING - THE WORKING-TIME ACCOUNT IS NOW "
                   "OVERDRAWN"
               PERFORM DISPLAY-TIME-ACCOUNT-POSITION.

      ******************************************************************
      *    A real calendar-date check - same rules as EINSTELL-DATUM
      *    in MAINTENANCE-ARBEITER, applied to DATUM-TO-CHECK.
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " UR-ARBEITER-ID.
           DISPLAY "   FROM: " UR-VON-DATUM.
           DISPLAY "1. TYPE (V/S/U/Z/M/E): " UR-ART.
           DISPLAY "2. TO: " UR-BIS-DATUM.
           IF UR-IS-MATERNITY
               DISPLAY "   EXPECTED DELIVERY: " UR-ENTBINDUNG-DATUM.
           DISPLAY "3. DAYS TAKEN: " UR-TAGE.
           DISPLAY " ".

           WRITE URLAUB-RECORD
               INVALID KEY
               DISPLAY "AN ABSENCE STARTING THAT DAY IS ALREADY ON "
                   "FILE FOR THIS WORKER"
               NOT INVALID KEY
               MOVE ZERO TO OLD-TIME-OFF-HOURS
               PERFORM POST-TIME-OFF-HOURS.

       REWRITE-URLAUB-RECORD.
           REWRITE URLAUB-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING URLAUB RECORD"
               NOT INVALID KEY
               PERFORM POST-TIME-OFF-HOURS.

       END PROGRAM MAINTENANCE-URLAUB.
