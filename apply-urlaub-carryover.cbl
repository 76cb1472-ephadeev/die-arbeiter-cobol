      *    into the new year's entitlement record - creating the
      *    record from the old year's base days where the new year
      *    has not been keyed yet. Days above the cap are forfeited
      *    and printed on the forfeiture list for HR. The new year's
      *    disability leave (CALC-DISABILITY-LEAVE) replaces the old
      *    year's in the base days. Each full month of parental
      *    leave in the closing year (CALC-PARENTAL-LEAVE) takes a
      *    twelfth off the old year's base days before the unused
      *    balance is worked out.
      *
      *    A worker with no entitlement record for the old year gets
      *    the seniority rule PRINT-URLAUB-REPORT applies - 25 days
       77  SENIORITY-EXTRA-DAYS    PIC 9(2).
       77  WORKER-BASE-DAYS        PIC 9(3).
       77  WORKER-CARRIED-IN       PIC 9(3).
       77  WORKER-DISABILITY-DAYS  PIC 9(3).
       77  WORKER-AWARD-DAYS       PIC 9(3).
       77  USABLE-DAYS             PIC 9(3).
       77  VACATION-DAYS-TAKEN     PIC 9(3).
       77  UNUSED-DAYS             PIC S9(3).

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "disability-leave-request.cbl".
           COPY "parental-leave-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM TAKE-UPDATE-LOCK.
           ADD 1 TO WORKERS-PROCESSED-COUNT.
           PERFORM FIND-WORKER-ENTITLEMENT.
           PERFORM COUNT-VACATION-DAYS-TAKEN.
           PERFORM FIND-PARENTAL-REDUCTION.
           COMPUTE USABLE-DAYS ROUNDED =
               (WORKER-BASE-DAYS - PL-REDUCTION-DAYS)
               * TEILZEIT-PROZENT / 100
               + WORKER-CARRIED-IN.
           COMPUTE UNUSED-DAYS = USABLE-DAYS - VACATION-DAYS-TAKEN.
           IF UNUSED-DAYS < ZERO
           IF ENTITLEMENT-ON-FILE = "Y"
               MOVE EN-BASE-DAYS TO WORKER-BASE-DAYS
               MOVE EN-CARRIED-DAYS TO WORKER-CARRIED-IN
               MOVE EN-DISABILITY-DAYS TO WORKER-DISABILITY-DAYS
               MOVE EN-AWARD-DAYS TO WORKER-AWARD-DAYS
           ELSE
               PERFORM COMPUTE-FALLBACK-ENTITLEMENT
               MOVE ZERO TO WORKER-CARRIED-IN
               MOVE ZERO TO WORKER-DISABILITY-DAYS
               MOVE ZERO TO WORKER-AWARD-DAYS.

       FIND-PARENTAL-REDUCTION.
           MOVE ARBEITER-ID TO PL-ARBEITER-ID.
           MOVE CLOSING-YEAR TO PL-YEAR.
           MOVE WORKER-BASE-DAYS TO PL-BASE-DAYS.
           CALL "CALC-PARENTAL-LEAVE" USING PARENTAL-LEAVE-REQUEST.

       COMPUTE-FALLBACK-ENTITLEMENT.
           MOVE EINSTELL-DATUM(1:4) TO HIRE-YEAR.
      ******************************************************************
      *    Write the carried days into the new year's record - the
      *    base days are kept when the year is already keyed, and
      *    seeded from the closing year's base otherwise - less the
      *    closing year's jubilee award days, which were for that
      *    year only.
      ******************************************************************
       STORE-NEW-YEAR-CARRYOVER.
           MOVE ARBEITER-ID TO EN-ARBEITER-ID.
               MOVE "N" TO ENTITLEMENT-ON-FILE.
           IF ENTITLEMENT-ON-FILE = "Y"
               MOVE DAYS-TO-CARRY TO EN-CARRIED-DAYS
               PERFORM APPLY-DISABILITY-LEAVE
               REWRITE ENTITLEMENT-RECORD
           ELSE
               MOVE ARBEITER-ID TO EN-ARBEITER-ID
               MOVE NEW-YEAR TO EN-YEAR
               MOVE WORKER-BASE-DAYS TO EN-BASE-DAYS
               IF WORKER-AWARD-DAYS > EN-BASE-DAYS
                   MOVE ZERO TO EN-BASE-DAYS
               ELSE
                   SUBTRACT WORKER-AWARD-DAYS FROM EN-BASE-DAYS
               END-IF
               MOVE ZERO TO EN-AWARD-DAYS
               MOVE DAYS-TO-CARRY TO EN-CARRIED-DAYS
               MOVE WORKER-DISABILITY-DAYS TO EN-DISABILITY-DAYS
               PERFORM APPLY-DISABILITY-LEAVE
               WRITE ENTITLEMENT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING ENTITLEMENT RECORD FOR "
                       "ARBEITER " ARBEITER-ID
               END-WRITE.

      ******************************************************************
      *    The disability leave already in the base days (the old
      *    year's, when the record is seeded from it) gives way to
      *    the new year's.
      ******************************************************************
       APPLY-DISABILITY-LEAVE.
           MOVE EN-ARBEITER-ID TO DL-ARBEITER-ID.
           MOVE EN-YEAR TO DL-YEAR.
           CALL "CALC-DISABILITY-LEAVE" USING DISABILITY-LEAVE-REQUEST.
           IF EN-DISABILITY-DAYS > EN-BASE-DAYS
               MOVE ZERO TO EN-BASE-DAYS
           ELSE
               SUBTRACT EN-DISABILITY-DAYS FROM EN-BASE-DAYS.
           ADD DL-EXTRA-DAYS TO EN-BASE-DAYS.
           MOVE DL-EXTRA-DAYS TO EN-DISABILITY-DAYS.

       READ-NEXT-ARBEITER-RECORD.
           MOVE "N" TO ARBEITER-FILE-AT-END.
           READ ARBEITER-FILE NEXT RECORD
