      * The pro-rated usable balance (base days scaled by the
      * worker's TEILZEIT-PROZENT plus the carried days) is shown
      * after every entry so the clerk sees what the balance check
      * in MAINTENANCE-URLAUB will enforce. The additional leave for
      * a severe disability is not keyed here: CALC-DISABILITY-LEAVE
      * works it out from DISABILITY-FILE and it is added to the base
      * days whenever a year is added or its base days are changed.
      * The extra days of a service anniversary award are added by
      * JUBILEE-AWARD-RUN and are kept when the base days are
      * re-keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-ENTITLEMENT.
       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

           COPY "disability-leave-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           PERFORM ENTER-EN-YEAR.
           PERFORM ENTER-EN-BASE-DAYS.
           PERFORM ENTER-EN-CARRIED-DAYS.
           PERFORM APPLY-DISABILITY-LEAVE.
           PERFORM WRITE-ENTITLEMENT-RECORD.
           PERFORM SHOW-USABLE-BALANCE.
           PERFORM GET-WORKER-FOR-YEAR.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-EN-BASE-DAYS
               ADD EN-AWARD-DAYS TO EN-BASE-DAYS
               MOVE ZERO TO EN-DISABILITY-DAYS
               PERFORM APPLY-DISABILITY-LEAVE.
           IF WHICH-FIELD = 2
               PERFORM ENTER-EN-CARRIED-DAYS.
           PERFORM REWRITE-ENTITLEMENT-RECORD.
           MOVE ZERO TO EN-YEAR.
           MOVE ZERO TO EN-BASE-DAYS.
           MOVE ZERO TO EN-CARRIED-DAYS.
           MOVE ZERO TO EN-DISABILITY-DAYS.
           MOVE ZERO TO EN-AWARD-DAYS.

       ENTER-EN-ARBEITER-ID.
           DISPLAY " ".
       ACCEPT-EN-BASE-DAYS.
           DISPLAY "ENTER ANNUAL VACATION DAYS (BEFORE PART-TIME "
               "PRO-RATING)".
           DISPLAY "- WITHOUT DISABILITY LEAVE, WHICH IS ADDED FOR YOU".
           IF EN-AWARD-DAYS > ZERO
               DISPLAY "- AND WITHOUT THE " EN-AWARD-DAYS
                   " JUBILEE AWARD DAYS, WHICH ARE KEPT".
           ACCEPT EN-BASE-DAYS.

       RE-ACCEPT-EN-BASE-DAYS.
               DISPLAY "USABLE BALANCE FOR " EN-YEAR ": "
                   USABLE-DAYS " DAYS".

      ******************************************************************
      *    The disability leave for the year replaces whatever was
      *    added last time, so the base days the clerk keyed are
      *    never counted twice.
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
           IF EN-DISABILITY-DAYS > ZERO
               DISPLAY "BASE DAYS INCLUDE " EN-DISABILITY-DAYS
                   " DAYS DISABILITY LEAVE".

      ******************************************************************
      *    Routines shared by Change, List and Delete
      ******************************************************************
           DISPLAY " ".
           DISPLAY "   ARBEITER ID: " EN-ARBEITER-ID.
           DISPLAY "   YEAR: " EN-YEAR.
           DISPLAY "1. BASE DAYS: " EN-BASE-DAYS
               "   OF WHICH DISABILITY LEAVE: " EN-DISABILITY-DAYS.
           IF EN-AWARD-DAYS > ZERO
               DISPLAY "   OF WHICH JUBILEE AWARD: " EN-AWARD-DAYS.
           DISPLAY "2. CARRIED DAYS: " EN-CARRIED-DAYS.
           DISPLAY " ".

