      ******************************************************************
      * Add, Change, Inquire, Delete - STELLE (positions)
      * Each position carries its salary band and whether it is a
      * senior-management position, which keeps its holders off the
      * works council election lists.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-STELLE.
       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-STELLE-TITEL.
           PERFORM ENTER-SALARY-BAND.
           PERFORM ENTER-STELLE-LEITEND.

      ******************************************************************
      *    CHANGE

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 3
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
               PERFORM ENTER-STELLE-TITEL.
           IF WHICH-FIELD = 2
               PERFORM ENTER-SALARY-BAND.
           IF WHICH-FIELD = 3
               PERFORM ENTER-STELLE-LEITEND.
           PERFORM REWRITE-STELLE-RECORD.

      ******************************************************************
           DISPLAY "MAXIMUM CANNOT BE BELOW MINIMUM".
           PERFORM ACCEPT-SALARY-BAND.

       ENTER-STELLE-LEITEND.
           PERFORM ACCEPT-STELLE-LEITEND.
           PERFORM RE-ACCEPT-STELLE-LEITEND
               UNTIL STELLE-LEITEND-IS-VALID.

       ACCEPT-STELLE-LEITEND.
           DISPLAY "IS THIS A SENIOR-MANAGEMENT POSITION (Y/N)?".
           ACCEPT STELLE-LEITEND.
           INSPECT STELLE-LEITEND
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-STELLE-LEITEND.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-STELLE-LEITEND.

      ******************************************************************
      *    Routines shared by Change, Inquire and Delete
      ******************************************************************
           DISPLAY "1. TITLE: " STELLE-TITEL.
           DISPLAY "2. SALARY BAND: " STELLE-MIN-SALARY
               " TO " STELLE-MAX-SALARY.
           DISPLAY "3. SENIOR MANAGEMENT (Y/N): " STELLE-LEITEND.
           DISPLAY " ".

      ******************************************************************
