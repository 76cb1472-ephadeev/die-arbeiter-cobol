      ******************************************************************
      *    Set the severance months-per-year factor
      *    CALC-NOTICE-PERIOD estimates a severance settlement as a
      *    month's SALARY and PRAEMIE times this factor for every
      *    year of service. Supervisor-only, shows the current
      *    setting before asking, in the style of SET-SEVERANCE-FACTOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SET-SEVERANCE-FACTOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-severance-factor.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-severance-factor.cbl".

       WORKING-STORAGE SECTION.
       77  SEVERANCE-FACTOR-FILE-STATUS PIC XX.
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "SET-SEVERANCE-FACTOR".
       77  FACTOR-IS-SET           PIC X VALUE "N".
       77  NEW-FACTOR-ENTRY        PIC 9V99.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM CHECK-OPERATOR-LOGIN.
           IF SIGNON-OK = "Y" AND
               THIS-OPERATOR-IS-SUPERVISOR = "Y"
               PERFORM LOAD-CURRENT-SETTING
               PERFORM DISPLAY-CURRENT-SETTING
               PERFORM ENTER-NEW-FACTOR.

       PROGRAM-DONE.
           GOBACK.

      ******************************************************************
      *    Operator sign-on - the factor is supervisor-only.
      ******************************************************************
       CHECK-OPERATOR-LOGIN.
           CALL "SIGNON-OPERATOR" USING SIGNON-PROGRAM-NAME
                                        THIS-OPERATOR-ID
                                        THIS-OPERATOR-IS-SUPERVISOR
                                        SIGNON-OK.
           IF SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY SET THE FACTOR".

      ******************************************************************
      *    Current setting - status "35" means the file has never
      *    been written, so severance is estimated at 0.50.
      ******************************************************************
       LOAD-CURRENT-SETTING.
           MOVE "N" TO FACTOR-IS-SET.
           OPEN INPUT SEVERANCE-FACTOR-FILE.
           IF SEVERANCE-FACTOR-FILE-STATUS NOT = "35"
               READ SEVERANCE-FACTOR-FILE
                   NOT AT END
                   MOVE "Y" TO FACTOR-IS-SET
               END-READ
               CLOSE SEVERANCE-FACTOR-FILE.

       DISPLAY-CURRENT-SETTING.
           IF FACTOR-IS-SET = "Y"
               DISPLAY "CURRENT MONTHS PER YEAR: "
                   SEVERANCE-MONTHS-PER-YEAR
           ELSE
               DISPLAY "NO FACTOR SET - SEVERANCE IS ESTIMATED AT "
                   "0.50 MONTHS PER YEAR".

       ENTER-NEW-FACTOR.
           DISPLAY "ENTER NEW MONTHS OF PAY PER YEAR OF SERVICE,".
           DISPLAY "E.G. 0.50 (0 LEAVES IT ALONE)".
           MOVE ZERO TO NEW-FACTOR-ENTRY.
           ACCEPT NEW-FACTOR-ENTRY.
           IF NEW-FACTOR-ENTRY = ZERO
               DISPLAY "FACTOR UNCHANGED"
           ELSE
               MOVE NEW-FACTOR-ENTRY TO SEVERANCE-MONTHS-PER-YEAR
               OPEN OUTPUT SEVERANCE-FACTOR-FILE
               WRITE SEVERANCE-FACTOR-RECORD
               CLOSE SEVERANCE-FACTOR-FILE
               DISPLAY "FACTOR SET TO " SEVERANCE-MONTHS-PER-YEAR.

       END PROGRAM SET-SEVERANCE-FACTOR.
