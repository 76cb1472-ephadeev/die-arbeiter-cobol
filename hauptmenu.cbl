      *    program name. Supervisor-only entries are hidden from
      *    ordinary clerks, and every launch is recorded on the
      *    SIGNON-LOG. The called programs still do their own
      *    sign-on where they are protected; the reports take the
      *    menu's operator from CHECK-OPERATOR-SCOPE to limit what
      *    they print to that operator's departments.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAUPTMENU.
       77  LOG-DATE-PART         PIC 9(8).
       77  LOG-TIME-PART         PIC 9(8).

           COPY "scope-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM CHECK-OPERATOR-LOGIN.
                                        THIS-OPERATOR-IS-SUPERVISOR
                                        SIGNON-OK.
           IF SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS"
           ELSE
               PERFORM REGISTER-SCOPE-SESSION.

       REGISTER-SCOPE-SESSION.
           MOVE "S" TO SCOPE-FUNCTION.
           MOVE SIGNON-PROGRAM-NAME TO SCOPE-PROGRAM-NAME.
           MOVE THIS-OPERATOR-ID TO SCOPE-OPERATOR-ID.
           MOVE THIS-OPERATOR-IS-SUPERVISOR TO SCOPE-SUPERVISOR-FLAG.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    Group menu
           PERFORM GET-GROUP-PICK.

      ******************************************************************
      *    Group 1 - maintenance screens. Entries 23 to 28 and the
      *    later entries marked (SUPERVISOR) are supervisor-only and
      *    never shown to ordinary clerks.
      ******************************************************************
       MAINTENANCE-GROUP.
           DISPLAY " ".
                   "(SUPERVISOR)"
               DISPLAY "          28.  APPRENTICES AND PAY SCALE "
                   "(SUPERVISOR)".
           DISPLAY "          29.  TAX CARDS".
           DISPLAY "          30.  PENSION CONTRACTS".
           DISPLAY "          31.  LOANS AND ADVANCES".
           DISPLAY "          32.  TRAVEL CLAIMS (CAPTURE)".
           DISPLAY "          33.  DECIDE TRAVEL CLAIMS".
           IF THIS-OPERATOR-IS-SUPERVISOR = "Y"
               DISPLAY "          34.  PER-DIEM RATES (SUPERVISOR)"
               DISPLAY "          35.  SHIFT PATTERNS (SUPERVISOR)".
           DISPLAY "          36.  SHIFT ROSTERS".
           DISPLAY "          37.  HR LETTER TEXTS".
           IF THIS-OPERATOR-IS-SUPERVISOR = "Y"
               DISPLAY "          38.  OPERATOR DEPARTMENT SCOPE "
                   "(SUPERVISOR)"
               DISPLAY "          39.  SUCCESSION PLANS (SUPERVISOR)".
           DISPLAY "          40.  APPLICANTS FOR REQUISITIONS".
           DISPLAY "          41.  ONBOARDING CHECKLISTS".
           DISPLAY "          42.  COMPANY EQUIPMENT".
           DISPLAY "          43.  BENEFITS IN KIND".
           IF THIS-OPERATOR-IS-SUPERVISOR = "Y"
               DISPLAY "          44.  COMPANIES (SUPERVISOR)".
           DISPLAY "          45.  WORKING-TIME ACCOUNTS".
           IF THIS-OPERATOR-IS-SUPERVISOR = "Y"
               DISPLAY "          46.  NOTICE PERIODS (SUPERVISOR)"
               DISPLAY "          47.  DISCIPLINARY WARNINGS "
                   "(SUPERVISOR)"
               DISPLAY "          48.  DISABILITY RECORDS (SUPERVISOR)".
           DISPLAY "          49.  SHORT-TIME WORK (KURZARBEIT)".
           IF THIS-OPERATOR-IS-SUPERVISOR = "Y"
               DISPLAY "          50.  SERVICE ANNIVERSARY AWARDS "
                   "(SUPERVISOR)".
           DISPLAY "          51.  FIXED-TERM CONTRACTS".
           DISPLAY "           0.  BACK".
           PERFORM ACCEPT-PROGRAM-PICK.
           MOVE SPACE TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 28
               MOVE "MAINTENANCE-APPRENTICE" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 29
               MOVE "MAINTENANCE-TAX-CARD" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 30
               MOVE "MAINTENANCE-PENSION" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 31
               MOVE "MAINTENANCE-LOAN" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 32
               MOVE "MAINTENANCE-TRAVEL-CLAIM" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 33
               MOVE "APPROVE-TRAVEL-CLAIMS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 34
               MOVE "MAINTENANCE-PER-DIEM" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 35
               MOVE "MAINTENANCE-SHIFT-PATTERN" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 36
               MOVE "MAINTENANCE-ROSTER" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 37
               MOVE "MAINTENANCE-LETTER-TEXT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 38
               MOVE "MAINTENANCE-OPERATOR-SCOPE" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 39
               MOVE "MAINTENANCE-SUCCESSION" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 40
               MOVE "MAINTENANCE-APPLICANT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 41
               MOVE "MAINTENANCE-ONBOARDING" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 42
               MOVE "MAINTENANCE-EQUIPMENT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 43
               MOVE "MAINTENANCE-BENEFIT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 44
               MOVE "MAINTENANCE-FIRMA" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 45
               MOVE "MAINTENANCE-TIME-ACCOUNT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 46
               MOVE "MAINTENANCE-NOTICE-PERIOD" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 47
               MOVE "MAINTENANCE-WARNING" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 48
               MOVE "MAINTENANCE-DISABILITY" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 49
               MOVE "MAINTENANCE-KURZARBEIT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 50
               MOVE "MAINTENANCE-JUBILEE-AWARD" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 51
               MOVE "MAINTENANCE-CONTRACT" TO PROGRAM-TO-CALL.
           PERFORM LAUNCH-THE-PROGRAM.

      ******************************************************************
           DISPLAY "          32.  DEDUCTION ARREARS BALANCES".
           DISPLAY "          33.  PAY REGISTER PROOF".
           DISPLAY "          34.  FUND MEMBERSHIP LISTING".
           DISPLAY "          35.  PENSION STATEMENTS".
           DISPLAY "          36.  VESTED-DEFERRED PENSION MEMBERS".
           DISPLAY "          37.  LOAN BALANCES BY DEPARTMENT".
           DISPLAY "          38.  TRAVEL COST BY DEPARTMENT".
           DISPLAY "          39.  WEEKLY SHIFT ROSTER".
           DISPLAY "          40.  SHIFT COVERAGE SHORTFALLS".
           DISPLAY "          41.  HR LETTERS FOR NEW EVENTS".
           DISPLAY "          42.  DATA-SUBJECT ACCESS PRINTOUT".
           DISPLAY "          43.  SUCCESSION RISK".
           DISPLAY "          44.  RECRUITING PIPELINE, TIME TO HIRE".
           DISPLAY "          45.  OVERDUE ONBOARDING BY CHIEF".
           DISPLAY "          46.  TIME ACCOUNT BALANCES BY CHIEF".
           DISPLAY "          47.  NOTICE PERIOD AND SEVERANCE".
           DISPLAY "          48.  LIVE WARNINGS INQUIRY".
           DISPLAY "          49.  REPEATED WARNINGS BY CATEGORY".
           DISPLAY "          50.  PAY EQUITY BY POSITION".
           DISPLAY "          51.  PAY EQUITY INDIVIDUAL REQUEST".
           DISPLAY "          52.  DISABLED EMPLOYEE QUOTA AND LEVY".
           DISPLAY "          53.  TOTAL-REWARD STATEMENTS".
           DISPLAY "          54.  REPORT CATALOG AND REPRINT".
           DISPLAY "          55.  MASTER-DATA GAPS BEFORE PAYROLL".
           DISPLAY "          56.  WORKER AS OF A PAST DATE".
           DISPLAY "          57.  MASTER RECORDS AS OF A PAST DATE".
           DISPLAY "          58.  GROSS-TO-NET OFFER CALCULATOR".
           DISPLAY "          59.  FIXED-TERM CONTRACTS ENDING".
           DISPLAY "          60.  WORKS COUNCIL ELECTION LISTS".
           DISPLAY "          61.  DEPARTMENT 12-MONTH TREND".
           DISPLAY "           0.  BACK".
           PERFORM ACCEPT-PROGRAM-PICK.
           MOVE SPACE TO PROGRAM-TO-CALL.
               MOVE "PRINT-PROOF-REPORT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 34
               MOVE "PRINT-MEMBERSHIP-REPORT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 35
               MOVE "PRINT-PENSION-STATEMENT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 36
               MOVE "PRINT-PENSION-DEFERRED" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 37
               MOVE "PRINT-LOAN-REPORT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 38
               MOVE "PRINT-TRAVEL-COST-REPORT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 39
               MOVE "PRINT-SHIFT-ROSTER" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 40
               MOVE "PRINT-ROSTER-COVERAGE" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 41
               MOVE "PRINT-HR-LETTERS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 42
               MOVE "PRINT-SUBJECT-ACCESS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 43
               MOVE "PRINT-SUCCESSION-RISK-REPORT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 44
               MOVE "PRINT-APPLICANT-PIPELINE" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 45
               MOVE "PRINT-ONBOARDING-OVERDUE" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 46
               MOVE "PRINT-TIME-ACCOUNT-REPORT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 47
               MOVE "INQUIRE-NOTICE-PERIOD" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 48
               MOVE "INQUIRE-WARNINGS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 49
               MOVE "PRINT-WARNING-REPORT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 50
               MOVE "PRINT-PAY-EQUITY-REPORT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 51
               MOVE "INQUIRE-PAY-EQUITY" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 52
               MOVE "PRINT-DISABILITY-QUOTA" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 53
               MOVE "PRINT-REWARD-STATEMENT" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 54
               MOVE "INQUIRE-REPORT-CATALOG" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 55
               MOVE "PRINT-MASTER-DATA-EXCEPTIONS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 56
               MOVE "INQUIRE-ARBEITER-AS-OF" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 57
               MOVE "PRINT-ARBEITER-AS-OF" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 58
               MOVE "GROSS-NET-CALCULATOR" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 59
               MOVE "PRINT-CONTRACT-EXPIRY" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 60
               MOVE "PRINT-WORKS-COUNCIL-LISTS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 61
               MOVE "PRINT-DEPARTMENT-TREND" TO PROGRAM-TO-CALL.
           PERFORM LAUNCH-THE-PROGRAM.

      ******************************************************************
           DISPLAY "           6.  CHECK AN EXTRACT'S TOTALS".
           DISPLAY "           7.  ANNUAL EARNINGS STATEMENTS".
           DISPLAY "           8.  DEDUCTION REMITTANCES".
           DISPLAY "           9.  WAGE-TAX RETURN".
           DISPLAY "          10.  SOCIAL-INSURANCE NOTIFICATIONS".
           DISPLAY "          11.  SHORT-TIME WORK BENEFIT CLAIM".
           DISPLAY "           0.  BACK".
           PERFORM ACCEPT-PROGRAM-PICK.
           MOVE SPACE TO PROGRAM-TO-CALL.
               MOVE "EXPORT-ANNUAL-EARNINGS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 8
               MOVE "EXPORT-REMITTANCE" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 9
               MOVE "EXPORT-WAGE-TAX-RETURN" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 10
               MOVE "EXPORT-SI-NOTIFICATIONS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 11
               MOVE "EXPORT-SHORT-TIME-CLAIM" TO PROGRAM-TO-CALL.
           PERFORM LAUNCH-THE-PROGRAM.

      ******************************************************************
      *    Group 4 - batch jobs and controls. Entries 18 to 35 and
      *    39 are supervisor-only and never shown to ordinary clerks.
      ******************************************************************
       BATCH-GROUP.
           DISPLAY " ".
               DISPLAY "          32.  RECOVER A MASTER FILE "
                   "(SUPERVISOR)"
               DISPLAY "          33.  VOID / REISSUE A CHEQUE "
                   "(SUPERVISOR)"
               DISPLAY "          34.  ANONYMIZE EXPIRED ARCHIVE "
                   "RECORDS (SUPERVISOR)"
               DISPLAY "          35.  SEVERANCE FACTOR (SUPERVISOR)".
           DISPLAY "          36.  EXPIRE PASSED WARNINGS".
           DISPLAY "          37.  NIGHTLY CHAIN DRIVER".
           DISPLAY "          38.  EXPIRE PASSED ACTING HEADS".
           IF THIS-OPERATOR-IS-SUPERVISOR = "Y"
               DISPLAY "          39.  PURGE EXPIRED REPORT RUNS "
                   "(SUPERVISOR)".
           DISPLAY "          40.  13TH-MONTH SALARY RUN".
           DISPLAY "          41.  SERVICE ANNIVERSARY AWARD RUN".
           DISPLAY "          42.  VACATION LIABILITY ACCRUAL".
           IF THIS-OPERATOR-IS-SUPERVISOR = "Y"
               DISPLAY "          43.  OFF-CYCLE PAYMENT RUN "
                   "(SUPERVISOR)".
           DISPLAY "           0.  BACK".
           PERFORM ACCEPT-PROGRAM-PICK.
           IF PROGRAM-PICK = 33
               MOVE "VOID-REISSUE-CHEQUE" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 34
               MOVE "ANONYMIZE-ARCHIVE" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 35
               MOVE "SET-SEVERANCE-FACTOR" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 36
               MOVE "EXPIRE-WARNINGS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 37
               MOVE "NIGHTLY-DRIVER" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 38
               MOVE "EXPIRE-ACTING-HEADS" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 39
               MOVE "PURGE-REPORT-CATALOG" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           IF PROGRAM-PICK = 40
               MOVE "SPECIAL-PAYMENT-RUN" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 41
               MOVE "JUBILEE-AWARD-RUN" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 42
               MOVE "VACATION-ACCRUAL-RUN" TO PROGRAM-TO-CALL.
           IF PROGRAM-PICK = 43
               MOVE "OFF-CYCLE-PAYMENT-RUN" TO PROGRAM-TO-CALL
               MOVE "Y" TO SUPERVISOR-ONLY-PICK.
           PERFORM LAUNCH-THE-PROGRAM.

      ******************************************************************
