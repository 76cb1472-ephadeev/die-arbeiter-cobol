           COPY "select-audit-log.cbl".
           COPY "select-salary-history.cbl".
           COPY "select-transfer-history.cbl".
           COPY "select-rehire-history.cbl".
           COPY "select-payroll-freeze.cbl".
           COPY "select-pending-salary.cbl".
           COPY "select-stelle.cbl".
           COPY "select-stelle-req.cbl".
           COPY "select-qualifikation.cbl".
           COPY "select-requisition.cbl".
           COPY "select-loan.cbl".
           COPY "select-equipment.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-audit-log.cbl".
           COPY "fd-salary-history.cbl".
           COPY "fd-transfer-history.cbl".
           COPY "fd-rehire-history.cbl".
           COPY "fd-payroll-freeze.cbl".
           COPY "fd-pending-salary.cbl".
           COPY "fd-stelle.cbl".
           COPY "fd-stelle-req.cbl".
           COPY "fd-qualifikation.cbl".
           COPY "fd-requisition.cbl".
           COPY "fd-loan.cbl".
           COPY "fd-equipment.cbl".
       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS   PIC XX.
       77  UPDATE-LOCK-FILE-STATUS PIC XX.
       77  SAVE-OLD-SALARY        PIC 9(7)V99.
       77  AUDIT-SALARY-EDIT      PIC ZZZZZZ9.99.
       77  TRANSFER-HISTORY-FILE-STATUS PIC XX.
       77  REHIRE-HISTORY-FILE-STATUS PIC XX.
       77  TH-DATE-PART           PIC 9(8).
       77  SAVE-OLD-ABTEILUNG-ID  PIC 9(4).
       77  OLD-ABTEIL-FIRMA-ID    PIC 9(2).
       77  NEW-ABTEIL-FIRMA-ID    PIC 9(2).
       77  FREEZE-CONTROL-FILE-STATUS PIC XX.
       77  SKIP-FIELD-CHANGE      PIC X.
       77  THIS-OPERATOR-ID       PIC 9(4).
       77  SEARCH-STATUS-FILTER PIC X.
       77  OK-TO-REHIRE      PIC X.
       77  SAVE-OLD-EINSTELL-DATUM PIC X(10).
       77  SAVE-OLD-AUSTRITTS-DATUM PIC X(10).
       77  FAMILIE-SEARCH-DONE PIC X.
       77  FAMILIE-MATCH-COUNT PIC 9(5).
       77  THE-MODE          PIC X(7).
       77  WHICH-FIELD       PIC 99.
       77  OK-TO-DELETE      PIC X.
       77  RECORD-FOUND      PIC X.
       77  ABTEILUNG-ID-FOUND   PIC X.
       77  ARBEITER-ABTEILUNG-ID-ENTRY PIC X(4).
       77  CHIEF-ID-FOUND       PIC X.
       77  SAVE-ARBEITER-RECORD PIC X(264).
       77  ARBEITER-ID-FIELD PIC Z(6).
       77  ARBEITER-FILE-AT-END PIC X.
       77  SAVE-ARBEITER-ID     PIC 9(6).
       77  BANK-RECORD-ON-FILE  PIC X.
       77  ALLOCATION-ON-FILE   PIC X.
       77  OK-TO-OFFBOARD       PIC X.
       77  NOTICE-DATUM-ENTRY   PIC X(10).
       77  NOTICE-OVERRIDE      PIC X.
       77  PROTECTION-CLEARED   PIC X.
       77  PROTECTION-OVERRIDE  PIC X.
       77  PROTECTION-KIND-TEXT PIC X(20).
       77  ALLOCATION-AT-END    PIC X.
       77  LOAN-FILE-STATUS     PIC XX.
       77  LOAN-FILE-MISSING    PIC X VALUE "N".
       77  LOAN-AT-END          PIC X.
       77  LOAN-FLAG-FOR-RECOVERY PIC X.
       77  LOANS-OPEN-COUNT     PIC 9(3).
       77  LOAN-OUTSTANDING     PIC 9(9)V99.
       77  LOAN-BALANCE-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       77  EQUIPMENT-FILE-STATUS PIC XX.
       77  EQUIPMENT-FILE-MISSING PIC X VALUE "N".
       77  EQUIPMENT-AT-END     PIC X.
       77  EQUIPMENT-OUTSTANDING PIC 9(3).
       77  LEAVER-DATE-PART     PIC 9(8).
       77  LEAVER-TIME-PART     PIC 9(8).
       77  PROBATION-FILE-STATUS PIC XX.
       77  CONSUME-REQ-ID        PIC 9(6).
       77  JOURNAL-FILE-KIND     PIC X.
       77  JOURNAL-ACTION        PIC X.
       77  JOURNAL-BEFORE-IMAGE  PIC X(264).
       77  JOURNAL-AFTER-IMAGE   PIC X(264).

       01  LEAVE-REASON-TABLE.
           05 FILLER PIC X(15) VALUE "RESIGNATION".
           05 TABLE-ABTEILUNG-NAME PIC X(100).
           05 TABLE-PRAEMIE        PIC 9(3).

           COPY "scope-request.cbl".
           COPY "notice-request.cbl".
           COPY "protection-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND SALARY-HISTORY-FILE.
           OPEN EXTEND TRANSFER-HISTORY-FILE.
           OPEN EXTEND REHIRE-HISTORY-FILE.
           IF REHIRE-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT REHIRE-HISTORY-FILE.
           PERFORM OPEN-PENDING-SALARY-FILE.
           PERFORM OPEN-STELLE-FILE.
           PERFORM OPEN-PENDING-APPROVAL-FILE.

      ******************************************************************
      *    The bank and allocation files are only read by the
      *    OFFBOARD checklist (the equipment file by DELETE too),
      *    and the loan file only used by it - any of them may not
      *    exist yet.
      ******************************************************************
       OPEN-OFFBOARD-CHECK-FILES.
           OPEN INPUT BANK-DETAILS-FILE.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-STATUS = "35"
               MOVE "Y" TO ALLOCATION-FILE-MISSING.
           OPEN I-O LOAN-FILE.
           IF LOAN-FILE-STATUS = "35"
               MOVE "Y" TO LOAN-FILE-MISSING.
           OPEN INPUT EQUIPMENT-FILE.
           IF EQUIPMENT-FILE-STATUS = "35"
               MOVE "Y" TO EQUIPMENT-FILE-MISSING.

       LOAD-APPROVAL-LIMIT.
           MOVE "N" TO APPROVAL-CONTROL-ACTIVE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE SALARY-HISTORY-FILE.
           CLOSE TRANSFER-HISTORY-FILE.
           CLOSE REHIRE-HISTORY-FILE.
           CLOSE PENDING-SALARY-FILE.
           CLOSE PENDING-APPROVAL-FILE.
           CLOSE LEAVER-FILE.
               CLOSE BANK-DETAILS-FILE.
           IF ALLOCATION-FILE-MISSING NOT = "Y"
               CLOSE ALLOCATION-FILE.
           IF LOAN-FILE-MISSING NOT = "Y"
               CLOSE LOAN-FILE.
           IF EQUIPMENT-FILE-MISSING NOT = "Y"
               CLOSE EQUIPMENT-FILE.
           IF STELLE-FILE-MISSING NOT = "Y"
               CLOSE STELLE-FILE.
           CLOSE PROBATION-FILE.
           MOVE SPACE TO AUSTRITTS-DATUM.
           PERFORM WRITE-ARBEITER-RECORD.
           PERFORM RECORD-PROBATION-PERIOD.
           PERFORM SEED-ONBOARDING-CHECKLIST.
           PERFORM CONSUME-REQUISITION.
           PERFORM GET-NEW-ARBEITER-ID.

       RE-ACCEPT-PRB-END-DATUM.
           PERFORM ACCEPT-PRB-END-DATUM.

      ******************************************************************
      *    Every new hire gets an onboarding checklist - the
      *    standard tasks plus what the position's STELLE-REQ rows
      *    demand - through the shared seeder.
      ******************************************************************
       SEED-ONBOARDING-CHECKLIST.
           CALL "SEED-ONBOARDING-TASKS" USING ARBEITER-ID
                                              ARBEITER-STELLE-ID
                                              EINSTELL-DATUM.

      ******************************************************************
      *    A signed contract may be keyed the day it arrives - a
      *    future EINSTELL-DATUM creates the worker in pending
           PERFORM ENTER-EINSTELL-DATUM.
           PERFORM ENTER-GEBURTS-DATUM.
           PERFORM ENTER-TEILZEIT-PROZENT.
           PERFORM ENTER-GESCHLECHT.

      ******************************************************************
      *    Warn (don't block - FAMILIE-NAME-KEY allows duplicates) if
      *    an active or pending worker with the same FAMILIE/NAME is
      *    already on file - a pending one may be the hire
      *    MAINTENANCE-APPLICANT created from an accepted offer - in
      *    case this is the same person being re-keyed by mistake
      *    rather than two people who share a name.
      ******************************************************************
       CHECK-DUPLICATE-PERSON.
           MOVE ARBEITER-RECORD TO SAVE-ARBEITER-RECORD.
               KEY IS FAMILIE-NAME-KEY
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND
               (ARBEITER-IS-ACTIVE OR ARBEITER-IS-PENDING) AND
               ARBEITER-ID NOT = SAVE-ARBEITER-ID
               DISPLAY "WARNING - A WORKER WITH THIS FAMILIE"
               DISPLAY "AND NAME IS ALREADY ON FILE - ARBEITER ID: "
                   ARBEITER-ID.
           MOVE SAVE-ARBEITER-RECORD TO ARBEITER-RECORD.

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-10) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 10
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.

       CHANGE-THIS-FIELD.
           MOVE "N" TO SKIP-FIELD-CHANGE.
           IF WHICH-FIELD > 10
               MOVE "Y" TO SKIP-FIELD-CHANGE.
           IF WHICH-FIELD = 5
               PERFORM CHECK-SUPERVISOR-FOR-SALARY.
           IF WHICH-FIELD = 5 AND SKIP-FIELD-CHANGE NOT = "Y"

           IF SKIP-FIELD-CHANGE NOT = "Y"
               IF WHICH-FIELD = 1
                   PERFORM ENTER-ABTEILUNG-ID
                   PERFORM CHECK-INTER-FIRMA-MOVE.
           IF SKIP-FIELD-CHANGE NOT = "Y"
               IF WHICH-FIELD = 2
                   PERFORM ENTER-CHIEF-ID.
           IF SKIP-FIELD-CHANGE NOT = "Y"
               IF WHICH-FIELD = 9
                   PERFORM ENTER-TEILZEIT-PROZENT.
           IF SKIP-FIELD-CHANGE NOT = "Y"
               IF WHICH-FIELD = 10
                   PERFORM ENTER-GESCHLECHT.

           IF SKIP-FIELD-CHANGE NOT = "Y" AND WHICH-FIELD = 5
               PERFORM CHECK-APPROVAL-NEEDED
               MOVE GEBURTS-DATUM TO AUDIT-OLD-VALUE.
           IF WHICH-FIELD = 9
               MOVE TEILZEIT-PROZENT TO AUDIT-OLD-VALUE.
           IF WHICH-FIELD = 10
               MOVE GESCHLECHT TO AUDIT-OLD-VALUE.

       LOG-CHANGED-FIELD.
           MOVE SPACE TO AUDIT-NEW-VALUE.
           IF WHICH-FIELD = 9
               MOVE "TEILZEIT-PROZENT" TO AUDIT-FIELD-NAME
               MOVE TEILZEIT-PROZENT TO AUDIT-NEW-VALUE.
           IF WHICH-FIELD = 10
               MOVE "GESCHLECHT" TO AUDIT-FIELD-NAME
               MOVE GESCHLECHT TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      ******************************************************************

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM WARN-OUTSTANDING-EQUIPMENT.
           PERFORM COUNT-ARBEITER-UNDER-CHIEF.
           IF WORKERS-UNDER-CHIEF > ZERO
               DISPLAY "CANNOT DELETE - " WORKERS-UNDER-CHIEF
                   " WORKER(S) STILL REPORT TO THIS ARBEITER AS CHIEF"
           ELSE
               ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD
               PERFORM BUILD-TODAY-DATUM-TEXT
               MOVE TODAY-DATUM-TEXT TO PT-DATUM
               PERFORM CHECK-PROTECTION-PERIOD
               IF PROTECTION-CLEARED NOT = "Y"
                   DISPLAY "RECORD NOT DELETED"
               ELSE
                   MOVE "X" TO OK-TO-DELETE
                   PERFORM ASK-TO-DELETE
                       UNTIL OK-TO-DELETE = "Y" OR "N"
                   IF OK-TO-DELETE = "Y"
                       IF APPROVAL-CONTROL-ACTIVE = "Y"
                           PERFORM QUEUE-DELETE-FOR-APPROVAL
                       ELSE
                           PERFORM DEACTIVATE-ARBEITER-RECORD.

           PERFORM GET-ARBEITER-RECORD.

               MOVE "Y" TO FAMILIE-SEARCH-DONE
           ELSE
               IF ARBEITER-STATUS = SEARCH-STATUS-FILTER
                   MOVE "L" TO SCOPE-FUNCTION
                   PERFORM CALL-OPERATOR-SCOPE
                   IF SCOPE-OK = "Y"
                       PERFORM DISPLAY-ALL-FIELDS
                       ADD 1 TO FAMILIE-MATCH-COUNT.
           IF FAMILIE-SEARCH-DONE NOT = "Y"
               PERFORM READ-NEXT-ARBEITER-FOR-SEARCH.

      *    revalidated against the live files in case the department
      *    or the chief has gone in the meantime. The original hire
      *    date is preserved in AUDIT-LOG, where the rehire writes
      *    the old and new values, and the employment that ended -
      *    its hire and leaving dates - goes onto REHIRE-HIST, where
      *    JUBILEE-AWARD-RUN finds the earlier service it may count.
      ******************************************************************
       REHIRE-MODE.
           MOVE "REHIRE" TO THE-MODE.
               DISPLAY "THAT WORKER IS STILL ACTIVE".
           IF RECORD-FOUND = "N"
               DISPLAY "NO INACTIVE WORKER WITH THAT ID"
               PERFORM ENTER-ARBEITER-ID
           ELSE
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK NOT = "Y"
                   MOVE "N" TO RECORD-FOUND
                   PERFORM ENTER-ARBEITER-ID.

       REHIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

       REACTIVATE-ARBEITER-RECORD.
           MOVE EINSTELL-DATUM TO SAVE-OLD-EINSTELL-DATUM.
           MOVE AUSTRITTS-DATUM TO SAVE-OLD-AUSTRITTS-DATUM.
           PERFORM REVALIDATE-REHIRE-ABTEILUNG.
           PERFORM REVALIDATE-REHIRE-CHIEF.
           DISPLAY "ENTER THE NEW HIRE DATE".
           MOVE SPACE TO AUSTRITTS-DATUM.
           PERFORM REWRITE-ARBEITER-RECORD.
           PERFORM LOG-ARBEITER-REHIRED.
           PERFORM WRITE-REHIRE-HISTORY.

      ******************************************************************
      *    The department the worker left from may have been deleted
           MOVE EINSTELL-DATUM TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      ******************************************************************
      *    Rehire history - the employment that ended, for the
      *    service anniversary count.
      ******************************************************************
       WRITE-REHIRE-HISTORY.
           MOVE SPACE TO REHIRE-HISTORY-RECORD.
           MOVE ARBEITER-ID TO RH-ARBEITER-ID.
           MOVE EINSTELL-DATUM TO RH-REHIRE-DATUM.
           MOVE SAVE-OLD-EINSTELL-DATUM TO RH-PRIOR-EINSTELL-DATUM.
           MOVE SAVE-OLD-AUSTRITTS-DATUM TO RH-PRIOR-AUSTRITTS-DATUM.
           WRITE REHIRE-HISTORY-RECORD.

      ******************************************************************
      *    OFFBOARD - the structured leave process. Shows everything
      *    still pointing at the worker as a checklist (subordinates
      *    and head posts block, bank details, allocation rows,
      *    outstanding loans and unreturned company equipment are
      *    reminders), collects a termination
      *    reason from the reason-code table and the final date,
      *    writes the leaver record, and only then sets the worker
      *    inactive - through the four-eyes queue when that control
      *    is active. Loans still owing are flagged for recovery out
      *    of the final settlement when the worker goes inactive.
      ******************************************************************
       OFFBOARD-MODE.
           IF THIS-OPERATOR-IS-SUPERVISOR NOT = "Y"
                   "FILE - REMOVE THEM IN MAINT-ALLOCATION"
           ELSE
               DISPLAY "  OK    - NO ALLOCATION ROWS".
           MOVE "N" TO LOAN-FLAG-FOR-RECOVERY.
           PERFORM SCAN-WORKER-LOANS.
           IF LOANS-OPEN-COUNT > ZERO
               MOVE LOAN-OUTSTANDING TO LOAN-BALANCE-EDIT
               DISPLAY "  NOTE  - " LOANS-OPEN-COUNT
                   " LOAN(S) OUTSTANDING, BALANCE " LOAN-BALANCE-EDIT
               DISPLAY "          RECOVERED OUT OF THE FINAL "
                   "SETTLEMENT"
           ELSE
               DISPLAY "  OK    - NO LOANS OUTSTANDING".
           PERFORM COUNT-OUTSTANDING-EQUIPMENT.
           IF EQUIPMENT-OUTSTANDING > ZERO
               DISPLAY "  NOTE  - " EQUIPMENT-OUTSTANDING
                   " ITEM(S) OF COMPANY EQUIPMENT NOT RETURNED"
               DISPLAY "          FINAL SETTLEMENT IS HELD UNTIL "
                   "RETURNED OR WRITTEN OFF"
           ELSE
               DISPLAY "  OK    - NO COMPANY EQUIPMENT OUT".
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           PERFORM BUILD-TODAY-DATUM-TEXT.
           MOVE TODAY-DATUM-TEXT TO PT-DATUM.
           PERFORM LOOK-UP-PROTECTION.
           IF PT-PROTECTED = "Y"
               DISPLAY "  NOTE  - UNDER " PROTECTION-KIND-TEXT
                   " UNTIL " PT-UNTIL-DATUM
               DISPLAY "          A DISMISSAL NEEDS THE LABOUR "
                   "INSPECTORATE'S CONSENT"
           ELSE
               DISPLAY "  OK    - NO PROTECTION PERIOD".

      ******************************************************************
      *    Company equipment still issued to the worker - read by
      *    the alternate key. A leaver's final settlement is held
      *    by PAYROLL-RUN while any of it is out.
      ******************************************************************
       COUNT-OUTSTANDING-EQUIPMENT.
           MOVE ZERO TO EQUIPMENT-OUTSTANDING.
           IF EQUIPMENT-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO EQ-ARBEITER-ID
               MOVE "N" TO EQUIPMENT-AT-END
               START EQUIPMENT-FILE
                   KEY IS EQUAL TO EQ-ARBEITER-ID
                   INVALID KEY
                   MOVE "Y" TO EQUIPMENT-AT-END
               END-START
               PERFORM COUNT-ONE-EQUIPMENT-ITEM
                   UNTIL EQUIPMENT-AT-END = "Y".

       COUNT-ONE-EQUIPMENT-ITEM.
           READ EQUIPMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EQUIPMENT-AT-END.
           IF EQUIPMENT-AT-END NOT = "Y"
               IF EQ-ARBEITER-ID NOT = ARBEITER-ID
                   MOVE "Y" TO EQUIPMENT-AT-END
               ELSE
               IF EQ-IS-ISSUED
                   ADD 1 TO EQUIPMENT-OUTSTANDING.

       WARN-OUTSTANDING-EQUIPMENT.
           PERFORM COUNT-OUTSTANDING-EQUIPMENT.
           IF EQUIPMENT-OUTSTANDING > ZERO
               DISPLAY "WARNING - " EQUIPMENT-OUTSTANDING
                   " ITEM(S) OF COMPANY EQUIPMENT NOT RETURNED"
               DISPLAY "THE FINAL SETTLEMENT WILL BE HELD UNTIL "
                   "RETURNED OR WRITTEN OFF".

      ******************************************************************
      *    Head posts still held - a scan of abteil.dat. The table
                       END-IF
                   END-READ.

      ******************************************************************
      *    The worker's loans still owing - counted for the
      *    checklist, and when LOAN-FLAG-FOR-RECOVERY is set each
      *    active one is flagged for recovery as of the final date,
      *    so PAYROLL-RUN takes the whole balance out of the final
      *    settlement.
      ******************************************************************
       SCAN-WORKER-LOANS.
           MOVE ZERO TO LOANS-OPEN-COUNT.
           MOVE ZERO TO LOAN-OUTSTANDING.
           IF LOAN-FILE-MISSING NOT = "Y"
               MOVE ARBEITER-ID TO LN-ARBEITER-ID
               MOVE ZERO TO LN-LOAN-NUMBER
               MOVE "N" TO LOAN-AT-END
               START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
                   INVALID KEY
                   MOVE "Y" TO LOAN-AT-END
               END-START
               IF LOAN-AT-END NOT = "Y"
                   PERFORM READ-NEXT-LOAN-RECORD
                   PERFORM CHECK-ONE-LOAN
                       UNTIL LOAN-AT-END = "Y".

       CHECK-ONE-LOAN.
           IF LN-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO LOAN-AT-END
           ELSE
               IF LN-BALANCE > ZERO AND NOT LN-IS-PAID-OFF
                   ADD 1 TO LOANS-OPEN-COUNT
                   ADD LN-BALANCE TO LOAN-OUTSTANDING
                   IF LOAN-FLAG-FOR-RECOVERY = "Y" AND LN-IS-ACTIVE
                       PERFORM FLAG-ONE-LOAN-FOR-RECOVERY
                   END-IF
               END-IF.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD.

       FLAG-ONE-LOAN-FOR-RECOVERY.
           MOVE "R" TO LN-STATUS.
           MOVE AUSTRITTS-DATUM TO LN-RECOVERY-DATE.
           REWRITE LOAN-RECORD
               INVALID KEY
               DISPLAY "ERROR FLAGGING LOAN " LN-LOAN-NUMBER
                   " FOR RECOVERY".

       READ-NEXT-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOAN-AT-END.

       FLAG-LOANS-FOR-RECOVERY.
           MOVE "Y" TO LOAN-FLAG-FOR-RECOVERY.
           PERFORM SCAN-WORKER-LOANS.
           IF LOANS-OPEN-COUNT > ZERO
               MOVE LOAN-OUTSTANDING TO LOAN-BALANCE-EDIT
               DISPLAY "LOAN BALANCE " LOAN-BALANCE-EDIT
                   " FLAGGED FOR RECOVERY FROM THE FINAL SETTLEMENT"
               MOVE "LOAN-RECOVERY" TO AUDIT-FIELD-NAME
               MOVE SPACE TO AUDIT-OLD-VALUE
               MOVE LOAN-BALANCE-EDIT TO AUDIT-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD.

       ASK-TO-OFFBOARD.
           DISPLAY "OFFBOARD THIS WORKER (Y/N)?".
           ACCEPT OK-TO-OFFBOARD.
      ******************************************************************
       DO-THE-OFFBOARD.
           PERFORM ENTER-LEAVE-REASON.
           MOVE SPACE TO NR-LAWFUL-DATUM.
           MOVE "Y" TO PROTECTION-CLEARED.
           IF LEAVE-REASON-CODE = 3
               PERFORM ENTER-NOTICE-DATUM
               MOVE NOTICE-DATUM-ENTRY TO PT-DATUM
               PERFORM CHECK-PROTECTION-PERIOD
               IF PROTECTION-CLEARED = "Y"
                   PERFORM WORK-OUT-LAWFUL-DATUM.
           IF PROTECTION-CLEARED NOT = "Y"
               DISPLAY "WORKER NOT OFFBOARDED"
           ELSE
               PERFORM ENTER-FINAL-DATE
               IF APPROVAL-CONTROL-ACTIVE = "Y"
                   PERFORM QUEUE-OFFBOARD-FOR-APPROVAL
               ELSE
                   PERFORM WRITE-LEAVER-RECORD
                   MOVE "I" TO ARBEITER-STATUS
                   PERFORM REWRITE-ARBEITER-RECORD
                   PERFORM LOG-ARBEITER-DEACTIVATED
                   PERFORM LOG-LEAVE-REASON
                   PERFORM FLAG-LOANS-FOR-RECOVERY
                   DISPLAY "WORKER OFFBOARDED".

       ENTER-LEAVE-REASON.
           PERFORM ACCEPT-LEAVE-REASON.
           ACCEPT AUSTRITTS-DATUM.
           MOVE AUSTRITTS-DATUM TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.
           IF DATUM-VALID = "Y" AND NR-LAWFUL-DATUM NOT = SPACE
               PERFORM CHECK-FINAL-DATE-IS-LAWFUL.

       RE-ACCEPT-FINAL-DATE.
           PERFORM ACCEPT-FINAL-DATE.

      ******************************************************************
      *    A dismissal may not end before the statutory notice runs
      *    out - CALC-NOTICE-PERIOD works the earliest lawful date
      *    from the worker's service at the date notice is given.
      ******************************************************************
       ENTER-NOTICE-DATUM.
           PERFORM ACCEPT-NOTICE-DATUM.
           PERFORM RE-ACCEPT-NOTICE-DATUM
               UNTIL DATUM-VALID = "Y".

       ACCEPT-NOTICE-DATUM.
           DISPLAY "ENTER DATE NOTICE WAS GIVEN IN FORMAT YYYY-MM-DD".
           DISPLAY "(BLANK FOR TODAY)".
           MOVE SPACE TO NOTICE-DATUM-ENTRY.
           ACCEPT NOTICE-DATUM-ENTRY.
           IF NOTICE-DATUM-ENTRY = SPACE
               ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD
               PERFORM BUILD-TODAY-DATUM-TEXT
               MOVE TODAY-DATUM-TEXT TO NOTICE-DATUM-ENTRY.
           MOVE NOTICE-DATUM-ENTRY TO DATUM-TO-CHECK.
           PERFORM VALIDATE-DATUM-FORMAT.

       RE-ACCEPT-NOTICE-DATUM.
           PERFORM ACCEPT-NOTICE-DATUM.

       WORK-OUT-LAWFUL-DATUM.
           MOVE EINSTELL-DATUM TO NR-EINSTELL-DATUM.
           MOVE NOTICE-DATUM-ENTRY TO NR-NOTICE-DATUM.
           MOVE SALARY TO NR-SALARY.
           MOVE ZERO TO NR-PRAEMIE.
           CALL "CALC-NOTICE-PERIOD" USING NOTICE-REQUEST.
           IF NR-DATES-VALID NOT = "Y"
               MOVE SPACE TO NR-LAWFUL-DATUM
               DISPLAY "NOTICE DATE IS BEFORE THE HIRE DATE - "
                   "NOTICE PERIOD NOT CHECKED"
           ELSE
               DISPLAY "SERVICE " NR-SERVICE-YEARS " YEARS "
                   NR-SERVICE-MONTHS " MONTHS - EARLIEST LAWFUL "
                   "FINAL DATE " NR-LAWFUL-DATUM.

      ******************************************************************
      *    Too early a final date is sent back for re-entry; only a
      *    supervisor may let it stand, and the override is logged.
      ******************************************************************
       CHECK-FINAL-DATE-IS-LAWFUL.
           IF AUSTRITTS-DATUM < NR-LAWFUL-DATUM
               DISPLAY "FINAL DATE IS BEFORE THE EARLIEST LAWFUL "
                   "DATE " NR-LAWFUL-DATUM
               IF THIS-OPERATOR-IS-SUPERVISOR = "Y"
                   PERFORM ASK-NOTICE-OVERRIDE
               ELSE
                   DISPLAY "ONLY A SUPERVISOR MAY OVERRIDE THE "
                       "NOTICE PERIOD"
                   MOVE "N" TO DATUM-VALID.

       ASK-NOTICE-OVERRIDE.
           PERFORM ACCEPT-NOTICE-OVERRIDE.
           PERFORM RE-ACCEPT-NOTICE-OVERRIDE
               UNTIL NOTICE-OVERRIDE = "Y" OR "N".
           IF NOTICE-OVERRIDE = "Y"
               PERFORM LOG-NOTICE-OVERRIDE
           ELSE
               MOVE "N" TO DATUM-VALID.

       ACCEPT-NOTICE-OVERRIDE.
           DISPLAY "OVERRIDE THE NOTICE PERIOD (Y/N)?".
           ACCEPT NOTICE-OVERRIDE.
           INSPECT NOTICE-OVERRIDE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-NOTICE-OVERRIDE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-NOTICE-OVERRIDE.

       LOG-NOTICE-OVERRIDE.
           MOVE "NOTICE-OVERRIDE" TO AUDIT-FIELD-NAME.
           MOVE NR-LAWFUL-DATUM TO AUDIT-OLD-VALUE.
           MOVE AUSTRITTS-DATUM TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      ******************************************************************
      *    Maternity protection and parental leave - notice given
      *    inside a protection period is void unless the labour
      *    inspectorate has consented. CHECK-DISMISSAL-PROTECTION
      *    works the periods out from URLAUB-FILE; the supervisor
      *    may go on only on the strength of that consent, and the
      *    override is logged.
      ******************************************************************
       LOOK-UP-PROTECTION.
           MOVE ARBEITER-ID TO PT-ARBEITER-ID.
           CALL "CHECK-DISMISSAL-PROTECTION" USING PROTECTION-REQUEST.
           IF PT-KIND = "M"
               MOVE "MATERNITY PROTECTION" TO PROTECTION-KIND-TEXT
           ELSE
               MOVE "PARENTAL LEAVE" TO PROTECTION-KIND-TEXT.

       CHECK-PROTECTION-PERIOD.
           MOVE "Y" TO PROTECTION-CLEARED.
           PERFORM LOOK-UP-PROTECTION.
           IF PT-PROTECTED = "Y"
               DISPLAY "WORKER IS UNDER " PROTECTION-KIND-TEXT
                   " UNTIL " PT-UNTIL-DATUM
               DISPLAY "NOTICE NEEDS THE LABOUR INSPECTORATE'S "
                   "CONSENT"
               PERFORM ASK-PROTECTION-OVERRIDE.

       ASK-PROTECTION-OVERRIDE.
           PERFORM ACCEPT-PROTECTION-OVERRIDE.
           PERFORM RE-ACCEPT-PROTECTION-OVERRIDE
               UNTIL PROTECTION-OVERRIDE = "Y" OR "N".
           IF PROTECTION-OVERRIDE = "Y"
               PERFORM LOG-PROTECTION-OVERRIDE
           ELSE
               MOVE "N" TO PROTECTION-CLEARED.

       ACCEPT-PROTECTION-OVERRIDE.
           DISPLAY "CONSENT IS ON FILE - GO ON (Y/N)?".
           ACCEPT PROTECTION-OVERRIDE.
           INSPECT PROTECTION-OVERRIDE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PROTECTION-OVERRIDE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-PROTECTION-OVERRIDE.

       LOG-PROTECTION-OVERRIDE.
           MOVE "PROTECTION-OVERRIDE" TO AUDIT-FIELD-NAME.
           MOVE PT-UNTIL-DATUM TO AUDIT-OLD-VALUE.
           MOVE PT-DATUM TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-LEAVER-RECORD.
           MOVE SPACE TO LEAVER-RECORD.
           MOVE ARBEITER-ID TO LV-ARBEITER-ID.
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-ARBEITER-ID
           ELSE
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK NOT = "Y"
                   MOVE "N" TO RECORD-FOUND
                   PERFORM ENTER-ARBEITER-ID.

      ******************************************************************
      *    Department scope - an operator who is not a supervisor
      *    may only open workers in the departments granted to them;
      *    CHECK-OPERATOR-SCOPE shows and logs a refusal.
      ******************************************************************
       CHECK-WORKER-IN-SCOPE.
           MOVE "O" TO SCOPE-FUNCTION.
           PERFORM CALL-OPERATOR-SCOPE.

       CALL-OPERATOR-SCOPE.
           MOVE SIGNON-PROGRAM-NAME TO SCOPE-PROGRAM-NAME.
           MOVE THIS-OPERATOR-ID TO SCOPE-OPERATOR-ID.
           MOVE THIS-OPERATOR-IS-SUPERVISOR TO SCOPE-SUPERVISOR-FLAG.
           MOVE ARBEITER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID.
           MOVE ARBEITER-ID TO SCOPE-ARBEITER-ID.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

       ENTER-ABTEILUNG-ID.
           PERFORM ACCEPT-ARBEITER-ABTEILUNG-ID.
               PERFORM LOOK-UP-ARBEITER-ABTEILUNG-ID.

       RE-ACCEPT-ARBEITER-ABTEILUNG-ID.
           IF ARBEITER-ABTEILUNG-ID-ENTRY NOT = "?" AND
               SCOPE-OK = "Y"
               DISPLAY "ABTEILUNG ID NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-ARBEITER-ABTEILUNG-ID.

           DISPLAY TABLE-ABTEILUNG-ID(ABTEIL-INDEX) " "
               TABLE-ABTEILUNG-NAME(ABTEIL-INDEX).

      ******************************************************************
      *    A worker may only be hired into, moved into or rehired
      *    into a department within the operator's scope.
      ******************************************************************
       LOOK-UP-ARBEITER-ABTEILUNG-ID.
           MOVE "Y" TO SCOPE-OK.
           MOVE ARBEITER-ABTEILUNG-ID TO ABTEILUNG-ID.
           MOVE "Y" TO ABTEILUNG-ID-FOUND.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO ABTEILUNG-ID-FOUND.
           IF ABTEILUNG-ID-FOUND = "Y"
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK NOT = "Y"
                   MOVE "N" TO ABTEILUNG-ID-FOUND.

       ENTER-CHIEF-ID.
           PERFORM ACCEPT-CHIEF-ID.
           DISPLAY "PERCENTAGE MUST BE 1-100".
           PERFORM ACCEPT-TEILZEIT-PROZENT.

      ******************************************************************
      *    Gender - asked for the pay-equity reporting. "X" is kept
      *    for a worker who does not wish to state it.
      ******************************************************************
       ENTER-GESCHLECHT.
           PERFORM ACCEPT-GESCHLECHT.
           PERFORM RE-ACCEPT-GESCHLECHT
               UNTIL GESCHLECHT-IS-VALID.

       ACCEPT-GESCHLECHT.
           DISPLAY "ENTER GESCHLECHT (GENDER) - M MALE, W FEMALE,".
           DISPLAY "D DIVERSE, X NOT STATED".
           MOVE SPACE TO GESCHLECHT.
           ACCEPT GESCHLECHT.
           INSPECT GESCHLECHT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-GESCHLECHT.
           DISPLAY "YOU MUST ENTER M, W, D OR X".
           PERFORM ACCEPT-GESCHLECHT.

       ENTER-AUSTRITTS-DATUM.
           DISPLAY "ENTER AUSTRITTS DATUM (TERMINATION DATE)".
           DISPLAY "IN FORMAT YYYY-MM-DD".
           PERFORM DISPLAY-STELLE-ID.
           PERFORM DISPLAY-GEBURTS-DATUM.
           PERFORM DISPLAY-TEILZEIT-PROZENT.
           PERFORM DISPLAY-GESCHLECHT.
           PERFORM DISPLAY-ARBEITER-STATUS.
           DISPLAY " ".

       DISPLAY-TEILZEIT-PROZENT.
           DISPLAY "9. TEILZEIT PROZENT: " TEILZEIT-PROZENT.

       DISPLAY-GESCHLECHT.
           DISPLAY "10. GESCHLECHT (M/W/D/X): " GESCHLECHT.

       DISPLAY-ARBEITER-STATUS.
           IF ARBEITER-IS-ACTIVE
               DISPLAY "   STATUS: ACTIVE"
               SH-DATE-PART(7:2) DELIMITED BY SIZE
               INTO SH-EFFECTIVE-DATE.

      ******************************************************************
      *    A move to a department of another company (legal entity)
      *    is not a transfer - the worker leaves one employer and
      *    starts with the other, so it needs an offboarding and a
      *    new worker record added in the other company, not a
      *    TRANSFER-HISTORY line. A rehire will not do - it brings
      *    the worker back into the old department. The move is
      *    refused and the old department put back.
      ******************************************************************
       CHECK-INTER-FIRMA-MOVE.
           MOVE SAVE-OLD-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE ZERO TO ABTEIL-FIRMA-ID
           END-READ.
           MOVE ABTEIL-FIRMA-ID TO OLD-ABTEIL-FIRMA-ID.
           MOVE ARBEITER-ABTEILUNG-ID TO ABTEILUNG-ID.
           READ ABTEIL-FILE RECORD
               INVALID KEY
               MOVE ZERO TO ABTEIL-FIRMA-ID
           END-READ.
           MOVE ABTEIL-FIRMA-ID TO NEW-ABTEIL-FIRMA-ID.
           IF NEW-ABTEIL-FIRMA-ID NOT = OLD-ABTEIL-FIRMA-ID
               DISPLAY "INTER-COMPANY MOVE - COMPANY "
                   OLD-ABTEIL-FIRMA-ID " TO COMPANY "
                   NEW-ABTEIL-FIRMA-ID
               DISPLAY "OFFBOARD THE WORKER, THEN ADD A NEW WORKER "
                   "RECORD IN A DEPARTMENT OF THE NEW COMPANY"
               MOVE SAVE-OLD-ABTEILUNG-ID TO ARBEITER-ABTEILUNG-ID
               MOVE "Y" TO SKIP-FIELD-CHANGE.

      ******************************************************************
      *    TRANSFER-HISTORY-FILE - one line per department transfer.
      *    LOG-TRANSFER-HISTORY is called from LOG-CHANGED-FIELD when
