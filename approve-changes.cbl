      *    control. Approving applies the change with the usual
      *    SALARY-HISTORY and AUDIT-LOG entries plus an APPROVED-BY
      *    audit line naming requester and approver; rejecting
      *    removes the request with an audit line. An approved
      *    offboarding flags the worker's loans still owing for
      *    recovery out of the final settlement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-CHANGES.
           COPY "select-audit-log.cbl".
           COPY "select-salary-history.cbl".
           COPY "select-leaver.cbl".
           COPY "select-loan.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-audit-log.cbl".
           COPY "fd-salary-history.cbl".
           COPY "fd-leaver.cbl".
           COPY "fd-loan.cbl".

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS       PIC XX.
       77  LEAVER-FILE-STATUS         PIC XX.
       77  LEAVER-DATE-PART           PIC 9(8).
       77  LEAVER-TIME-PART           PIC 9(8).
       77  LOAN-FILE-STATUS           PIC XX.
       77  LOAN-FILE-MISSING          PIC X VALUE "N".
       77  LOAN-AT-END                PIC X.
       77  LOANS-OPEN-COUNT           PIC 9(3).
       77  LOAN-OUTSTANDING           PIC 9(9)V99.
       77  LOAN-BALANCE-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       77  UPDATE-LOCK-FILE-STATUS PIC XX.
       77  UPDATE-LOCK-TAKEN     PIC X.
       77  LOCK-DATE-PART        PIC 9(8).
       77  SKIPPED-COUNT              PIC 9(4) VALUE ZERO.
       77  JOURNAL-FILE-KIND          PIC X.
       77  JOURNAL-ACTION             PIC X.
       77  JOURNAL-BEFORE-IMAGE       PIC X(264).
       77  JOURNAL-AFTER-IMAGE        PIC X(264).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN EXTEND LEAVER-FILE.
           IF LEAVER-FILE-STATUS = "35"
               OPEN OUTPUT LEAVER-FILE.
           OPEN I-O LOAN-FILE.
           IF LOAN-FILE-STATUS = "35"
               MOVE "Y" TO LOAN-FILE-MISSING.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF PENDING-APPROVAL-FILE-STATUS = "35"
               MOVE "Y" TO PENDING-FILE-MISSING
           CLOSE AUDIT-LOG-FILE.
           CLOSE SALARY-HISTORY-FILE.
           CLOSE LEAVER-FILE.
           IF LOAN-FILE-MISSING NOT = "Y"
               CLOSE LOAN-FILE.
           IF PENDING-FILE-MISSING NOT = "Y"
               CLOSE PENDING-APPROVAL-FILE.

           PERFORM LOG-APPROVER-AUDIT.
           IF PA-REASON-CODE >= 1
               PERFORM WRITE-LEAVER-RECORD
               PERFORM LOG-LEAVE-REASON
               PERFORM FLAG-LOANS-FOR-RECOVERY.
           PERFORM DELETE-PENDING-RECORD.
           ADD 1 TO APPROVED-COUNT.
           DISPLAY "DEACTIVATED - ARBEITER " PA-ARBEITER-ID.
           MOVE PA-REASON-TEXT TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      ******************************************************************
      *    The offboarded worker's loans still owing are flagged for
      *    recovery as of the leaving date, the same as a direct
      *    offboarding in MAINTENANCE-ARBEITER.
      ******************************************************************
       FLAG-LOANS-FOR-RECOVERY.
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
                   PERFORM FLAG-ONE-LOAN-IF-OWING
                       UNTIL LOAN-AT-END = "Y".
           IF LOANS-OPEN-COUNT > ZERO
               MOVE LOAN-OUTSTANDING TO LOAN-BALANCE-EDIT
               DISPLAY "  LOAN BALANCE " LOAN-BALANCE-EDIT
                   " FLAGGED FOR RECOVERY FROM THE FINAL SETTLEMENT"
               MOVE "LOAN-RECOVERY" TO AUDIT-FIELD-NAME
               MOVE SPACE TO AUDIT-OLD-VALUE
               MOVE LOAN-BALANCE-EDIT TO AUDIT-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD.

       FLAG-ONE-LOAN-IF-OWING.
           IF LN-ARBEITER-ID NOT = ARBEITER-ID
               MOVE "Y" TO LOAN-AT-END
           ELSE
               IF LN-BALANCE > ZERO AND LN-IS-ACTIVE
                   ADD 1 TO LOANS-OPEN-COUNT
                   ADD LN-BALANCE TO LOAN-OUTSTANDING
                   MOVE "R" TO LN-STATUS
                   MOVE AUSTRITTS-DATUM TO LN-RECOVERY-DATE
                   REWRITE LOAN-RECORD
                       INVALID KEY
                       DISPLAY "ERROR FLAGGING LOAN " LN-LOAN-NUMBER
                           " FOR RECOVERY"
                   END-REWRITE
               END-IF.
           IF LOAN-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOAN-RECORD.

       READ-NEXT-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOAN-AT-END.

       REJECT-THE-REQUEST.
           MOVE "CHANGE" TO THE-MODE.
           MOVE "REJECTED" TO AUDIT-FIELD-NAME.
