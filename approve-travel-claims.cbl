      ******************************************************************
      *    Travel Claim Approval Screen
      *    The approver works through the pending TRAVEL-CLAIM
      *    queue for their CHIEF-ID (a supervisor may take the whole
      *    queue with chief 0), exactly as leave requests are
      *    decided in APPROVE-LEAVE-REQUESTS. An approved claim is
      *    paid by the next PAYROLL-RUN or EXPORT-PAYMENT-FILE,
      *    whichever TV-PAY-VIA names; a rejected claim is only
      *    marked, so the paper trail stays on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-TRAVEL-CLAIMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-travel-claim.cbl".
           COPY "select-arbeiter.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-travel-claim.cbl".
           COPY "fd-arbeiter.cbl".

       WORKING-STORAGE SECTION.
       77  TRAVEL-CLAIM-FILE-STATUS PIC XX.
       77  ARBEITER-FILE-STATUS  PIC XX.
       77  QUEUE-FILE-MISSING    PIC X VALUE "N".
       77  THIS-OPERATOR-ID      PIC 9(4).
       77  THIS-OPERATOR-IS-SUPERVISOR PIC X.
       77  SIGNON-OK             PIC X.
       77  SIGNON-PROGRAM-NAME   PIC X(20)
           VALUE "APPROVE-TRAVEL".
       77  CLAIM-AT-END          PIC X.
       77  WORKER-FOUND          PIC X.
       77  THE-DECISION          PIC X.
       77  CHIEF-FILTER          PIC 9(6).
       77  CHIEF-FILTER-FIELD    PIC Z(6).
       77  SAVE-WORKER-FAMILIE   PIC X(40).
       77  TV-AMOUNT-FIELD       PIC Z(5).ZZ.
       77  TV-TOTAL-FIELD        PIC Z(7).ZZ.
       77  APPROVED-COUNT        PIC 9(4) VALUE ZERO.
       77  REJECTED-COUNT        PIC 9(4) VALUE ZERO.
       77  SKIPPED-COUNT         PIC 9(4) VALUE ZERO.
       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).

       77  UPPER-ALPHA         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  LOWER-ALPHA         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF SIGNON-OK = "Y" AND QUEUE-FILE-MISSING NOT = "Y"
               PERFORM ENTER-CHIEF-FILTER
               PERFORM PROCESS-THE-QUEUE
               PERFORM DISPLAY-RUN-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           PERFORM CHECK-OPERATOR-LOGIN.
           OPEN I-O TRAVEL-CLAIM-FILE.
           IF TRAVEL-CLAIM-FILE-STATUS = "35"
               MOVE "Y" TO QUEUE-FILE-MISSING
               DISPLAY "NO TRAVEL CLAIMS ON DISK - NOTHING TO "
                   "DECIDE".
           OPEN INPUT ARBEITER-FILE.
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
           IF QUEUE-FILE-MISSING NOT = "Y"
               CLOSE TRAVEL-CLAIM-FILE.
           CLOSE ARBEITER-FILE.

      ******************************************************************
      *    Whose queue - a supervisor may take the whole queue with
      *    chief 0, everyone else decides for one CHIEF-ID.
      ******************************************************************
       ENTER-CHIEF-FILTER.
           PERFORM ACCEPT-CHIEF-FILTER.
           PERFORM RE-ACCEPT-CHIEF-FILTER
               UNTIL CHIEF-FILTER > ZERO OR
               THIS-OPERATOR-IS-SUPERVISOR = "Y".

       ACCEPT-CHIEF-FILTER.
           DISPLAY "ENTER THE CHIEF-ID WHOSE CLAIMS YOU DECIDE".
           DISPLAY "(A SUPERVISOR MAY ENTER 0 FOR THE WHOLE QUEUE)".
           MOVE ZERO TO CHIEF-FILTER-FIELD.
           ACCEPT CHIEF-FILTER-FIELD.
           MOVE CHIEF-FILTER-FIELD TO CHIEF-FILTER.

       RE-ACCEPT-CHIEF-FILTER.
           DISPLAY "ONLY A SUPERVISOR MAY WORK THE WHOLE QUEUE".
           PERFORM ACCEPT-CHIEF-FILTER.

       PROCESS-THE-QUEUE.
           MOVE ZERO TO TV-ARBEITER-ID.
           MOVE ZERO TO TV-CLAIM-NUMBER.
           MOVE "N" TO CLAIM-AT-END.
           START TRAVEL-CLAIM-FILE
               KEY IS NOT LESS THAN TV-CLAIM-KEY
               INVALID KEY
               MOVE "Y" TO CLAIM-AT-END.
           IF CLAIM-AT-END NOT = "Y"
               PERFORM READ-NEXT-CLAIM-RECORD
               PERFORM DECIDE-ONE-IF-MINE
                   UNTIL CLAIM-AT-END = "Y".

       DECIDE-ONE-IF-MINE.
           IF TV-IS-PENDING AND
               (CHIEF-FILTER = ZERO OR
               TV-CHIEF-ID = CHIEF-FILTER)
               PERFORM DECIDE-ONE-CLAIM.
           PERFORM READ-NEXT-CLAIM-RECORD.

       DECIDE-ONE-CLAIM.
           PERFORM SHOW-THE-CLAIM.
           PERFORM ASK-THE-DECISION.
           IF THE-DECISION = "A"
               PERFORM APPROVE-THE-CLAIM
           ELSE
           IF THE-DECISION = "R"
               PERFORM REJECT-THE-CLAIM
           ELSE
               ADD 1 TO SKIPPED-COUNT.

       SHOW-THE-CLAIM.
           MOVE TV-ARBEITER-ID TO ARBEITER-ID.
           MOVE "Y" TO WORKER-FOUND.
           READ ARBEITER-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORKER-FOUND.
           IF WORKER-FOUND = "Y"
               MOVE FAMILIE TO SAVE-WORKER-FAMILIE
           ELSE
               MOVE "** WORKER NOT ON FILE **"
                   TO SAVE-WORKER-FAMILIE.
           DISPLAY " ".
           DISPLAY "CLAIM " TV-CLAIM-NUMBER " - ARBEITER "
               TV-ARBEITER-ID " " SAVE-WORKER-FAMILIE.
           DISPLAY "  TRIP TO " TV-DESTINATION.
           DISPLAY "  FROM " TV-FROM-DATE " TO " TV-TO-DATE
               " (" TV-FULL-DAYS " FULL, " TV-PART-DAYS
               " PART DAYS)".
           MOVE TV-PER-DIEM-AMOUNT TO TV-AMOUNT-FIELD.
           DISPLAY "  PER-DIEM  " TV-AMOUNT-FIELD.
           MOVE TV-MILEAGE-AMOUNT TO TV-AMOUNT-FIELD.
           DISPLAY "  MILEAGE   " TV-AMOUNT-FIELD
               " (" TV-KILOMETRES " KM)".
           MOVE TV-RECEIPTS-AMOUNT TO TV-AMOUNT-FIELD.
           DISPLAY "  RECEIPTS  " TV-AMOUNT-FIELD.
           MOVE TV-TOTAL-AMOUNT TO TV-TOTAL-FIELD.
           DISPLAY "  TOTAL   " TV-TOTAL-FIELD
               "   PAY VIA (P/T) " TV-PAY-VIA.
           DISPLAY "  REQUESTED " TV-REQUEST-DATE " BY OPERATOR "
               TV-REQUESTED-BY.

       ASK-THE-DECISION.
           PERFORM ACCEPT-THE-DECISION.
           PERFORM RE-ACCEPT-THE-DECISION
               UNTIL THE-DECISION = "A" OR "R" OR "S".

       ACCEPT-THE-DECISION.
           DISPLAY "APPROVE (A), REJECT (R) OR SKIP (S)?".
           ACCEPT THE-DECISION.
           INSPECT THE-DECISION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-THE-DECISION.
           DISPLAY "YOU MUST ENTER A, R OR S".
           PERFORM ACCEPT-THE-DECISION.

       APPROVE-THE-CLAIM.
           MOVE "A" TO TV-STATUS.
           PERFORM STAMP-THE-DECISION.
           PERFORM REWRITE-CLAIM-RECORD.
           ADD 1 TO APPROVED-COUNT.
           DISPLAY "CLAIM " TV-CLAIM-NUMBER " APPROVED".

       REJECT-THE-CLAIM.
           MOVE "R" TO TV-STATUS.
           PERFORM STAMP-THE-DECISION.
           PERFORM REWRITE-CLAIM-RECORD.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY "CLAIM " TV-CLAIM-NUMBER " REJECTED".

       STAMP-THE-DECISION.
           MOVE THIS-OPERATOR-ID TO TV-DECIDED-BY.
           MOVE TODAY-DATUM-TEXT TO TV-DECIDED-DATE.

       REWRITE-CLAIM-RECORD.
           REWRITE TRAVEL-CLAIM-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRAVEL CLAIM "
                   TV-ARBEITER-ID "/" TV-CLAIM-NUMBER.

       READ-NEXT-CLAIM-RECORD.
           MOVE "N" TO CLAIM-AT-END.
           READ TRAVEL-CLAIM-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CLAIM-AT-END.

       DISPLAY-RUN-TOTALS.
           DISPLAY "CLAIMS APPROVED: " APPROVED-COUNT.
           DISPLAY "CLAIMS REJECTED: " REJECTED-COUNT.
           DISPLAY "CLAIMS SKIPPED:  " SKIPPED-COUNT.

       END PROGRAM APPROVE-TRAVEL-CLAIMS.
