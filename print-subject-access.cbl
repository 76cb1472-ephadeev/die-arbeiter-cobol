      ******************************************************************
      *    Data-Subject Access Printout
      *    For a worker, or a former worker, who asks what the firm
      *    holds on them: given one ARBEITER-ID it goes through every
      *    file that carries worker data and prints, file by file,
      *    each record held under that ID. The master record, address,
      *    bank details and tax card are printed field by field; every
      *    other file's records are printed as their record image, in
      *    lines of 100 characters, so nothing held is left out.
      *
      *    A worker no longer on the live file is taken from
      *    ARBEITER-ARCHIVE. SALARY-HIST, TRANSFER-HIST and AUDIT-LOG
      *    are read across their LOG-ROTATE generations and, for the
      *    two histories, the ARCHIVE-ARBEITER archive files as well.
      *    A file never set up prints as NOT ON DISK, a file holding
      *    nothing on the worker as NONE HELD.
      *
      *    Department scope - the printout is refused, and the refusal
      *    logged, when the worker's department is outside the
      *    operator's scope; an ID found on neither the live file nor
      *    the archive is printed for a supervisor only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-SUBJECT-ACCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-arbeiter.cbl".
           COPY "select-arbeiter-archive.cbl".
           COPY "select-adresse.cbl".
           COPY "select-bank-details.cbl".
           COPY "select-tax-card.cbl".
           COPY "select-pension-contract.cbl".
           COPY "select-probation.cbl".
           COPY "select-apprentice.cbl".
           COPY "select-garnishment.cbl".
           COPY "select-arrears.cbl".
           COPY "select-time-account.cbl".
           COPY "select-urlaub.cbl".
           COPY "select-overtime.cbl".
           COPY "select-entitlement.cbl".
           COPY "select-qualifikation.cbl".
           COPY "select-review.cbl".
           COPY "select-roster.cbl".
           COPY "select-booking.cbl".
           COPY "select-membership.cbl".
           COPY "select-loan.cbl".
           COPY "select-travel-claim.cbl".
           COPY "select-pending-salary.cbl".
           COPY "select-retro-pay.cbl".
           COPY "select-ytd.cbl".
           COPY "select-allocation.cbl".
           COPY "select-si-notification.cbl".
           COPY "select-onboarding.cbl".
           COPY "select-benefit.cbl".
           COPY "select-warning.cbl".
           COPY "select-pay-register.cbl".
           COPY "select-varpay.cbl".
           COPY "select-leave-request.cbl".
           COPY "select-letter-log.cbl".
           COPY "select-cheque-register.cbl".
           COPY "select-pending-approval.cbl".
           COPY "select-acting-head.cbl".
           COPY "select-succession.cbl".
           COPY "select-applicant.cbl".
           COPY "select-equipment.cbl".
           COPY "select-leaver.cbl".
           COPY "select-salary-history.cbl".
           COPY "select-transfer-history.cbl".
           COPY "select-audit-log.cbl".
           COPY "select-journal.cbl".
           COPY "select-rotation-index.cbl".
           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUBJECT-ACCESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-arbeiter.cbl".
           COPY "fd-arbeiter-archive.cbl".
           COPY "fd-adresse.cbl".
           COPY "fd-bank-details.cbl".
           COPY "fd-tax-card.cbl".
           COPY "fd-pension-contract.cbl".
           COPY "fd-probation.cbl".
           COPY "fd-apprentice.cbl".
           COPY "fd-garnishment.cbl".
           COPY "fd-arrears.cbl".
           COPY "fd-time-account.cbl".
           COPY "fd-urlaub.cbl".
           COPY "fd-overtime.cbl".
           COPY "fd-entitlement.cbl".
           COPY "fd-qualifikation.cbl".
           COPY "fd-review.cbl".
           COPY "fd-roster.cbl".
           COPY "fd-booking.cbl".
           COPY "fd-membership.cbl".
           COPY "fd-loan.cbl".
           COPY "fd-travel-claim.cbl".
           COPY "fd-pending-salary.cbl".
           COPY "fd-retro-pay.cbl".
           COPY "fd-ytd.cbl".
           COPY "fd-allocation.cbl".
           COPY "fd-si-notification.cbl".
           COPY "fd-onboarding.cbl".
           COPY "fd-benefit.cbl".
           COPY "fd-warning.cbl".
           COPY "fd-pay-register.cbl".
           COPY "fd-varpay.cbl".
           COPY "fd-leave-request.cbl".
           COPY "fd-letter-log.cbl".
           COPY "fd-cheque-register.cbl".
           COPY "fd-pending-approval.cbl".
           COPY "fd-acting-head.cbl".
           COPY "fd-succession.cbl".
           COPY "fd-applicant.cbl".
           COPY "fd-equipment.cbl".
           COPY "fd-leaver.cbl".
           COPY "fd-salary-history.cbl".
           COPY "fd-transfer-history.cbl".
           COPY "fd-audit-log.cbl".
           COPY "fd-journal.cbl".
           COPY "fd-rotation-index.cbl".

       FD  GENERATION-FILE.
       01  GENERATION-LINE PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARBEITER-FILE-STATUS           PIC XX.
       77  ARBEITER-ARCHIVE-FILE-STATUS   PIC XX.
       77  ADRESSE-FILE-STATUS            PIC XX.
       77  BANK-DETAILS-FILE-STATUS       PIC XX.
       77  TAX-CARD-FILE-STATUS           PIC XX.
       77  PENSION-CONTRACT-FILE-STATUS   PIC XX.
       77  PROBATION-FILE-STATUS          PIC XX.
       77  APPRENTICE-FILE-STATUS         PIC XX.
       77  GARNISHMENT-FILE-STATUS        PIC XX.
       77  ARREARS-FILE-STATUS            PIC XX.
       77  TIME-ACCOUNT-FILE-STATUS       PIC XX.
       77  URLAUB-FILE-STATUS             PIC XX.
       77  OVERTIME-FILE-STATUS           PIC XX.
       77  ENTITLEMENT-FILE-STATUS        PIC XX.
       77  QUALIFIKATION-FILE-STATUS      PIC XX.
       77  REVIEW-FILE-STATUS             PIC XX.
       77  ROSTER-FILE-STATUS             PIC XX.
       77  BOOKING-FILE-STATUS            PIC XX.
       77  MEMBERSHIP-FILE-STATUS         PIC XX.
       77  LOAN-FILE-STATUS               PIC XX.
       77  TRAVEL-CLAIM-FILE-STATUS       PIC XX.
       77  PENDING-SALARY-FILE-STATUS     PIC XX.
       77  RETRO-PAY-FILE-STATUS          PIC XX.
       77  YTD-FILE-STATUS                PIC XX.
       77  ALLOCATION-FILE-STATUS         PIC XX.
       77  SI-NOTIFICATION-FILE-STATUS    PIC XX.
       77  ONBOARDING-FILE-STATUS         PIC XX.
       77  BENEFIT-FILE-STATUS            PIC XX.
       77  WARNING-FILE-STATUS            PIC XX.
       77  PAY-REGISTER-FILE-STATUS       PIC XX.
       77  VARPAY-FILE-STATUS             PIC XX.
       77  LEAVE-REQUEST-FILE-STATUS      PIC XX.
       77  LETTER-LOG-FILE-STATUS         PIC XX.
       77  CHEQUE-REGISTER-FILE-STATUS    PIC XX.
       77  PENDING-APPROVAL-FILE-STATUS   PIC XX.
       77  ACTING-HEAD-FILE-STATUS        PIC XX.
       77  SUCCESSION-FILE-STATUS         PIC XX.
       77  APPLICANT-FILE-STATUS          PIC XX.
       77  EQUIPMENT-FILE-STATUS          PIC XX.
       77  LEAVER-FILE-STATUS             PIC XX.
       77  SALARY-HISTORY-FILE-STATUS     PIC XX.
       77  TRANSFER-HISTORY-FILE-STATUS   PIC XX.
       77  AUDIT-LOG-FILE-STATUS          PIC XX.
       77  JOURNAL-FILE-STATUS            PIC XX.
       77  ROTATION-INDEX-FILE-STATUS     PIC XX.
       77  GENERATION-FILE-STATUS     PIC XX.
       77  GENERATION-FILE-NAME       PIC X(30).
       77  GENERATION-FILE-AT-END     PIC X.
       77  ROTATION-INDEX-AT-END      PIC X.
       77  REPORT-FILE-STATUS         PIC XX.

       77  SCOPE-SESSION-OK           PIC X.
       77  ARBEITER-FOUND             PIC X.
       77  ARCHIVE-LINES-FOUND        PIC 9(4).
       77  ARCHIVE-FILE-AT-END        PIC X.
       77  WORKER-ABTEILUNG-ID        PIC 9(4).
       77  CURRENT-LOG-NAME           PIC X(14).

       77  SECTION-AT-END             PIC X.
       77  SECTION-FILE-MISSING       PIC X.
       77  SECTION-ITEM-COUNT         PIC 9(6).
       77  SECTIONS-WITH-DATA         PIC 9(3) VALUE ZERO.
       77  IMAGE-OFFSET               PIC 9(3).
       77  IMAGE-LENGTH               PIC 9(3) VALUE 600.
       77  IMAGE-CHUNK-LENGTH         PIC 9(3) VALUE 100.
       77  TODAY-DATUM-PART           PIC 9(8).

       77  EDITED-ID                  PIC 9(6).
       77  EDITED-DEPT                PIC 9(4).
       77  EDITED-AMOUNT              PIC ZZZZZZ9.99.
       77  EDITED-COUNT               PIC ZZ9.
       77  EDITED-ALLOWANCE           PIC 9.9.

       01  THE-ARBEITER-KEY.
           05 THE-ARBEITER-ID         PIC 9(6).
       01  THE-ARBEITER-TEXT REDEFINES THE-ARBEITER-KEY PIC X(6).

       01  RECORD-IMAGE               PIC X(600).

       01  TITLE-LINE.
           05 FILLER PIC X(29) VALUE "DATA-SUBJECT ACCESS PRINTOUT".
           05 FILLER PIC X(14) VALUE "- ARBEITER ID ".
           05 TL-ARBEITER-ID  PIC 9(6).
           05 FILLER PIC X(11) VALUE "  PRINTED: ".
           05 TL-PRINT-DATE   PIC X(10).
           05 FILLER PIC X(62) VALUE SPACE.

       01  SECTION-TITLE-LINE.
           05 FILLER PIC X(4) VALUE "*** ".
           05 SECTION-TITLE   PIC X(60).
           05 FILLER PIC X(68) VALUE SPACE.

       01  FIELD-LINE.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FL-LABEL        PIC X(20).
           05 FL-VALUE        PIC X(100).
           05 FILLER PIC X(8) VALUE SPACE.

       01  IMAGE-LINE.
           05 IL-MARKER       PIC X(4).
           05 IL-TEXT         PIC X(100).
           05 FILLER PIC X(28) VALUE SPACE.

       01  NOTE-LINE.
           05 FILLER PIC X(4) VALUE SPACE.
           05 NL-TEXT         PIC X(60).
           05 FILLER PIC X(68) VALUE SPACE.

       01  SUMMARY-LINE.
           05 FILLER PIC X(32) VALUE "FILES HOLDING DATA ON THIS ID: ".
           05 SL-SECTIONS     PIC ZZ9.
           05 FILLER PIC X(97) VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "scope-request.cbl".

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM GET-SCOPE-SESSION.
           IF SCOPE-SESSION-OK = "Y"
               PERFORM ENTER-THE-ARBEITER-ID
               PERFORM FIND-THE-WORKER
               PERFORM CHECK-WORKER-IN-SCOPE
               IF SCOPE-OK = "Y"
                   PERFORM PRINT-THE-PRINTOUT
                   DISPLAY "PRINTOUT WRITTEN TO SUBJECT-ACCESS".

       PROGRAM-DONE.
           GOBACK.

       ENTER-THE-ARBEITER-ID.
           MOVE ZERO TO THE-ARBEITER-ID.
           PERFORM ACCEPT-THE-ARBEITER-ID.
           PERFORM RE-ACCEPT-THE-ARBEITER-ID
               UNTIL THE-ARBEITER-ID > ZERO.

       ACCEPT-THE-ARBEITER-ID.
           DISPLAY "ENTER ARBEITER ID FOR THE ACCESS PRINTOUT".
           ACCEPT THE-ARBEITER-ID.

       RE-ACCEPT-THE-ARBEITER-ID.
           DISPLAY "ARBEITER ID IS REQUIRED".
           PERFORM ACCEPT-THE-ARBEITER-ID.

      ******************************************************************
      *    The worker's department, for the scope check - from the
      *    live record, else from the last archive line under the ID.
      ******************************************************************
       FIND-THE-WORKER.
           MOVE ZERO TO WORKER-ABTEILUNG-ID.
           MOVE ZERO TO ARCHIVE-LINES-FOUND.
           MOVE "N" TO ARBEITER-FOUND.
           OPEN INPUT ARBEITER-FILE.
           IF ARBEITER-FILE-STATUS NOT = "35"
               MOVE THE-ARBEITER-ID TO ARBEITER-ID
               MOVE "Y" TO ARBEITER-FOUND
               READ ARBEITER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO ARBEITER-FOUND
               END-READ
               CLOSE ARBEITER-FILE.
           IF ARBEITER-FOUND = "Y"
               MOVE ARBEITER-ABTEILUNG-ID TO WORKER-ABTEILUNG-ID
           ELSE
               PERFORM FIND-THE-ARCHIVED-WORKER.

       FIND-THE-ARCHIVED-WORKER.
           OPEN INPUT ARBEITER-ARCHIVE-FILE.
           IF ARBEITER-ARCHIVE-FILE-STATUS NOT = "35"
               PERFORM READ-NEXT-ARCHIVE-RECORD
               PERFORM FIND-ONE-ARCHIVE-LINE
                   UNTIL ARCHIVE-FILE-AT-END = "Y"
               CLOSE ARBEITER-ARCHIVE-FILE.
           IF ARCHIVE-LINES-FOUND = ZERO
               DISPLAY "ARBEITER ID " THE-ARBEITER-ID
                   " IS ON NEITHER THE WORKER FILE NOR THE ARCHIVE".

       FIND-ONE-ARCHIVE-LINE.
           IF AR-ARBEITER-ID = THE-ARBEITER-ID
               ADD 1 TO ARCHIVE-LINES-FOUND
               MOVE AR-ABTEILUNG-ID TO WORKER-ABTEILUNG-ID.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       READ-NEXT-ARCHIVE-RECORD.
           MOVE "N" TO ARCHIVE-FILE-AT-END.
           READ ARBEITER-ARCHIVE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARCHIVE-FILE-AT-END.

       PRINT-THE-PRINTOUT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-PRINTOUT-TITLE.
           PERFORM PRINT-MASTER-SECTION.
           PERFORM PRINT-ADDRESS-SECTION.
           PERFORM PRINT-BANK-SECTION.
           PERFORM PRINT-TAX-CARD-SECTION.
           PERFORM PRINT-PENSION-SECTION.
           PERFORM PRINT-PROBATION-SECTION.
           PERFORM PRINT-APPRENTICE-SECTION.
           PERFORM PRINT-GARNISHMENT-SECTION.
           PERFORM PRINT-ARREARS-SECTION.
           PERFORM PRINT-TIME-ACCOUNT-SECTION.
           PERFORM PRINT-URLAUB-SECTION.
           PERFORM PRINT-OVERTIME-SECTION.
           PERFORM PRINT-ENTITLEMENT-SECTION.
           PERFORM PRINT-QUALIFIKATION-SECTION.
           PERFORM PRINT-REVIEW-SECTION.
           PERFORM PRINT-ROSTER-SECTION.
           PERFORM PRINT-BOOKING-SECTION.
           PERFORM PRINT-MEMBERSHIP-SECTION.
           PERFORM PRINT-LOAN-SECTION.
           PERFORM PRINT-TRAVEL-CLAIM-SECTION.
           PERFORM PRINT-PENDING-SALARY-SECTION.
           PERFORM PRINT-RETRO-PAY-SECTION.
           PERFORM PRINT-YTD-SECTION.
           PERFORM PRINT-ALLOCATION-SECTION.
           PERFORM PRINT-SI-NOTIFICATION-SECTION.
           PERFORM PRINT-ONBOARDING-SECTION.
           PERFORM PRINT-BENEFIT-SECTION.
           PERFORM PRINT-WARNING-SECTION.
           PERFORM PRINT-PAY-REGISTER-SECTION.
           PERFORM PRINT-VARPAY-SECTION.
           PERFORM PRINT-LEAVE-REQUEST-SECTION.
           PERFORM PRINT-LETTER-LOG-SECTION.
           PERFORM PRINT-CHEQUE-SECTION.
           PERFORM PRINT-PENDING-APPROVAL-SECTION.
           PERFORM PRINT-ACTING-HEAD-SECTION.
           PERFORM PRINT-SUCCESSION-SECTION.
           PERFORM PRINT-APPLICANT-SECTION.
           PERFORM PRINT-EQUIPMENT-SECTION.
           PERFORM PRINT-LEAVER-SECTION.
           PERFORM PRINT-SALARY-HIST-SECTION.
           PERFORM PRINT-TRANSFER-HIST-SECTION.
           PERFORM PRINT-AUDIT-LOG-SECTION.
           PERFORM PRINT-JOURNAL-SECTION.
           PERFORM WRITE-PRINTOUT-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.

      ******************************************************************
      *    Master record - the live record, or every archive line
      *    held under the ID (a worker rehired and archived twice has
      *    two).
      ******************************************************************
       PRINT-MASTER-SECTION.
           MOVE "WORKER MASTER RECORD (ARBEITER-FILE)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           IF ARBEITER-FOUND = "Y"
               PERFORM WRITE-LIVE-MASTER-FIELDS
           ELSE
               MOVE "NOT ON THE WORKER FILE" TO NL-TEXT
               PERFORM WRITE-NOTE-LINE.
           PERFORM WRITE-SECTION-END.
           MOVE "ARCHIVED WORKER RECORD (ARBEITER-ARCHIVE)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ARBEITER-ARCHIVE-FILE.
           IF ARBEITER-ARCHIVE-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
               PERFORM PRINT-ONE-ARCHIVE-LINE
                   UNTIL ARCHIVE-FILE-AT-END = "Y"
               CLOSE ARBEITER-ARCHIVE-FILE.
           PERFORM WRITE-SECTION-END.

       WRITE-LIVE-MASTER-FIELDS.
           ADD 1 TO SECTION-ITEM-COUNT.
           MOVE "ARBEITER ID" TO FL-LABEL.
           MOVE ARBEITER-ID TO EDITED-ID.
           MOVE EDITED-ID TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "ABTEILUNG ID" TO FL-LABEL.
           MOVE ARBEITER-ABTEILUNG-ID TO EDITED-DEPT.
           MOVE EDITED-DEPT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "CHIEF ID" TO FL-LABEL.
           MOVE CHIEF-ID TO EDITED-ID.
           MOVE EDITED-ID TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "FAMILIE" TO FL-LABEL.
           MOVE FAMILIE TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "NAME" TO FL-LABEL.
           MOVE ARBEITER-NAME TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "SALARY" TO FL-LABEL.
           MOVE SALARY TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "EINSTELL DATUM" TO FL-LABEL.
           MOVE EINSTELL-DATUM TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "STATUS" TO FL-LABEL.
           MOVE ARBEITER-STATUS TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "AUSTRITTS DATUM" TO FL-LABEL.
           MOVE AUSTRITTS-DATUM TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "STELLE ID" TO FL-LABEL.
           MOVE ARBEITER-STELLE-ID TO EDITED-DEPT.
           MOVE EDITED-DEPT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "GEBURTS DATUM" TO FL-LABEL.
           MOVE GEBURTS-DATUM TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "TEILZEIT PROZENT" TO FL-LABEL.
           MOVE TEILZEIT-PROZENT TO EDITED-COUNT.
           MOVE EDITED-COUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "GESCHLECHT" TO FL-LABEL.
           MOVE GESCHLECHT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.

       PRINT-ONE-ARCHIVE-LINE.
           IF AR-ARBEITER-ID = THE-ARBEITER-ID
               PERFORM WRITE-ARCHIVE-FIELDS.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       WRITE-ARCHIVE-FIELDS.
           ADD 1 TO SECTION-ITEM-COUNT.
           MOVE "ARCHIVED ON" TO FL-LABEL.
           MOVE AR-ARCHIVE-DATE TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "ABTEILUNG ID" TO FL-LABEL.
           MOVE AR-ABTEILUNG-ID TO EDITED-DEPT.
           MOVE EDITED-DEPT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "CHIEF ID" TO FL-LABEL.
           MOVE AR-CHIEF-ID TO EDITED-ID.
           MOVE EDITED-ID TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "FAMILIE" TO FL-LABEL.
           MOVE AR-FAMILIE TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "NAME" TO FL-LABEL.
           MOVE AR-ARBEITER-NAME TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "SALARY" TO FL-LABEL.
           MOVE AR-SALARY TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "EINSTELL DATUM" TO FL-LABEL.
           MOVE AR-EINSTELL-DATUM TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "STATUS" TO FL-LABEL.
           MOVE AR-ARBEITER-STATUS TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "AUSTRITTS DATUM" TO FL-LABEL.
           MOVE AR-AUSTRITTS-DATUM TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "STELLE ID" TO FL-LABEL.
           MOVE AR-STELLE-ID TO EDITED-DEPT.
           MOVE EDITED-DEPT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "GEBURTS DATUM" TO FL-LABEL.
           MOVE AR-GEBURTS-DATUM TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "TEILZEIT PROZENT" TO FL-LABEL.
           MOVE AR-TEILZEIT-PROZENT TO EDITED-COUNT.
           MOVE EDITED-COUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "GESCHLECHT" TO FL-LABEL.
           MOVE AR-GESCHLECHT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           IF AR-ANONYMIZED-DATE NOT = SPACE
               MOVE "ANONYMIZED ON" TO FL-LABEL
               MOVE AR-ANONYMIZED-DATE TO FL-VALUE
               PERFORM WRITE-FIELD-LINE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       PRINT-ADDRESS-SECTION.
           MOVE "ADDRESS (ADRESSE-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ADRESSE-FILE.
           IF ADRESSE-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO AD-ARBEITER-ID
               READ ADRESSE-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM WRITE-ADDRESS-FIELDS
               END-READ
               CLOSE ADRESSE-FILE.
           PERFORM WRITE-SECTION-END.

       WRITE-ADDRESS-FIELDS.
           ADD 1 TO SECTION-ITEM-COUNT.
           MOVE "STRASSE" TO FL-LABEL.
           MOVE AD-STRASSE TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "PLZ" TO FL-LABEL.
           MOVE AD-PLZ TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "ORT" TO FL-LABEL.
           MOVE AD-ORT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "TELEFON" TO FL-LABEL.
           MOVE AD-TELEFON TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.

       PRINT-BANK-SECTION.
           MOVE "BANK DETAILS (BANK-DETAILS)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT BANK-DETAILS-FILE.
           IF BANK-DETAILS-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO BD-ARBEITER-ID
               READ BANK-DETAILS-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM WRITE-BANK-FIELDS
               END-READ
               CLOSE BANK-DETAILS-FILE.
           PERFORM WRITE-SECTION-END.

       WRITE-BANK-FIELDS.
           ADD 1 TO SECTION-ITEM-COUNT.
           MOVE "IBAN" TO FL-LABEL.
           MOVE BD-IBAN TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "BANK NAME" TO FL-LABEL.
           MOVE BD-BANK-NAME TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "PAYMENT METHOD" TO FL-LABEL.
           MOVE BD-PAYMENT-METHOD TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "IBAN VERIFIED" TO FL-LABEL.
           MOVE BD-IBAN-VERIFIED TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.

       PRINT-TAX-CARD-SECTION.
           MOVE "WAGE-TAX CARD (TAX-CARD-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT TAX-CARD-FILE.
           IF TAX-CARD-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO TC-ARBEITER-ID
               READ TAX-CARD-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM WRITE-TAX-CARD-FIELDS
               END-READ
               CLOSE TAX-CARD-FILE.
           PERFORM WRITE-SECTION-END.

       WRITE-TAX-CARD-FIELDS.
           ADD 1 TO SECTION-ITEM-COUNT.
           MOVE "TAX ID" TO FL-LABEL.
           MOVE TC-TAX-ID TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "TAX CLASS" TO FL-LABEL.
           MOVE TC-TAX-CLASS TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "CHILD ALLOWANCES" TO FL-LABEL.
           MOVE TC-CHILD-ALLOWANCE TO EDITED-ALLOWANCE.
           MOVE EDITED-ALLOWANCE TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE "CHURCH TAX" TO FL-LABEL.
           MOVE TC-CHURCH-TAX-FLAG TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.

      ******************************************************************
      *    Files with one record per worker, read directly by ID.
      ******************************************************************

       PRINT-PENSION-SECTION.
           MOVE "PENSION CONTRACT (PENSION-CONTRACT-FILE)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT PENSION-CONTRACT-FILE.
           IF PENSION-CONTRACT-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO PN-ARBEITER-ID
               READ PENSION-CONTRACT-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PENSION-CONTRACT-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE
               END-READ
               CLOSE PENSION-CONTRACT-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-PROBATION-SECTION.
           MOVE "PROBATION (PROBATION-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT PROBATION-FILE.
           IF PROBATION-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO PRB-ARBEITER-ID
               READ PROBATION-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PROBATION-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE
               END-READ
               CLOSE PROBATION-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-APPRENTICE-SECTION.
           MOVE "APPRENTICESHIP (APPRENTICE-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT APPRENTICE-FILE.
           IF APPRENTICE-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO AZ-ARBEITER-ID
               READ APPRENTICE-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE APPRENTICE-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE
               END-READ
               CLOSE APPRENTICE-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-GARNISHMENT-SECTION.
           MOVE "GARNISHMENT ORDER (GARNISHMENT-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT GARNISHMENT-FILE.
           IF GARNISHMENT-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO GN-ARBEITER-ID
               READ GARNISHMENT-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE GARNISHMENT-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE
               END-READ
               CLOSE GARNISHMENT-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ARREARS-SECTION.
           MOVE "PAY ARREARS (ARREARS-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ARREARS-FILE.
           IF ARREARS-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO ARR-ARBEITER-ID
               READ ARREARS-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE ARREARS-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE
               END-READ
               CLOSE ARREARS-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-TIME-ACCOUNT-SECTION.
           MOVE "WORKING-TIME ACCOUNT (TIME-ACCOUNT-FILE)"
               TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT TIME-ACCOUNT-FILE.
           IF TIME-ACCOUNT-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO TA-ARBEITER-ID
               READ TIME-ACCOUNT-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE TIME-ACCOUNT-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE
               END-READ
               CLOSE TIME-ACCOUNT-FILE.
           PERFORM WRITE-SECTION-END.

      ******************************************************************
      *    Files keyed by worker first - START at the worker and read
      *    on while the ID still matches.
      ******************************************************************

       PRINT-URLAUB-SECTION.
           MOVE "ABSENCES (URLAUB-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT URLAUB-FILE.
           IF URLAUB-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO UR-WORKER-DATE-KEY
               MOVE THE-ARBEITER-ID TO UR-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START URLAUB-FILE
                   KEY IS NOT LESS THAN UR-WORKER-DATE-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-URLAUB-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE URLAUB-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-URLAUB-RECORD.
           READ URLAUB-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF UR-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE URLAUB-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-OVERTIME-SECTION.
           MOVE "OVERTIME (OVERTIME-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT OVERTIME-FILE.
           IF OVERTIME-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO OT-WORKER-PERIOD-KEY
               MOVE THE-ARBEITER-ID TO OT-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START OVERTIME-FILE
                   KEY IS NOT LESS THAN OT-WORKER-PERIOD-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-OVERTIME-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE OVERTIME-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-OVERTIME-RECORD.
           READ OVERTIME-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF OT-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE OVERTIME-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-ENTITLEMENT-SECTION.
           MOVE "LEAVE ENTITLEMENT (ENTITLEMENT-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ENTITLEMENT-FILE.
           IF ENTITLEMENT-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO EN-WORKER-YEAR-KEY
               MOVE THE-ARBEITER-ID TO EN-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START ENTITLEMENT-FILE
                   KEY IS NOT LESS THAN EN-WORKER-YEAR-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-ENTITLEMENT-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE ENTITLEMENT-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-ENTITLEMENT-RECORD.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF EN-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE ENTITLEMENT-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-QUALIFIKATION-SECTION.
           MOVE "QUALIFICATIONS (QUALIFIKATION-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT QUALIFIKATION-FILE.
           IF QUALIFIKATION-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO QU-WORKER-CODE-KEY
               MOVE THE-ARBEITER-ID TO QU-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START QUALIFIKATION-FILE
                   KEY IS NOT LESS THAN QU-WORKER-CODE-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-QUALIFIKATION-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE QUALIFIKATION-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-QUALIFIKATION-RECORD.
           READ QUALIFIKATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF QU-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE QUALIFIKATION-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-REVIEW-SECTION.
           MOVE "PERFORMANCE REVIEWS (REVIEW-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO RV-WORKER-YEAR-KEY
               MOVE THE-ARBEITER-ID TO RV-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START REVIEW-FILE
                   KEY IS NOT LESS THAN RV-WORKER-YEAR-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-REVIEW-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE REVIEW-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-REVIEW-RECORD.
           READ REVIEW-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF RV-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE REVIEW-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-ROSTER-SECTION.
           MOVE "SHIFT ROSTER (ROSTER-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO RO-WORKER-DATE-KEY
               MOVE THE-ARBEITER-ID TO RO-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START ROSTER-FILE
                   KEY IS NOT LESS THAN RO-WORKER-DATE-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-ROSTER-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE ROSTER-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-ROSTER-RECORD.
           READ ROSTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF RO-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE ROSTER-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-BOOKING-SECTION.
           MOVE "TRAINING BOOKINGS (BOOKING-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT BOOKING-FILE.
           IF BOOKING-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO BK-WORKER-KURS-KEY
               MOVE THE-ARBEITER-ID TO BK-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START BOOKING-FILE
                   KEY IS NOT LESS THAN BK-WORKER-KURS-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-BOOKING-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE BOOKING-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-BOOKING-RECORD.
           READ BOOKING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF BK-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE BOOKING-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-MEMBERSHIP-SECTION.
           MOVE "MEMBERSHIPS (MEMBERSHIP-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBERSHIP-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO MB-WORKER-CODE-KEY
               MOVE THE-ARBEITER-ID TO MB-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START MEMBERSHIP-FILE
                   KEY IS NOT LESS THAN MB-WORKER-CODE-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-MEMBERSHIP-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE MEMBERSHIP-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-MEMBERSHIP-RECORD.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF MB-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE MEMBERSHIP-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-LOAN-SECTION.
           MOVE "LOANS AND ADVANCES (LOAN-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO LN-LOAN-KEY
               MOVE THE-ARBEITER-ID TO LN-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START LOAN-FILE
                   KEY IS NOT LESS THAN LN-LOAN-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-LOAN-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE LOAN-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF LN-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE LOAN-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-TRAVEL-CLAIM-SECTION.
           MOVE "TRAVEL CLAIMS (TRAVEL-CLAIM-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT TRAVEL-CLAIM-FILE.
           IF TRAVEL-CLAIM-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO TV-CLAIM-KEY
               MOVE THE-ARBEITER-ID TO TV-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START TRAVEL-CLAIM-FILE
                   KEY IS NOT LESS THAN TV-CLAIM-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-TRAVEL-CLAIM-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE TRAVEL-CLAIM-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-TRAVEL-CLAIM-RECORD.
           READ TRAVEL-CLAIM-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF TV-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE TRAVEL-CLAIM-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-PENDING-SALARY-SECTION.
           MOVE "PENDING SALARY CHANGES (PENDING-SALARY-FILE)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT PENDING-SALARY-FILE.
           IF PENDING-SALARY-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO PS-WORKER-DATE-KEY
               MOVE THE-ARBEITER-ID TO PS-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START PENDING-SALARY-FILE
                   KEY IS NOT LESS THAN PS-WORKER-DATE-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-PENDING-SALARY-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE PENDING-SALARY-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-PENDING-SALARY-RECORD.
           READ PENDING-SALARY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF PS-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE PENDING-SALARY-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-RETRO-PAY-SECTION.
           MOVE "RETROACTIVE PAY (RETRO-PAY-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT RETRO-PAY-FILE.
           IF RETRO-PAY-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO RT-WORKER-DATE-KEY
               MOVE THE-ARBEITER-ID TO RT-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START RETRO-PAY-FILE
                   KEY IS NOT LESS THAN RT-WORKER-DATE-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-RETRO-PAY-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE RETRO-PAY-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-RETRO-PAY-RECORD.
           READ RETRO-PAY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF RT-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE RETRO-PAY-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-YTD-SECTION.
           MOVE "YEAR-TO-DATE TOTALS (YTD-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT YTD-FILE.
           IF YTD-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO YT-WORKER-YEAR-KEY
               MOVE THE-ARBEITER-ID TO YT-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START YTD-FILE
                   KEY IS NOT LESS THAN YT-WORKER-YEAR-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-YTD-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE YTD-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-YTD-RECORD.
           READ YTD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF YT-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE YTD-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-ALLOCATION-SECTION.
           MOVE "COST ALLOCATION (ALLOCATION-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO AL-WORKER-DEPT-KEY
               MOVE THE-ARBEITER-ID TO AL-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START ALLOCATION-FILE
                   KEY IS NOT LESS THAN AL-WORKER-DEPT-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-ALLOCATION-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE ALLOCATION-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-ALLOCATION-RECORD.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF AL-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE ALLOCATION-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-SI-NOTIFICATION-SECTION.
           MOVE "SOCIAL INSURANCE (SI-NOTIFICATION-FILE)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT SI-NOTIFICATION-FILE.
           IF SI-NOTIFICATION-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO SN-NOTIFICATION-KEY
               MOVE THE-ARBEITER-ID TO SN-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START SI-NOTIFICATION-FILE
                   KEY IS NOT LESS THAN SN-NOTIFICATION-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-SI-NOTIFICATION-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE SI-NOTIFICATION-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-SI-NOTIFICATION-RECORD.
           READ SI-NOTIFICATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF SN-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE SI-NOTIFICATION-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-ONBOARDING-SECTION.
           MOVE "ONBOARDING TASKS (ONBOARDING-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ONBOARDING-FILE.
           IF ONBOARDING-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO OB-WORKER-TASK-KEY
               MOVE THE-ARBEITER-ID TO OB-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START ONBOARDING-FILE
                   KEY IS NOT LESS THAN OB-WORKER-TASK-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-ONBOARDING-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE ONBOARDING-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-ONBOARDING-RECORD.
           READ ONBOARDING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF OB-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE ONBOARDING-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-BENEFIT-SECTION.
           MOVE "BENEFITS IN KIND (BENEFIT-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT BENEFIT-FILE.
           IF BENEFIT-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE LOW-VALUES TO BF-BENEFIT-KEY
               MOVE THE-ARBEITER-ID TO BF-ARBEITER-ID
               MOVE "N" TO SECTION-AT-END
               START BENEFIT-FILE
                   KEY IS NOT LESS THAN BF-BENEFIT-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-BENEFIT-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE BENEFIT-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-BENEFIT-RECORD.
           READ BENEFIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF BF-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE BENEFIT-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

       PRINT-WARNING-SECTION.
           MOVE "DISCIPLINARY WARNINGS (WARNING-FILE)"
               TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT WARNING-FILE.
           IF WARNING-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE THE-ARBEITER-ID TO WN-ARBEITER-ID
               MOVE ZERO TO WN-WARNING-NUMBER
               MOVE "N" TO SECTION-AT-END
               START WARNING-FILE
                   KEY IS NOT LESS THAN WN-WARNING-KEY
                   INVALID KEY
                   MOVE "Y" TO SECTION-AT-END
               END-START
               PERFORM PRINT-ONE-WARNING-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE WARNING-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-WARNING-RECORD.
           READ WARNING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               IF WN-ARBEITER-ID NOT = THE-ARBEITER-ID
                   MOVE "Y" TO SECTION-AT-END
               ELSE
                   MOVE WARNING-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

      ******************************************************************
      *    Files not keyed by worker - read in full, every record
      *    under the ID printed.
      ******************************************************************

       PRINT-PAY-REGISTER-SECTION.
           MOVE "PAY REGISTER (PAY-REGISTER-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT PAY-REGISTER-FILE.
           IF PAY-REGISTER-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-PAY-REGISTER-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE PAY-REGISTER-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-PAY-REGISTER-RECORD.
           READ PAY-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               PR-ARBEITER-ID = THE-ARBEITER-ID
               MOVE PAY-REGISTER-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-VARPAY-SECTION.
           MOVE "VARIABLE PAY (VARPAY-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT VARPAY-FILE.
           IF VARPAY-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-VARPAY-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE VARPAY-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-VARPAY-RECORD.
           READ VARPAY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               VP-ARBEITER-ID = THE-ARBEITER-ID
               MOVE VARPAY-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-LEAVE-REQUEST-SECTION.
           MOVE "LEAVE REQUESTS (LEAVE-REQUEST-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT LEAVE-REQUEST-FILE.
           IF LEAVE-REQUEST-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-LEAVE-REQUEST-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE LEAVE-REQUEST-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-LEAVE-REQUEST-RECORD.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               LR-ARBEITER-ID = THE-ARBEITER-ID
               MOVE LEAVE-REQUEST-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-LETTER-LOG-SECTION.
           MOVE "LETTERS SENT (LETTER-LOG-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT LETTER-LOG-FILE.
           IF LETTER-LOG-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-LETTER-LOG-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE LETTER-LOG-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-LETTER-LOG-RECORD.
           READ LETTER-LOG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               LG-ARBEITER-ID = THE-ARBEITER-ID
               MOVE LETTER-LOG-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-CHEQUE-SECTION.
           MOVE "CHEQUES (CHEQUE-REGISTER-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT CHEQUE-REGISTER-FILE.
           IF CHEQUE-REGISTER-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-CHEQUE-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE CHEQUE-REGISTER-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-CHEQUE-RECORD.
           READ CHEQUE-REGISTER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               CQ-ARBEITER-ID = THE-ARBEITER-ID
               MOVE CHEQUE-REGISTER-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-PENDING-APPROVAL-SECTION.
           MOVE "CHANGES AWAITING APPROVAL (PENDING-APPROVAL-FILE)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF PENDING-APPROVAL-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-PENDING-APPROVAL-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE PENDING-APPROVAL-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-PENDING-APPROVAL-RECORD.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               PA-ARBEITER-ID = THE-ARBEITER-ID
               MOVE PENDING-APPROVAL-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-ACTING-HEAD-SECTION.
           MOVE "ACTING HEAD OF DEPARTMENT (ACTING-HEAD-FILE)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ACTING-HEAD-FILE.
           IF ACTING-HEAD-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-ACTING-HEAD-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE ACTING-HEAD-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-ACTING-HEAD-RECORD.
           READ ACTING-HEAD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               AH-ARBEITER-ID = THE-ARBEITER-ID
               MOVE ACTING-HEAD-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-SUCCESSION-SECTION.
           MOVE "SUCCESSION PLANS (SUCCESSION-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT SUCCESSION-FILE.
           IF SUCCESSION-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-SUCCESSION-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE SUCCESSION-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-SUCCESSION-RECORD.
           READ SUCCESSION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               SC-CANDIDATE-ID = THE-ARBEITER-ID
               MOVE SUCCESSION-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-APPLICANT-SECTION.
           MOVE "APPLICATIONS (APPLICANT-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-APPLICANT-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE APPLICANT-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-APPLICANT-RECORD.
           READ APPLICANT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               AP-ARBEITER-ID = THE-ARBEITER-ID
               MOVE APPLICANT-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-EQUIPMENT-SECTION.
           MOVE "COMPANY EQUIPMENT (EQUIPMENT-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT EQUIPMENT-FILE.
           IF EQUIPMENT-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-EQUIPMENT-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE EQUIPMENT-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-EQUIPMENT-RECORD.
           READ EQUIPMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               EQ-ARBEITER-ID = THE-ARBEITER-ID
               MOVE EQUIPMENT-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-LEAVER-SECTION.
           MOVE "LEAVER RECORD (LEAVER-FILE)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT LEAVER-FILE.
           IF LEAVER-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-LEAVER-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE LEAVER-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-LEAVER-RECORD.
           READ LEAVER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND
               LV-ARBEITER-ID = THE-ARBEITER-ID
               MOVE LEAVER-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

      ******************************************************************
      *    Logs LOG-ROTATE cuts into generations - the generations
      *    named on the rotation index first, then (for the two
      *    histories) the ARCHIVE-ARBEITER archive file, then the
      *    current file, so the lines print oldest first.
      ******************************************************************
       PRINT-SALARY-HIST-SECTION.
           MOVE "SALARY HISTORY (SALARY-HIST)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "SALARY-HIST" TO CURRENT-LOG-NAME.
           PERFORM PRINT-LOG-GENERATIONS.
           MOVE "SALARY-HIST-ARCHIVE" TO GENERATION-FILE-NAME.
           PERFORM PRINT-ONE-LOG-FILE.
           OPEN INPUT SALARY-HISTORY-FILE.
           IF SALARY-HISTORY-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-SALARY-HIST-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE SALARY-HISTORY-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-SALARY-HIST-RECORD.
           READ SALARY-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               PERFORM JUDGE-ONE-SALARY-HIST-LINE.

       JUDGE-ONE-SALARY-HIST-LINE.
           IF SH-ARBEITER-ID = THE-ARBEITER-ID
               MOVE SALARY-HISTORY-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-TRANSFER-HIST-SECTION.
           MOVE "DEPARTMENT TRANSFERS (TRANSFER-HIST)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "TRANSFER-HIST" TO CURRENT-LOG-NAME.
           PERFORM PRINT-LOG-GENERATIONS.
           MOVE "TRANSFER-HIST-ARCHIVE" TO GENERATION-FILE-NAME.
           PERFORM PRINT-ONE-LOG-FILE.
           OPEN INPUT TRANSFER-HISTORY-FILE.
           IF TRANSFER-HISTORY-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-TRANSFER-HIST-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE TRANSFER-HISTORY-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-TRANSFER-HIST-RECORD.
           READ TRANSFER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               PERFORM JUDGE-ONE-TRANSFER-HIST-LINE.

       JUDGE-ONE-TRANSFER-HIST-LINE.
           IF TH-ARBEITER-ID = THE-ARBEITER-ID
               MOVE TRANSFER-HISTORY-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

      ******************************************************************
      *    AUDIT-LOG - every change logged against the ID, by this
      *    system's programs or refused by the department scope.
      ******************************************************************
       PRINT-AUDIT-LOG-SECTION.
           MOVE "CHANGE AUDIT TRAIL (AUDIT-LOG)" TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "AUDIT-LOG" TO CURRENT-LOG-NAME.
           PERFORM PRINT-LOG-GENERATIONS.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-AUDIT-LOG-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE AUDIT-LOG-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-AUDIT-LOG-RECORD.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y"
               PERFORM JUDGE-ONE-AUDIT-LOG-LINE.

       JUDGE-ONE-AUDIT-LOG-LINE.
           IF AUDIT-RECORD-KEY = THE-ARBEITER-TEXT
               MOVE AUDIT-LOG-RECORD TO RECORD-IMAGE
               PERFORM WRITE-RECORD-IMAGE.

       PRINT-LOG-GENERATIONS.
           OPEN INPUT ROTATION-INDEX-FILE.
           IF ROTATION-INDEX-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-NEXT-INDEX-LINE
               PERFORM PRINT-ONE-GENERATION
                   UNTIL ROTATION-INDEX-AT-END = "Y"
               CLOSE ROTATION-INDEX-FILE.

       PRINT-ONE-GENERATION.
           IF RI-LOG-NAME = CURRENT-LOG-NAME
               MOVE RI-GENERATION-FILE TO GENERATION-FILE-NAME
               PERFORM PRINT-ONE-LOG-FILE.
           PERFORM READ-NEXT-INDEX-LINE.

      ******************************************************************
      *    A generation or archive file that is not there is passed
      *    by quietly - not every log has been cut or archived.
      ******************************************************************
       PRINT-ONE-LOG-FILE.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-FILE-STATUS NOT = "35"
               PERFORM READ-NEXT-GENERATION-LINE
               PERFORM JUDGE-ONE-GENERATION-LINE
                   UNTIL GENERATION-FILE-AT-END = "Y"
               CLOSE GENERATION-FILE.

       JUDGE-ONE-GENERATION-LINE.
           IF CURRENT-LOG-NAME = "SALARY-HIST"
               MOVE GENERATION-LINE TO SALARY-HISTORY-RECORD
               PERFORM JUDGE-ONE-SALARY-HIST-LINE
           ELSE
           IF CURRENT-LOG-NAME = "TRANSFER-HIST"
               MOVE GENERATION-LINE TO TRANSFER-HISTORY-RECORD
               PERFORM JUDGE-ONE-TRANSFER-HIST-LINE
           ELSE
               MOVE GENERATION-LINE TO AUDIT-LOG-RECORD
               PERFORM JUDGE-ONE-AUDIT-LOG-LINE.
           PERFORM READ-NEXT-GENERATION-LINE.

       READ-NEXT-GENERATION-LINE.
           MOVE "N" TO GENERATION-FILE-AT-END.
           READ GENERATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO GENERATION-FILE-AT-END.

       READ-NEXT-INDEX-LINE.
           MOVE "N" TO ROTATION-INDEX-AT-END.
           READ ROTATION-INDEX-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ROTATION-INDEX-AT-END.

      ******************************************************************
      *    MASTER-JOURNAL - the before and after images of every
      *    change to the worker's master record.
      ******************************************************************
       PRINT-JOURNAL-SECTION.
           MOVE "MASTER-FILE JOURNAL (MASTER-JOURNAL)" TO
               SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "35"
               PERFORM WRITE-NOT-ON-DISK
           ELSE
               MOVE "N" TO SECTION-AT-END
               PERFORM PRINT-ONE-JOURNAL-RECORD
                   UNTIL SECTION-AT-END = "Y"
               CLOSE JOURNAL-FILE.
           PERFORM WRITE-SECTION-END.

       PRINT-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SECTION-AT-END.
           IF SECTION-AT-END NOT = "Y" AND JN-IS-ARBEITER
               IF JN-BEFORE-IMAGE(1:6) = THE-ARBEITER-TEXT OR
                   JN-AFTER-IMAGE(1:6) = THE-ARBEITER-TEXT
                   MOVE JOURNAL-RECORD TO RECORD-IMAGE
                   PERFORM WRITE-RECORD-IMAGE.

      ******************************************************************
      *    Printout writers
      ******************************************************************
       WRITE-PRINTOUT-TITLE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TL-PRINT-DATE.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TL-PRINT-DATE.
           MOVE THE-ARBEITER-ID TO TL-ARBEITER-ID.
           MOVE TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SECTION-TITLE.
           MOVE ZERO TO SECTION-ITEM-COUNT.
           MOVE "N" TO SECTION-FILE-MISSING.
           MOVE SECTION-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SECTION-END.
           IF SECTION-ITEM-COUNT > ZERO
               ADD 1 TO SECTIONS-WITH-DATA
           ELSE
           IF SECTION-FILE-MISSING NOT = "Y"
               MOVE "NONE HELD" TO NL-TEXT
               PERFORM WRITE-NOTE-LINE.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-NOT-ON-DISK.
           MOVE "Y" TO SECTION-FILE-MISSING.
           MOVE "NOT ON DISK" TO NL-TEXT.
           PERFORM WRITE-NOTE-LINE.

       WRITE-NOTE-LINE.
           MOVE NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-FIELD-LINE.
           MOVE FIELD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACE TO FL-VALUE.

      ******************************************************************
      *    A record image - the first line marked, its continuation
      *    lines indented, blank stretches at the end not printed.
      ******************************************************************
       WRITE-RECORD-IMAGE.
           ADD 1 TO SECTION-ITEM-COUNT.
           MOVE "  - " TO IL-MARKER.
           MOVE 1 TO IMAGE-OFFSET.
           PERFORM WRITE-ONE-IMAGE-CHUNK
               UNTIL IMAGE-OFFSET > IMAGE-LENGTH.
           MOVE SPACE TO RECORD-IMAGE.

       WRITE-ONE-IMAGE-CHUNK.
           IF RECORD-IMAGE(IMAGE-OFFSET:) = SPACE
               MOVE IMAGE-LENGTH TO IMAGE-OFFSET
           ELSE
               MOVE RECORD-IMAGE(IMAGE-OFFSET:IMAGE-CHUNK-LENGTH)
                   TO IL-TEXT
               MOVE IMAGE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACE TO IL-MARKER.
           ADD IMAGE-CHUNK-LENGTH TO IMAGE-OFFSET.

       WRITE-PRINTOUT-SUMMARY.
           MOVE SECTIONS-WITH-DATA TO SL-SECTIONS.
           MOVE SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    Department scope - the operator comes from the menu
      *    session, or signs on here when the printout is run on its
      *    own. The worker is opened like a maintenance screen opens
      *    one, so a refusal is logged.
      ******************************************************************
       GET-SCOPE-SESSION.
           MOVE "G" TO SCOPE-FUNCTION.
           MOVE "PRINT-SUBJECT-ACCESS" TO SCOPE-PROGRAM-NAME.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.
           MOVE SCOPE-OK TO SCOPE-SESSION-OK.
           IF SCOPE-SESSION-OK NOT = "Y"
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDS".

       CHECK-WORKER-IN-SCOPE.
           MOVE "O" TO SCOPE-FUNCTION.
           MOVE WORKER-ABTEILUNG-ID TO SCOPE-ABTEILUNG-ID.
           MOVE THE-ARBEITER-ID TO SCOPE-ARBEITER-ID.
           CALL "CHECK-OPERATOR-SCOPE" USING SCOPE-REQUEST.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten SUBJECT-ACCESS.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-SUBJECT-ACCESS" TO CATALOG-PROGRAM-NAME.
           MOVE "SUBJECT-ACCESS" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           STRING
               "ARBEITER "     DELIMITED BY SIZE
               THE-ARBEITER-ID DELIMITED BY SIZE
               INTO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-SUBJECT-ACCESS.
