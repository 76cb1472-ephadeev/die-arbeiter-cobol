      ******************************************************************
      *    Print the Recruiting Pipeline and Time-to-Hire Report
      *    Every approved or filled requisition, department by
      *    department, with its applicants counted by stage from
      *    APPLICANT-FILE. A filled requisition shows the days from
      *    approval to the hire; one still open shows how long it
      *    has been waiting. Each department closes with its totals
      *    and average time to hire, and the report with the firm's.
      *    Days are the usual reporting approximation of thirty-day
      *    months, as on the requisition aging report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-APPLICANT-PIPELINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-requisition.cbl".
           COPY "select-applicant.cbl".
           COPY "select-abteil.cbl".
           SELECT REPORT-FILE ASSIGN TO "APPLICANT-PIPELINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-requisition.cbl".
           COPY "fd-applicant.cbl".
           COPY "fd-abteil.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       77  REQUISITION-FILE-STATUS PIC XX.
       77  APPLICANT-FILE-STATUS PIC XX.
       77  ABTEIL-FILE-STATUS    PIC XX.
       77  REPORT-FILE-STATUS    PIC XX.
       77  QUEUE-FILE-MISSING    PIC X VALUE "N".
       77  APPLICANT-FILE-MISSING PIC X VALUE "N".
       77  ABTEIL-FILE-AT-END    PIC X.
       77  REQUEST-AT-END        PIC X.
       77  APPLICANT-AT-END      PIC X.
       77  THE-RQ-ID             PIC 9(6).
       77  DEPT-HEADER-WRITTEN   PIC X.

       77  TODAY-DATUM-PART      PIC 9(8).
       77  TODAY-DATUM-TEXT      PIC X(10).
       77  FROM-DATUM            PIC X(10).
       77  TO-DATUM              PIC X(10).
       77  FROM-YEAR             PIC 9(4).
       77  FROM-MONTH            PIC 99.
       77  FROM-DAY              PIC 99.
       77  TO-YEAR               PIC 9(4).
       77  TO-MONTH              PIC 99.
       77  TO-DAY                PIC 99.
       77  DAYS-BETWEEN          PIC S9(5).
       77  AVERAGE-DAYS          PIC 9(5).

      ******************************************************************
      *    Stage counters - one set for the requisition in hand,
      *    one for the department, one for the whole report.
      ******************************************************************
       01  RQ-COUNTS.
           05 RQ-RECEIVED-COUNT  PIC 9(5).
           05 RQ-INTERVIEW-COUNT PIC 9(5).
           05 RQ-OFFER-COUNT     PIC 9(5).
           05 RQ-ACCEPTED-COUNT  PIC 9(5).
           05 RQ-DECLINED-COUNT  PIC 9(5).
           05 RQ-APPLICANT-COUNT PIC 9(5).
       01  DEPT-COUNTS.
           05 DEPT-RECEIVED-COUNT  PIC 9(5).
           05 DEPT-INTERVIEW-COUNT PIC 9(5).
           05 DEPT-OFFER-COUNT     PIC 9(5).
           05 DEPT-ACCEPTED-COUNT  PIC 9(5).
           05 DEPT-DECLINED-COUNT  PIC 9(5).
           05 DEPT-APPLICANT-COUNT PIC 9(5).
           05 DEPT-RQ-COUNT        PIC 9(5).
           05 DEPT-FILLED-COUNT    PIC 9(5).
           05 DEPT-DAYS-TO-HIRE    PIC 9(7).
       01  FIRM-COUNTS.
           05 FIRM-RECEIVED-COUNT  PIC 9(5).
           05 FIRM-INTERVIEW-COUNT PIC 9(5).
           05 FIRM-OFFER-COUNT     PIC 9(5).
           05 FIRM-ACCEPTED-COUNT  PIC 9(5).
           05 FIRM-DECLINED-COUNT  PIC 9(5).
           05 FIRM-APPLICANT-COUNT PIC 9(5).
           05 FIRM-RQ-COUNT        PIC 9(5).
           05 FIRM-FILLED-COUNT    PIC 9(5).
           05 FIRM-DAYS-TO-HIRE    PIC 9(7).

       01  HEADER-LINE-1.
           05 FILLER PIC X(40)  VALUE
               "RECRUITING PIPELINE AND TIME TO HIRE".
           05 FILLER PIC X(8)   VALUE "AS OF: ".
           05 HL-TODAY          PIC X(10).
           05 FILLER PIC X(74)  VALUE SPACE.

       01  COLUMN-HEADER-LINE.
           05 FILLER PIC X(8)   VALUE "  REQ".
           05 FILLER PIC X(8)   VALUE "STELLE".
           05 FILLER PIC X(4)   VALUE "ST".
           05 FILLER PIC X(12)  VALUE "APPROVED".
           05 FILLER PIC X(7)   VALUE "  RECV".
           05 FILLER PIC X(7)   VALUE " INTVW".
           05 FILLER PIC X(7)   VALUE " OFFER".
           05 FILLER PIC X(7)   VALUE "  ACPT".
           05 FILLER PIC X(7)   VALUE "  DECL".
           05 FILLER PIC X(7)   VALUE " TOTAL".
           05 FILLER PIC X(20)  VALUE "  DAYS".
           05 FILLER PIC X(38)  VALUE SPACE.

       01  DEPT-HEADER-LINE.
           05 FILLER PIC X(10)  VALUE "ABTEILUNG ".
           05 DH-ABTEILUNG-ID   PIC 9(4).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 DH-ABTEILUNG-NAME PIC X(60).
           05 FILLER PIC X(56)  VALUE SPACE.

       01  REQ-LINE.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-RQ-ID          PIC 9(6).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-STELLE-ID      PIC 9(4).
           05 FILLER PIC X(4)   VALUE SPACE.
           05 RL-STATUS         PIC X.
           05 FILLER PIC X(3)   VALUE SPACE.
           05 RL-APPROVED       PIC X(10).
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-RECEIVED       PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-INTERVIEW      PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-OFFER          PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-ACCEPTED       PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-DECLINED       PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-TOTAL          PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 RL-DAYS           PIC ZZZZ9.
           05 FILLER PIC X(1)   VALUE SPACE.
           05 RL-DAYS-MEANING   PIC X(12).
           05 FILLER PIC X(37)  VALUE SPACE.

       01  TOTAL-LINE.
           05 TL-LABEL          PIC X(14).
           05 TL-RQ-COUNT       PIC ZZZZ9.
           05 FILLER PIC X(10)  VALUE " REQS".
           05 TL-RECEIVED       PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 TL-INTERVIEW      PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 TL-OFFER          PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 TL-ACCEPTED       PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 TL-DECLINED       PIC ZZZZ9.
           05 FILLER PIC X(2)   VALUE SPACE.
           05 TL-TOTAL          PIC ZZZZ9.
           05 FILLER PIC X(10)  VALUE "  FILLED: ".
           05 TL-FILLED         PIC ZZZZ9.
           05 FILLER PIC X(23)  VALUE "  AVG DAYS TO HIRE: ".
           05 TL-AVERAGE        PIC ZZZZ9.
           05 FILLER PIC X(17)  VALUE SPACE.

       01  BLANK-LINE PIC X(132) VALUE SPACE.

           COPY "catalog-request.cbl".

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           IF QUEUE-FILE-MISSING = "Y"
               DISPLAY "NO REQUISITION FILE ON DISK - NOTHING TO "
                   "REPORT"
           ELSE
               PERFORM PROCESS-REPORT.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT REQUISITION-FILE.
           IF REQUISITION-FILE-STATUS = "35"
               MOVE "Y" TO QUEUE-FILE-MISSING.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-FILE-STATUS = "35"
               MOVE "Y" TO APPLICANT-FILE-MISSING.
           OPEN INPUT ABTEIL-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD.
           MOVE SPACE TO TODAY-DATUM-TEXT.
           STRING
               TODAY-DATUM-PART(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               TODAY-DATUM-PART(7:2) DELIMITED BY SIZE
               INTO TODAY-DATUM-TEXT.
           MOVE TODAY-DATUM-TEXT TO HL-TODAY.
           MOVE HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF QUEUE-FILE-MISSING NOT = "Y"
               CLOSE REQUISITION-FILE.
           IF APPLICANT-FILE-MISSING NOT = "Y"
               CLOSE APPLICANT-FILE.
           CLOSE ABTEIL-FILE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-CATALOG.
           DISPLAY "REQUISITIONS LISTED: " FIRM-RQ-COUNT.

       PROCESS-REPORT.
           MOVE ZEROS TO FIRM-COUNTS.
           MOVE ZERO TO ABTEILUNG-ID.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           START ABTEIL-FILE KEY IS NOT LESS THAN ABTEILUNG-ID
               INVALID KEY
               MOVE "Y" TO ABTEIL-FILE-AT-END.
           IF ABTEIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ABTEIL-RECORD
               PERFORM PROCESS-ONE-DEPARTMENT
                   UNTIL ABTEIL-FILE-AT-END = "Y".
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ALL DEPTS" TO TL-LABEL.
           MOVE FIRM-RQ-COUNT TO TL-RQ-COUNT.
           MOVE FIRM-RECEIVED-COUNT TO TL-RECEIVED.
           MOVE FIRM-INTERVIEW-COUNT TO TL-INTERVIEW.
           MOVE FIRM-OFFER-COUNT TO TL-OFFER.
           MOVE FIRM-ACCEPTED-COUNT TO TL-ACCEPTED.
           MOVE FIRM-DECLINED-COUNT TO TL-DECLINED.
           MOVE FIRM-APPLICANT-COUNT TO TL-TOTAL.
           MOVE FIRM-FILLED-COUNT TO TL-FILLED.
           MOVE ZERO TO AVERAGE-DAYS.
           IF FIRM-FILLED-COUNT > ZERO
               COMPUTE AVERAGE-DAYS ROUNDED =
                   FIRM-DAYS-TO-HIRE / FIRM-FILLED-COUNT.
           MOVE AVERAGE-DAYS TO TL-AVERAGE.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    One department - the requisition file is keyed by running
      *    number, so each department scans it for its own approved
      *    and filled requisitions; proposed and rejected ones have
      *    no pipeline.
      ******************************************************************
       PROCESS-ONE-DEPARTMENT.
           MOVE ZEROS TO DEPT-COUNTS.
           MOVE "N" TO DEPT-HEADER-WRITTEN.
           MOVE ZERO TO RQ-ID.
           MOVE "N" TO REQUEST-AT-END.
           START REQUISITION-FILE KEY IS NOT LESS THAN RQ-ID
               INVALID KEY
               MOVE "Y" TO REQUEST-AT-END.
           IF REQUEST-AT-END NOT = "Y"
               PERFORM READ-NEXT-REQUISITION
               PERFORM LIST-ONE-IF-IN-DEPARTMENT
                   UNTIL REQUEST-AT-END = "Y".
           IF DEPT-RQ-COUNT > ZERO
               PERFORM WRITE-DEPARTMENT-TOTAL.
           PERFORM READ-NEXT-ABTEIL-RECORD.

       LIST-ONE-IF-IN-DEPARTMENT.
           IF RQ-ABTEILUNG-ID = ABTEILUNG-ID AND
               (RQ-IS-APPROVED OR RQ-IS-FILLED)
               PERFORM LIST-ONE-REQUISITION.
           PERFORM READ-NEXT-REQUISITION.

       LIST-ONE-REQUISITION.
           IF DEPT-HEADER-WRITTEN NOT = "Y"
               PERFORM WRITE-DEPARTMENT-HEADER.
           PERFORM COUNT-REQUISITION-APPLICANTS.
           MOVE RQ-APPROVED-DATE TO FROM-DATUM.
           IF RQ-IS-FILLED
               MOVE RQ-FILLED-DATE TO TO-DATUM
               MOVE "TO HIRE" TO RL-DAYS-MEANING
           ELSE
               MOVE TODAY-DATUM-TEXT TO TO-DATUM
               MOVE "OPEN SO FAR" TO RL-DAYS-MEANING.
           PERFORM COMPUTE-DAYS-BETWEEN.
           IF RQ-IS-FILLED
               ADD 1 TO DEPT-FILLED-COUNT
               ADD DAYS-BETWEEN TO DEPT-DAYS-TO-HIRE.
           MOVE RQ-ID TO RL-RQ-ID.
           MOVE RQ-STELLE-ID TO RL-STELLE-ID.
           MOVE RQ-STATUS TO RL-STATUS.
           MOVE RQ-APPROVED-DATE TO RL-APPROVED.
           MOVE RQ-RECEIVED-COUNT TO RL-RECEIVED.
           MOVE RQ-INTERVIEW-COUNT TO RL-INTERVIEW.
           MOVE RQ-OFFER-COUNT TO RL-OFFER.
           MOVE RQ-ACCEPTED-COUNT TO RL-ACCEPTED.
           MOVE RQ-DECLINED-COUNT TO RL-DECLINED.
           MOVE RQ-APPLICANT-COUNT TO RL-TOTAL.
           MOVE DAYS-BETWEEN TO RL-DAYS.
           MOVE REQ-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO DEPT-RQ-COUNT.
           ADD RQ-RECEIVED-COUNT TO DEPT-RECEIVED-COUNT.
           ADD RQ-INTERVIEW-COUNT TO DEPT-INTERVIEW-COUNT.
           ADD RQ-OFFER-COUNT TO DEPT-OFFER-COUNT.
           ADD RQ-ACCEPTED-COUNT TO DEPT-ACCEPTED-COUNT.
           ADD RQ-DECLINED-COUNT TO DEPT-DECLINED-COUNT.
           ADD RQ-APPLICANT-COUNT TO DEPT-APPLICANT-COUNT.

      ******************************************************************
      *    The requisition's applicants read together by key.
      ******************************************************************
       COUNT-REQUISITION-APPLICANTS.
           MOVE ZEROS TO RQ-COUNTS.
           IF APPLICANT-FILE-MISSING NOT = "Y"
               MOVE RQ-ID TO THE-RQ-ID
               MOVE RQ-ID TO AP-RQ-ID
               MOVE ZERO TO AP-APPLICANT-ID
               MOVE "N" TO APPLICANT-AT-END
               START APPLICANT-FILE
                   KEY IS NOT LESS THAN AP-RQ-APPLICANT-KEY
                   INVALID KEY
                   MOVE "Y" TO APPLICANT-AT-END
               END-START
               IF APPLICANT-AT-END NOT = "Y"
                   PERFORM READ-NEXT-APPLICANT
                   PERFORM COUNT-ONE-APPLICANT
                       UNTIL APPLICANT-AT-END = "Y".

       COUNT-ONE-APPLICANT.
           ADD 1 TO RQ-APPLICANT-COUNT.
           IF AP-IS-RECEIVED
               ADD 1 TO RQ-RECEIVED-COUNT
           ELSE
           IF AP-IS-INTERVIEW
               ADD 1 TO RQ-INTERVIEW-COUNT
           ELSE
           IF AP-IS-OFFER
               ADD 1 TO RQ-OFFER-COUNT
           ELSE
           IF AP-IS-ACCEPTED
               ADD 1 TO RQ-ACCEPTED-COUNT
           ELSE
           IF AP-IS-DECLINED
               ADD 1 TO RQ-DECLINED-COUNT.
           PERFORM READ-NEXT-APPLICANT.

       COMPUTE-DAYS-BETWEEN.
           MOVE ZERO TO DAYS-BETWEEN.
           IF FROM-DATUM(1:4) IS NUMERIC AND
               TO-DATUM(1:4) IS NUMERIC
               MOVE FROM-DATUM(1:4) TO FROM-YEAR
               MOVE FROM-DATUM(6:2) TO FROM-MONTH
               MOVE FROM-DATUM(9:2) TO FROM-DAY
               MOVE TO-DATUM(1:4) TO TO-YEAR
               MOVE TO-DATUM(6:2) TO TO-MONTH
               MOVE TO-DATUM(9:2) TO TO-DAY
               COMPUTE DAYS-BETWEEN =
                   (TO-YEAR - FROM-YEAR) * 365
                   + (TO-MONTH - FROM-MONTH) * 30
                   + (TO-DAY - FROM-DAY).
           IF DAYS-BETWEEN < ZERO
               MOVE ZERO TO DAYS-BETWEEN.

      ******************************************************************
      *    Report-line writers
      ******************************************************************
       WRITE-DEPARTMENT-HEADER.
           MOVE BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ABTEILUNG-ID TO DH-ABTEILUNG-ID.
           MOVE ABTEILUNG-NAME TO DH-ABTEILUNG-NAME.
           MOVE DEPT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Y" TO DEPT-HEADER-WRITTEN.

       WRITE-DEPARTMENT-TOTAL.
           MOVE "  DEPT TOTAL" TO TL-LABEL.
           MOVE DEPT-RQ-COUNT TO TL-RQ-COUNT.
           MOVE DEPT-RECEIVED-COUNT TO TL-RECEIVED.
           MOVE DEPT-INTERVIEW-COUNT TO TL-INTERVIEW.
           MOVE DEPT-OFFER-COUNT TO TL-OFFER.
           MOVE DEPT-ACCEPTED-COUNT TO TL-ACCEPTED.
           MOVE DEPT-DECLINED-COUNT TO TL-DECLINED.
           MOVE DEPT-APPLICANT-COUNT TO TL-TOTAL.
           MOVE DEPT-FILLED-COUNT TO TL-FILLED.
           MOVE ZERO TO AVERAGE-DAYS.
           IF DEPT-FILLED-COUNT > ZERO
               COMPUTE AVERAGE-DAYS ROUNDED =
                   DEPT-DAYS-TO-HIRE / DEPT-FILLED-COUNT.
           MOVE AVERAGE-DAYS TO TL-AVERAGE.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD DEPT-RQ-COUNT TO FIRM-RQ-COUNT.
           ADD DEPT-RECEIVED-COUNT TO FIRM-RECEIVED-COUNT.
           ADD DEPT-INTERVIEW-COUNT TO FIRM-INTERVIEW-COUNT.
           ADD DEPT-OFFER-COUNT TO FIRM-OFFER-COUNT.
           ADD DEPT-ACCEPTED-COUNT TO FIRM-ACCEPTED-COUNT.
           ADD DEPT-DECLINED-COUNT TO FIRM-DECLINED-COUNT.
           ADD DEPT-APPLICANT-COUNT TO FIRM-APPLICANT-COUNT.
           ADD DEPT-FILLED-COUNT TO FIRM-FILLED-COUNT.
           ADD DEPT-DAYS-TO-HIRE TO FIRM-DAYS-TO-HIRE.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-NEXT-ABTEIL-RECORD.
           MOVE "N" TO ABTEIL-FILE-AT-END.
           READ ABTEIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ABTEIL-FILE-AT-END.

       READ-NEXT-REQUISITION.
           MOVE "N" TO REQUEST-AT-END.
           READ REQUISITION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REQUEST-AT-END.

       READ-NEXT-APPLICANT.
           READ APPLICANT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO APPLICANT-AT-END.
           IF APPLICANT-AT-END NOT = "Y" AND
               AP-RQ-ID NOT = THE-RQ-ID
               MOVE "Y" TO APPLICANT-AT-END.

      ******************************************************************
      *    File this run's output on the REPORT-CATALOG under a dated
      *    generation, so it can still be reprinted after the next
      *    run has overwritten APPLICANT-PIPELINE.
      ******************************************************************
       FILE-REPORT-IN-CATALOG.
           MOVE "PRINT-APPLICANT-PIPELINE" TO CATALOG-PROGRAM-NAME.
           MOVE "APPLICANT-PIPELINE" TO CATALOG-REPORT-FILE.
           MOVE SPACE TO CATALOG-PARAMETERS.
           CALL "CATALOG-REPORT-RUN" USING CATALOG-REQUEST.

       END PROGRAM PRINT-APPLICANT-PIPELINE.
