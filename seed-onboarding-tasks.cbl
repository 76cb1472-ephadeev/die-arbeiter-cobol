      ******************************************************************
      *    Onboarding Checklist Seeder (called subprogram)
      *    CALLed wherever a worker is created - MAINTENANCE-ARBEITER
      *    ADD, LOAD-ARBEITER-CSV, an accepted offer in
      *    MAINTENANCE-APPLICANT - and again by ACTIVATE-PENDING-HIRES
      *    on the start date, with the worker's ARBEITER-ID,
      *    ARBEITER-STELLE-ID and EINSTELL-DATUM. Writes the new
      *    hire's checklist onto ONBOARDING-FILE:
      *    - every task on the standard list below, each with its
      *      responsible party and a due date counted from the start
      *      date
      *    - one task per qualification STELLE-REQ demands for the
      *      position, for the worker's CHIEF to see to
      *    - for each of those, the first catalog course that confers
      *      the qualification, so the chief can book it
      *    A task already on file is left exactly as it is, so a
      *    second call for the same worker only fills the gaps - a
      *    pending hire created before the checklist existed is
      *    picked up when it is activated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEED-ONBOARDING-TASKS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-onboarding.cbl".
           COPY "select-stelle-req.cbl".
           COPY "select-kurs.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-onboarding.cbl".
           COPY "fd-stelle-req.cbl".
           COPY "fd-kurs.cbl".

       WORKING-STORAGE SECTION.
       77  ONBOARDING-FILE-STATUS PIC XX.
       77  STELLE-REQ-FILE-STATUS PIC XX.
       77  KURS-FILE-STATUS      PIC XX.
       77  STELLE-REQ-FILE-MISSING PIC X.
       77  KURS-FILE-MISSING     PIC X.
       77  STELLE-REQ-AT-END     PIC X.
       77  KURS-FILE-AT-END      PIC X.
       77  COURSE-FOUND          PIC X.
       77  TASKS-WRITTEN-COUNT   PIC 9(3).
       77  STANDARD-TASK-COUNT   PIC 9(2) VALUE 5.
       77  STANDARD-TASK-INDEX   PIC 9(2).
       77  QUALIFICATION-DUE-DAYS PIC 9(3) VALUE 30.
       77  DUE-OFFSET-DAYS       PIC 9(3).
       77  THE-QU-CODE           PIC X(6).

       77  TODAY-DATUM-PART      PIC 9(8).
       77  WALK-YEAR             PIC 9(4).
       77  WALK-MONTH            PIC 99.
       77  WALK-DAY              PIC 99.
       77  WALK-MAX-DAY          PIC 99.
       77  WALK-LEAP-QUOT        PIC 9(4).
       77  WALK-LEAP-REM         PIC 9(4).
       77  WALK-IS-LEAP-YEAR     PIC X.

       01  DAYS-PER-MONTH-TABLE VALUE "312831303130313130313031".
           05 DAYS-PER-MONTH-ENTRY OCCURS 12 TIMES PIC 99.

      ******************************************************************
      *    The standard list - task code, description, responsible
      *    party, and days after the start date the task is due.
      *    Access and badge have to be ready on the first day; bank
      *    details and the tax card are needed before the first
      *    payroll run.
      ******************************************************************
       01  STANDARD-TASK-VALUES.
           05 FILLER.
               10 FILLER PIC X(6)  VALUE "ITACC".
               10 FILLER PIC X(40) VALUE "IT ACCESS SET UP".
               10 FILLER PIC X(10) VALUE "IT".
               10 FILLER PIC 9(3)  VALUE 0.
           05 FILLER.
               10 FILLER PIC X(6)  VALUE "BADGE".
               10 FILLER PIC X(40) VALUE "BADGE ISSUED".
               10 FILLER PIC X(10) VALUE "FACILITIES".
               10 FILLER PIC 9(3)  VALUE 0.
           05 FILLER.
               10 FILLER PIC X(6)  VALUE "ADRESS".
               10 FILLER PIC X(40) VALUE "ADDRESS CAPTURED".
               10 FILLER PIC X(10) VALUE "HR".
               10 FILLER PIC 9(3)  VALUE 0.
           05 FILLER.
               10 FILLER PIC X(6)  VALUE "BANK".
               10 FILLER PIC X(40) VALUE "BANK DETAILS CAPTURED".
               10 FILLER PIC X(10) VALUE "PAYROLL".
               10 FILLER PIC 9(3)  VALUE 7.
           05 FILLER.
               10 FILLER PIC X(6)  VALUE "TAXCRD".
               10 FILLER PIC X(40) VALUE "TAX CARD CAPTURED".
               10 FILLER PIC X(10) VALUE "PAYROLL".
               10 FILLER PIC 9(3)  VALUE 7.
       01  STANDARD-TASK-TABLE REDEFINES STANDARD-TASK-VALUES.
           05 STANDARD-TASK OCCURS 5 TIMES.
               10 ST-TASK-CODE    PIC X(6).
               10 ST-BESCHREIBUNG PIC X(40).
               10 ST-RESPONSIBLE  PIC X(10).
               10 ST-DUE-DAYS     PIC 9(3).

       LINKAGE SECTION.
       01  OB-PARM-ARBEITER-ID   PIC 9(6).
       01  OB-PARM-STELLE-ID     PIC 9(4).
       01  OB-PARM-START-DATUM   PIC X(10).

       PROCEDURE DIVISION USING OB-PARM-ARBEITER-ID
                                OB-PARM-STELLE-ID
                                OB-PARM-START-DATUM.
       PROGRAM-START.
           PERFORM OPENING-PROCEDURE.
           PERFORM SEED-STANDARD-TASKS.
           IF STELLE-REQ-FILE-MISSING NOT = "Y"
               PERFORM SEED-POSITION-TASKS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           MOVE ZERO TO TASKS-WRITTEN-COUNT.
           OPEN I-O ONBOARDING-FILE.
           IF ONBOARDING-FILE-STATUS = "35"
               OPEN OUTPUT ONBOARDING-FILE
               CLOSE ONBOARDING-FILE
               OPEN I-O ONBOARDING-FILE.
           MOVE "N" TO STELLE-REQ-FILE-MISSING.
           OPEN INPUT STELLE-REQ-FILE.
           IF STELLE-REQ-FILE-STATUS = "35"
               MOVE "Y" TO STELLE-REQ-FILE-MISSING.
           MOVE "N" TO KURS-FILE-MISSING.
           OPEN INPUT KURS-FILE.
           IF KURS-FILE-STATUS = "35"
               MOVE "Y" TO KURS-FILE-MISSING.

       CLOSING-PROCEDURE.
           CLOSE ONBOARDING-FILE.
           IF STELLE-REQ-FILE-MISSING NOT = "Y"
               CLOSE STELLE-REQ-FILE.
           IF KURS-FILE-MISSING NOT = "Y"
               CLOSE KURS-FILE.
           IF TASKS-WRITTEN-COUNT > ZERO
               DISPLAY "ONBOARDING CHECKLIST FOR ARBEITER "
                   OB-PARM-ARBEITER-ID " - " TASKS-WRITTEN-COUNT
                   " TASKS ADDED".

      ******************************************************************
      *    Standard list
      ******************************************************************
       SEED-STANDARD-TASKS.
           PERFORM SEED-ONE-STANDARD-TASK
               VARYING STANDARD-TASK-INDEX
               FROM 1 BY 1
               UNTIL STANDARD-TASK-INDEX > STANDARD-TASK-COUNT.

       SEED-ONE-STANDARD-TASK.
           MOVE SPACE TO ONBOARDING-RECORD.
           MOVE OB-PARM-ARBEITER-ID TO OB-ARBEITER-ID.
           MOVE "S" TO OB-TASK-KIND.
           MOVE ST-TASK-CODE(STANDARD-TASK-INDEX) TO OB-TASK-CODE.
           MOVE ST-BESCHREIBUNG(STANDARD-TASK-INDEX)
               TO OB-BESCHREIBUNG.
           MOVE ST-RESPONSIBLE(STANDARD-TASK-INDEX)
               TO OB-RESPONSIBLE.
           MOVE ST-DUE-DAYS(STANDARD-TASK-INDEX) TO DUE-OFFSET-DAYS.
           PERFORM WRITE-ONBOARDING-TASK.

      ******************************************************************
      *    Position requirements - every STELLE-REQ row for the
      *    worker's position becomes a qualification task, plus a
      *    course task when the catalog has a course conferring it.
      ******************************************************************
       SEED-POSITION-TASKS.
           MOVE OB-PARM-STELLE-ID TO SR-STELLE-ID.
           MOVE SPACE TO SR-QU-CODE.
           MOVE "N" TO STELLE-REQ-AT-END.
           START STELLE-REQ-FILE
               KEY IS NOT LESS THAN SR-STELLE-CODE-KEY
               INVALID KEY
               MOVE "Y" TO STELLE-REQ-AT-END.
           IF STELLE-REQ-AT-END NOT = "Y"
               PERFORM READ-NEXT-STELLE-REQ
               PERFORM SEED-ONE-REQUIREMENT
                   UNTIL STELLE-REQ-AT-END = "Y".

       SEED-ONE-REQUIREMENT.
           MOVE SR-QU-CODE TO THE-QU-CODE.
           MOVE SPACE TO ONBOARDING-RECORD.
           MOVE OB-PARM-ARBEITER-ID TO OB-ARBEITER-ID.
           MOVE "Q" TO OB-TASK-KIND.
           MOVE THE-QU-CODE TO OB-TASK-CODE.
           STRING
               "QUALIFICATION " DELIMITED BY SIZE
               THE-QU-CODE      DELIMITED BY SIZE
               " IN PLACE"      DELIMITED BY SIZE
               INTO OB-BESCHREIBUNG.
           MOVE "CHIEF" TO OB-RESPONSIBLE.
           MOVE QUALIFICATION-DUE-DAYS TO DUE-OFFSET-DAYS.
           PERFORM WRITE-ONBOARDING-TASK.
           IF KURS-FILE-MISSING NOT = "Y"
               PERFORM FIND-CONFERRING-COURSE
               IF COURSE-FOUND = "Y"
                   PERFORM SEED-COURSE-TASK.
           PERFORM READ-NEXT-STELLE-REQ.

       SEED-COURSE-TASK.
           MOVE SPACE TO ONBOARDING-RECORD.
           MOVE OB-PARM-ARBEITER-ID TO OB-ARBEITER-ID.
           MOVE "K" TO OB-TASK-KIND.
           MOVE KURS-CODE TO OB-TASK-CODE.
           STRING
               "COURSE "              DELIMITED BY SIZE
               KURS-BESCHREIBUNG(1:33) DELIMITED BY SIZE
               INTO OB-BESCHREIBUNG.
           MOVE "CHIEF" TO OB-RESPONSIBLE.
           MOVE QUALIFICATION-DUE-DAYS TO DUE-OFFSET-DAYS.
           PERFORM WRITE-ONBOARDING-TASK.

      ******************************************************************
      *    The catalog is keyed on KURS-CODE, not on what a course
      *    confers, so it is read through; the first course that
      *    confers the qualification is the one suggested.
      ******************************************************************
       FIND-CONFERRING-COURSE.
           MOVE "N" TO COURSE-FOUND.
           MOVE "N" TO KURS-FILE-AT-END.
           MOVE SPACE TO KURS-CODE.
           START KURS-FILE KEY IS NOT LESS THAN KURS-CODE
               INVALID KEY
               MOVE "Y" TO KURS-FILE-AT-END.
           IF KURS-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-KURS-RECORD
               PERFORM CHECK-ONE-KURS-RECORD
                   UNTIL KURS-FILE-AT-END = "Y" OR
                       COURSE-FOUND = "Y".

       CHECK-ONE-KURS-RECORD.
           IF KURS-QU-CODE = THE-QU-CODE
               MOVE "Y" TO COURSE-FOUND
           ELSE
               PERFORM READ-NEXT-KURS-RECORD.

      ******************************************************************
      *    Common writer - due date from the start date and the
      *    offset, task opened. INVALID KEY means the task is on
      *    the checklist already and keeps its own state.
      ******************************************************************
       WRITE-ONBOARDING-TASK.
           PERFORM COMPUTE-DUE-DATUM.
           MOVE "O" TO OB-STATUS.
           MOVE SPACE TO OB-DONE-DATUM.
           MOVE ZERO TO OB-DONE-BY.
           WRITE ONBOARDING-RECORD
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               ADD 1 TO TASKS-WRITTEN-COUNT.

      ******************************************************************
      *    Start date plus the offset, walked a day at a time with
      *    month and year rollover. A start date that is not a
      *    date counts from today.
      ******************************************************************
       COMPUTE-DUE-DATUM.
           IF OB-PARM-START-DATUM(1:4) IS NUMERIC AND
               OB-PARM-START-DATUM(6:2) IS NUMERIC AND
               OB-PARM-START-DATUM(9:2) IS NUMERIC
               MOVE OB-PARM-START-DATUM(1:4) TO WALK-YEAR
               MOVE OB-PARM-START-DATUM(6:2) TO WALK-MONTH
               MOVE OB-PARM-START-DATUM(9:2) TO WALK-DAY
           ELSE
               ACCEPT TODAY-DATUM-PART FROM DATE YYYYMMDD
               MOVE TODAY-DATUM-PART(1:4) TO WALK-YEAR
               MOVE TODAY-DATUM-PART(5:2) TO WALK-MONTH
               MOVE TODAY-DATUM-PART(7:2) TO WALK-DAY.
           PERFORM ADD-ONE-DAY DUE-OFFSET-DAYS TIMES.
           MOVE SPACE TO OB-DUE-DATUM.
           STRING
               WALK-YEAR  DELIMITED BY SIZE
               "-"        DELIMITED BY SIZE
               WALK-MONTH DELIMITED BY SIZE
               "-"        DELIMITED BY SIZE
               WALK-DAY   DELIMITED BY SIZE
               INTO OB-DUE-DATUM.

       ADD-ONE-DAY.
           PERFORM FIND-WALK-MAX-DAY.
           ADD 1 TO WALK-DAY.
           IF WALK-DAY > WALK-MAX-DAY
               MOVE 1 TO WALK-DAY
               ADD 1 TO WALK-MONTH
               IF WALK-MONTH > 12
                   MOVE 1 TO WALK-MONTH
                   ADD 1 TO WALK-YEAR.

       FIND-WALK-MAX-DAY.
           MOVE DAYS-PER-MONTH-ENTRY(WALK-MONTH) TO WALK-MAX-DAY.
           IF WALK-MONTH = 2
               PERFORM DETERMINE-WALK-LEAP-YEAR
               IF WALK-IS-LEAP-YEAR = "Y"
                   MOVE 29 TO WALK-MAX-DAY.

       DETERMINE-WALK-LEAP-YEAR.
           MOVE "N" TO WALK-IS-LEAP-YEAR.
           DIVIDE WALK-YEAR BY 4
               GIVING WALK-LEAP-QUOT
               REMAINDER WALK-LEAP-REM.
           IF WALK-LEAP-REM = 0
               MOVE "Y" TO WALK-IS-LEAP-YEAR
               DIVIDE WALK-YEAR BY 100
                   GIVING WALK-LEAP-QUOT
                   REMAINDER WALK-LEAP-REM
               IF WALK-LEAP-REM = 0
                   MOVE "N" TO WALK-IS-LEAP-YEAR
                   DIVIDE WALK-YEAR BY 400
                       GIVING WALK-LEAP-QUOT
                       REMAINDER WALK-LEAP-REM
                   IF WALK-LEAP-REM = 0
                       MOVE "Y" TO WALK-IS-LEAP-YEAR.

      ******************************************************************
      *    File I-O Routines
      ******************************************************************
       READ-NEXT-STELLE-REQ.
           READ STELLE-REQ-FILE NEXT RECORD
               AT END
               MOVE "Y" TO STELLE-REQ-AT-END.
           IF STELLE-REQ-AT-END NOT = "Y"
               IF SR-STELLE-ID NOT = OB-PARM-STELLE-ID
                   MOVE "Y" TO STELLE-REQ-AT-END.

       READ-NEXT-KURS-RECORD.
           READ KURS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO KURS-FILE-AT-END.

       END PROGRAM SEED-ONBOARDING-TASKS.
