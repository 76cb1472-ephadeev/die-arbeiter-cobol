      ******************************************************************
      *    Primary Key - OB-WORKER-TASK-KEY
      *        (OB-ARBEITER-ID + OB-TASK-KIND + OB-TASK-CODE)
      *    One record per onboarding task for a new hire, seeded by
      *    SEED-ONBOARDING-TASKS when the worker is created.
      *    OB-TASK-KIND - "S" a task from the standard list, "Q" a
      *    qualification STELLE-REQ demands for the position (the
      *    QU-CODE is the task code), "K" a course that confers
      *    such a qualification (the KURS-CODE is the task code).
      *    OB-RESPONSIBLE names who has to act - IT, FACILITIES,
      *    PAYROLL, HR or the worker's CHIEF.
      *    OB-DONE-BY - the operator who ticked the task off on
      *    MAINTENANCE-ONBOARDING, or zero when the task ticked
      *    itself off because its record turned up on file (bank
      *    details, address, tax card, qualification, completed
      *    course booking).
      ******************************************************************
       FD  ONBOARDING-FILE.
       01  ONBOARDING-RECORD.
           05 OB-WORKER-TASK-KEY.
               10 OB-ARBEITER-ID  PIC 9(6).
               10 OB-TASK-KIND    PIC X.
                   88 OB-IS-STANDARD-TASK  VALUE "S".
                   88 OB-IS-QUALIFICATION  VALUE "Q".
                   88 OB-IS-COURSE         VALUE "K".
               10 OB-TASK-CODE    PIC X(6).
           05 OB-BESCHREIBUNG     PIC X(40).
           05 OB-RESPONSIBLE      PIC X(10).
           05 OB-DUE-DATUM        PIC X(10).
           05 OB-STATUS           PIC X.
               88 OB-IS-OPEN          VALUE "O".
               88 OB-IS-DONE          VALUE "D".
           05 OB-DONE-DATUM       PIC X(10).
           05 OB-DONE-BY          PIC 9(4).
