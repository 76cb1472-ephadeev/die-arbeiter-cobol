      ******************************************************************
      *    Primary Key - AP-RQ-APPLICANT-KEY
      *        (AP-RQ-ID + AP-APPLICANT-ID)
      *    One candidate applying against one approved requisition.
      *    The applicant number is a running number per person - a
      *    person applying for two requisitions keeps the one number
      *    and has a record under each. The stage moves forward
      *    received - interview - offer - accepted, or ends in
      *    declined, each step dated. Kept in
      *    MAINTENANCE-APPLICANT, which creates the pending hire
      *    (AP-ARBEITER-ID) and fills the requisition on acceptance;
      *    counted by PRINT-APPLICANT-PIPELINE.
      ******************************************************************
       FD  APPLICANT-FILE.
       01  APPLICANT-RECORD.
           05 AP-RQ-APPLICANT-KEY.
               10 AP-RQ-ID            PIC 9(6).
               10 AP-APPLICANT-ID     PIC 9(6).
           05 AP-FAMILIE          PIC X(100).
           05 AP-NAME             PIC X(100).
           05 AP-EMAIL            PIC X(60).
           05 AP-TELEFON          PIC X(20).
           05 AP-SOURCE           PIC X.
               88 AP-FROM-JOB-BOARD   VALUE "J".
               88 AP-FROM-AGENCY      VALUE "A".
               88 AP-FROM-REFERRAL    VALUE "R".
               88 AP-FROM-INTERNAL    VALUE "I".
               88 AP-FROM-WEBSITE     VALUE "W".
               88 AP-FROM-OTHER       VALUE "O".
               88 AP-SOURCE-IS-VALID  VALUES "J" "A" "R" "I" "W" "O".
           05 AP-STAGE            PIC X.
               88 AP-IS-RECEIVED      VALUE "R".
               88 AP-IS-INTERVIEW     VALUE "I".
               88 AP-IS-OFFER         VALUE "O".
               88 AP-IS-ACCEPTED      VALUE "A".
               88 AP-IS-DECLINED      VALUE "D".
               88 AP-IS-IN-PIPELINE   VALUES "R" "I" "O".
           05 AP-RECEIVED-DATE    PIC X(10).
           05 AP-INTERVIEW-DATE   PIC X(10).
           05 AP-OFFER-DATE       PIC X(10).
           05 AP-ACCEPTED-DATE    PIC X(10).
           05 AP-DECLINED-DATE    PIC X(10).
           05 AP-OFFER-SALARY     PIC 9(7)V99.
           05 AP-ARBEITER-ID      PIC 9(6).
           05 AP-CHANGED-BY       PIC 9(4).
