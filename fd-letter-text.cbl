      ******************************************************************
      *    Primary Key - LTX-KEY
      *        (LTX-LETTER-CODE + LTX-LINE-NUMBER)
      *    One record per line of a standard HR letter, maintained
      *    in MAINTENANCE-LETTER-TEXT and merged by PRINT-HR-LETTERS.
      *    The letter codes are
      *        SI salary increase      SD salary reduction
      *        TR department transfer
      *        PC probation confirmed  PE probation extended
      *        PT probation terminated
      *    A line may carry merge fields, an ampersand and a letter:
      *        &N worker name     &D effective date   &T job title
      *        &A department      &B previous department
      *        &O old salary      &S new salary       &C change
      *        &E probation end date
      ******************************************************************
       FD  LETTER-TEXT-FILE.
       01  LETTER-TEXT-RECORD.
           05 LTX-KEY.
               10 LTX-LETTER-CODE PIC X(2).
                   88 LTX-CODE-IS-VALID VALUES "SI" "SD" "TR"
                                               "PC" "PE" "PT".
               10 LTX-LINE-NUMBER PIC 9(2).
           05 LTX-TEXT            PIC X(70).
