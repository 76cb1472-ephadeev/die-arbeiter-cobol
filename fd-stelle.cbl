      *    salary band. A worker's SALARY outside the band of their
      *    position is warned about at entry and listed by
      *    PRINT-BAND-COMPLIANCE-REPORT.
      *    STELLE-LEITEND - "Y" for a senior-management position
      *        (leitende Angestellte); its holders are neither voters
      *        nor candidates at the works council election. "N" on
      *        every other position.
      ******************************************************************
       FD  STELLE-FILE.
       01  STELLE-RECORD.
           05 STELLE-TITEL        PIC X(50).
           05 STELLE-MIN-SALARY   PIC 9(7)V99.
           05 STELLE-MAX-SALARY   PIC 9(7)V99.
           05 STELLE-LEITEND      PIC X(01).
               88 STELLE-IS-LEITEND      VALUE "Y".
               88 STELLE-LEITEND-IS-VALID VALUES "Y", "N".
