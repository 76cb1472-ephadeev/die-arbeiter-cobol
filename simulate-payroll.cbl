      ******************************************************************
      *    Member-based rows are skipped here - a forecast over the
      *    whole company prices the band rows; the per-fund rates
      *    even out and the projection stays a one-pass scan. The
      *    tax rows need each worker's tax card, the pension
      *    conversion row each worker's contract and the loan row
      *    each worker's loans, and are skipped the same way.
      ******************************************************************
       APPLY-ONE-DEDUCTION.
           IF TABLE-DED-SIDE(DED-INDEX) NOT = "E" AND
               TABLE-DED-BASIS(DED-INDEX) NOT = "M" AND
               TABLE-DED-BASIS(DED-INDEX) NOT = "L" AND
               TABLE-DED-BASIS(DED-INDEX) NOT = "S" AND
               TABLE-DED-BASIS(DED-INDEX) NOT = "K" AND
               TABLE-DED-BASIS(DED-INDEX) NOT = "V" AND
               TABLE-DED-BASIS(DED-INDEX) NOT = "D" AND
               WORKER-GROSS >= TABLE-DED-BAND-FROM(DED-INDEX) AND
               (TABLE-DED-BAND-TO(DED-INDEX) = ZERO OR
               WORKER-GROSS <= TABLE-DED-BAND-TO(DED-INDEX))
