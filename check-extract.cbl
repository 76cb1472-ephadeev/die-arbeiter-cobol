      *    For the GL extract it also confirms debits equal credits.
      *    Covers GL-INTERFACE, ARBEITER-CSV, ABTEIL-CSV, the
      *    PAYMENT-FILE and the REMITTANCE-FILE (which shares the
      *    payment file's fixed format), the WAGE-TAX-RETURN
      *    (which shares the CSV shape), the SI-NOTIFICATIONS
      *    file (which shares the payment file's fixed format), the
      *    SHORT-TIME-CLAIM (which shares the CSV shape), and the
      *    OFF-CYCLE-PAYMENT-FILE (the payment file's own format).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-EXTRACT.
       77  EXTRACT-AT-END        PIC X.
       77  EXTRACT-MISSING       PIC X.
       77  MENU-PICK             PIC 9.
           88 MENU-PICK-IS-VALID VALUES 0 THRU 9.
       77  TRAILER-SEEN          PIC X.
       77  THE-VERDICT           PIC X(14).

           DISPLAY "          3.  ABTEIL-CSV".
           DISPLAY "          4.  PAYMENT-FILE".
           DISPLAY "          5.  REMITTANCE-FILE".
           DISPLAY "          6.  WAGE-TAX-RETURN".
           DISPLAY "          7.  SI-NOTIFICATIONS".
           DISPLAY "          8.  SHORT-TIME-CLAIM".
           DISPLAY "          9.  OFF-CYCLE-PAYMENT-FILE".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-9)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           ELSE
           IF MENU-PICK = 5
               MOVE "REMITTANCE-FILE" TO EXTRACT-FILE-NAME
               PERFORM CHECK-THE-PAYMENT-FILE
           ELSE
           IF MENU-PICK = 6
               MOVE "WAGE-TAX-RETURN" TO EXTRACT-FILE-NAME
               PERFORM CHECK-A-CSV-FILE
           ELSE
           IF MENU-PICK = 7
               MOVE "SI-NOTIFICATIONS" TO EXTRACT-FILE-NAME
               PERFORM CHECK-THE-PAYMENT-FILE
           ELSE
           IF MENU-PICK = 8
               MOVE "SHORT-TIME-CLAIM" TO EXTRACT-FILE-NAME
               PERFORM CHECK-A-CSV-FILE
           ELSE
           IF MENU-PICK = 9
               MOVE "OFF-CYCLE-PAYMENT-FILE" TO EXTRACT-FILE-NAME
               PERFORM CHECK-THE-PAYMENT-FILE.
           PERFORM GET-MENU-PICK.

               " CREDITS " COUNTED-CREDITS.

      ******************************************************************
      *    The CSV extracts share one shape - a header line, data
      *    lines whose amount is the last-but-nothing numeric field
      *    named on the trailer, and a TRAILER,count,total line. The
      *    amount column differs: field 6 (SALARY) on ARBEITER-CSV,
      *    field 3 (PRAEMIE) on ABTEIL-CSV, field 4 (AMOUNT) on the
      *    WAGE-TAX-RETURN, field 6 (ALLOWANCE) on the
      *    SHORT-TIME-CLAIM.
      ******************************************************************
       CHECK-A-CSV-FILE.
           PERFORM OPEN-THE-EXTRACT.
       TAKE-ONE-CSV-LINE.
           PERFORM SPLIT-THE-LINE.
           IF SPLIT-FIELD(1) = "ARBEITER-ID" OR
               SPLIT-FIELD(1) = "ABTEILUNG-ID" OR
               SPLIT-FIELD(1) = "TAX-KIND"
               CONTINUE
           ELSE
           IF SPLIT-FIELD(1) = "TRAILER"
               MOVE ONE-AMOUNT TO TRAILER-AMOUNT-1
           ELSE
               ADD 1 TO COUNTED-LINES
               IF MENU-PICK = 2 OR MENU-PICK = 8
                   MOVE SPLIT-FIELD(6) TO AMOUNT-WORK-TEXT
               ELSE
               IF MENU-PICK = 6
                   MOVE SPLIT-FIELD(4) TO AMOUNT-WORK-TEXT
               ELSE
                   MOVE SPLIT-FIELD(3) TO AMOUNT-WORK-TEXT
               END-IF
               END-IF
               PERFORM PARSE-THE-AMOUNT
               ADD ONE-AMOUNT TO COUNTED-AMOUNT.
           PERFORM READ-NEXT-EXTRACT-LINE.
