       ENTER-DED-BASIS.
           PERFORM ACCEPT-DED-BASIS.
           PERFORM RE-ACCEPT-DED-BASIS
               UNTIL DED-BASIS = "B" OR "M" OR "L" OR "S" OR "K"
                   OR "V" OR "D".

       ACCEPT-DED-BASIS.
           DISPLAY "DOES THIS ROW APPLY BY SALARY BAND (B)".
           DISPLAY "OR ONLY TO ASSIGNED MEMBERS (M)?".
           DISPLAY "TAX ROWS - WAGE TAX FROM THE TAX CARD (L),".
           DISPLAY "SOLIDARITY SURCHARGE (S) OR CHURCH TAX (K)".
           DISPLAY "PENSION SALARY CONVERSION FROM THE CONTRACT (V)".
           DISPLAY "LOAN REPAYMENT FROM THE LOAN FILE (D)".
           ACCEPT DED-BASIS.
           INSPECT DED-BASIS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-DED-BASIS.
           DISPLAY "YOU MUST ENTER B, M, L, S, K, V OR D".
           PERFORM ACCEPT-DED-BASIS.

       ENTER-DED-RATE.
           DISPLAY "4. FIXED AMOUNT: " DED-FIXED-AMOUNT.
           DISPLAY "5. SALARY BAND: " DED-BAND-FROM " TO " DED-BAND-TO.
           DISPLAY "6. SIDE (W/E): " DED-SIDE.
           DISPLAY "7. BASIS (B/M/L/S/K/V/D): " DED-BASIS.
           DISPLAY " ".

      ******************************************************************
