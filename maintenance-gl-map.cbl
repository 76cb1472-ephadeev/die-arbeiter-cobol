           PERFORM ENTER-GLM-EMPLOYER-ACCOUNT.
           PERFORM ENTER-GLM-CLEARING-ACCOUNT.
           PERFORM ENTER-GLM-COST-CENTER.
           PERFORM ENTER-GLM-VACATION-EXPENSE.
           PERFORM ENTER-GLM-VACATION-ACCRUAL.

      ******************************************************************
      *    CHANGE

       ASK-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > 7
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
               PERFORM ENTER-GLM-COST-CENTER.
           IF WHICH-FIELD = 5
               PERFORM ENTER-GLM-EMPLOYER-ACCOUNT.
           IF WHICH-FIELD = 6
               PERFORM ENTER-GLM-VACATION-EXPENSE.
           IF WHICH-FIELD = 7
               PERFORM ENTER-GLM-VACATION-ACCRUAL.
           PERFORM REWRITE-GL-ACCOUNT-MAP-RECORD.

      ******************************************************************
           DISPLAY "COST-CENTER CODE MUST BE ENTERED".
           PERFORM ACCEPT-GLM-COST-CENTER.

       ENTER-GLM-VACATION-EXPENSE.
           PERFORM ACCEPT-GLM-VACATION-EXPENSE.
           PERFORM RE-ACCEPT-GLM-VACATION-EXPENSE
               UNTIL GLM-VACATION-EXPENSE-ACCOUNT NOT = SPACES.

       ACCEPT-GLM-VACATION-EXPENSE.
           DISPLAY "ENTER VACATION EXPENSE ACCOUNT (6 DIGITS)".
           ACCEPT GLM-VACATION-EXPENSE-ACCOUNT.

       RE-ACCEPT-GLM-VACATION-EXPENSE.
           DISPLAY "VACATION EXPENSE ACCOUNT MUST BE ENTERED".
           PERFORM ACCEPT-GLM-VACATION-EXPENSE.

       ENTER-GLM-VACATION-ACCRUAL.
           PERFORM ACCEPT-GLM-VACATION-ACCRUAL.
           PERFORM RE-ACCEPT-GLM-VACATION-ACCRUAL
               UNTIL GLM-VACATION-ACCRUAL-ACCOUNT NOT = SPACES.

       ACCEPT-GLM-VACATION-ACCRUAL.
           DISPLAY "ENTER VACATION ACCRUAL ACCOUNT (6 DIGITS)".
           ACCEPT GLM-VACATION-ACCRUAL-ACCOUNT.

       RE-ACCEPT-GLM-VACATION-ACCRUAL.
           DISPLAY "VACATION ACCRUAL ACCOUNT MUST BE ENTERED".
           PERFORM ACCEPT-GLM-VACATION-ACCRUAL.

      ******************************************************************
      *    Routines shared by Change, Inquire and Delete
      ******************************************************************
           DISPLAY "3. CLEARING ACCOUNT: " GLM-CLEARING-ACCOUNT.
           DISPLAY "4. COST CENTER: " GLM-COST-CENTER.
           DISPLAY "5. EMPLOYER ACCOUNT: " GLM-EMPLOYER-ACCOUNT.
           DISPLAY "6. VACATION EXPENSE ACCOUNT: "
               GLM-VACATION-EXPENSE-ACCOUNT.
           DISPLAY "7. VACATION ACCRUAL ACCOUNT: "
               GLM-VACATION-ACCRUAL-ACCOUNT.
           DISPLAY " ".

      ******************************************************************
