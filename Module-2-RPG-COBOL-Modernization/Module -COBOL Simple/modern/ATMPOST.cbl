
      *    A BALANCE INQUIRY MOVES NO CASH; IT ONLY ATTRACTS THE
      *    ATMB FEE FROM THE MAINTAINABLE FEE SCHEDULE WHEN A ROW IS
      *    ON FILE FOR THE ACCOUNT'S TYPE. AN AVAILABLE BALANCE THAT
      *    CANNOT COVER THE FEE SKIPS IT - THE INQUIRY ITSELF IS NEVER
      *    RETURNED FOR THAT.
       2600-POST-INQUIRY-FEE.
           PERFORM 2650-LOOKUP-INQUIRY-FEE
           IF INQUIRY-FEE-ON-FILE
               PERFORM 3800-COMPUTE-AVAILABLE-BALANCE
           END-IF
           IF INQUIRY-FEE-ON-FILE
              AND AVAILABLE-BALANCE >= ATM-FEE-AMOUNT
               SUBTRACT ATM-FEE-AMOUNT FROM ACCOUNT-BALANCE
               MOVE TODAY-DATE TO LAST-TRANSACTION-DATE
               REWRITE ACCOUNT-RECORD
           MOVE ACCT-NUMBER TO HOLD-LOOKUP-ACCOUNT
           PERFORM 3810-COMPUTE-ACTIVE-HOLDS
           COMPUTE AVAILABLE-BALANCE =
               ACCOUNT-BALANCE - ACTIVE-HOLDS-TOTAL
      *    AN UNEXPIRED SANCTIONED OVERDRAFT ON A CHECKING ACCOUNT IS
      *    HEADROOM THE DEBIT MAY DRAW ON.
           IF CHECKING-ACCOUNT AND OD-LIMIT > ZERO
              AND (OD-EXPIRY-DATE = SPACES
                   OR OD-EXPIRY-DATE(1:8) >= TODAY-DATE)
               ADD OD-LIMIT TO AVAILABLE-BALANCE
           END-IF.

       3810-COMPUTE-ACTIVE-HOLDS.
           MOVE ZERO TO ACTIVE-HOLDS-TOTAL
