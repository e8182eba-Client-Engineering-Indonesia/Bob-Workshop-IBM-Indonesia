           05  BILL-INTEREST-DUE       PIC 9(13)V99.
           05  BILL-PRINCIPAL-DUE      PIC 9(13)V99.
           05  BILL-INSTALLMENT        PIC 9(13)V99.
           05  BILL-MISS-REASON        PIC X(20).
           05  LOANS-CHECKED           PIC 9(07) VALUE ZERO.
           05  LOANS-BILLED            PIC 9(07) VALUE ZERO.
           05  LOANS-MISSED            PIC 9(07) VALUE ZERO.
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO LOANS-MISSED
                   MOVE 'ACCOUNT NOT FOUND' TO BILL-MISS-REASON
                   PERFORM 2500-LOG-MISSED-INSTALLMENT
               NOT INVALID KEY
                   IF NOT ACTIVE-ACCOUNT
                       ADD 1 TO LOANS-MISSED
                       MOVE 'ACCOUNT NOT ACTIVE' TO BILL-MISS-REASON
                       PERFORM 2500-LOG-MISSED-INSTALLMENT
                   ELSE
                       PERFORM 3800-COMPUTE-AVAILABLE-BALANCE
                       IF AVAILABLE-BALANCE < BILL-INSTALLMENT
                           ADD 1 TO LOANS-MISSED
                           MOVE 'INSUFFICIENT FUNDS'
                               TO BILL-MISS-REASON
                           PERFORM 2500-LOG-MISSED-INSTALLMENT
                       ELSE
                           SUBTRACT BILL-INSTALLMENT
                   REWRITE HOLD-RECORD
           END-READ.

      *    THE REASON RIDES AT THE END OF THE DETAILS SO THE FIXED
      *    POSITIONS OF THE LOAN ID AND INSTALLMENT ARE UNCHANGED -
      *    ALERTEXT PICKS THE INSUFFICIENT-FUNDS MISSES OUT OF HERE.
       2500-LOG-MISSED-INSTALLMENT.
           DISPLAY 'INSTALLMENT MISSED: ' LOAN-ID
                    '  REPAY ACCOUNT ' LOAN-REPAY-ACCOUNT
                    '  ' BILL-MISS-REASON

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'LOAN_BILLING_MISSED' TO AUDIT-ACTION
           MOVE LOAN-REPAY-ACCOUNT TO AUDIT-ACCOUNT
           STRING 'LOAN ' LOAN-ID
                  ' INSTALLMENT=' BILL-INSTALLMENT
                  ' NOT COLLECTED REASON=' BILL-MISS-REASON
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8200-WRITE-AUDIT-RECORD.
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
