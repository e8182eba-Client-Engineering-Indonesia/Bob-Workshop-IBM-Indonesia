      * 6; IT IS A STANDALONE PROGRAM SO THE END-OF-DAY DRIVER        *
      * (EODRUN) CAN RUN IT UNATTENDED IN THE NIGHTLY SEQUENCE, AND   *
      * ACCTMGMT OPTION 6 NOW CALLS IT.                               *
      * A CHECKING ACCOUNT DRAWN INTO ITS OVERDRAFT EARNS NO CREDIT   *
      * INTEREST; INSTEAD IT IS CHARGED DEBIT INTEREST ON THE DRAWN   *
      * AMOUNT AT THE RATE-TABLE RATE FOR TYPE 'O'.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  INTEREST-ACCOUNTS-SKIP  PIC 9(07) VALUE ZERO.
           05  INTEREST-TOTAL-PAID     PIC 9(13)V99 VALUE ZERO.
           05  INTEREST-TOTAL-TAX      PIC 9(13)V99 VALUE ZERO.
           05  OD-DRAWN-AMOUNT         PIC 9(13)V99.
           05  OD-INTEREST-AMOUNT      PIC 9(13)V99.
           05  OD-ACCOUNTS-CHARGED     PIC 9(07) VALUE ZERO.
           05  OD-TOTAL-CHARGED        PIC 9(13)V99 VALUE ZERO.

      *****************************************************************
      * RATE TABLE LOOKUP VARIABLES (SEE 2800-LOOKUP-TABLE-RATE)      *
           MOVE ZERO TO INTEREST-ACCOUNTS-SKIP
           MOVE ZERO TO INTEREST-TOTAL-PAID
           MOVE ZERO TO INTEREST-TOTAL-TAX
           MOVE ZERO TO OD-ACCOUNTS-CHARGED
           MOVE ZERO TO OD-TOTAL-CHARGED
           MOVE LOW-VALUES TO ACCT-NUMBER
           PERFORM 1200-RESUME-FROM-CHECKPOINT

                       MOVE CHKPT-COUNTER-2 TO INTEREST-ACCOUNTS-SKIP
                       MOVE CHKPT-AMOUNT-1 TO INTEREST-TOTAL-PAID
                       MOVE CHKPT-AMOUNT-2 TO INTEREST-TOTAL-TAX
                       MOVE CHKPT-COUNTER-3 TO OD-ACCOUNTS-CHARGED
                       MOVE CHKPT-AMOUNT-3 TO OD-TOTAL-CHARGED
                       DISPLAY 'RESUMING INTEREST RUN AFTER CHECKPOINT '
                               'AT ACCOUNT ' ACCT-NUMBER
                   END-IF
           MOVE ZERO TO CHKPT-COUNTER-2
           MOVE ZERO TO CHKPT-AMOUNT-1
           MOVE ZERO TO CHKPT-AMOUNT-2
           MOVE ZERO TO CHKPT-COUNTER-3
           MOVE ZERO TO CHKPT-AMOUNT-3
           MOVE 'I' TO CHKPT-STATUS
           WRITE CHECKPOINT-RECORD
               INVALID KEY
           IF CLOSED-ACCOUNT OR INACTIVE-ACCOUNT OR FIXED-DEPOSIT
               ADD 1 TO INTEREST-ACCOUNTS-SKIP
           ELSE
               IF ACCOUNT-BALANCE < ZERO
                   PERFORM 2400-CHARGE-DEBIT-INTEREST
               ELSE
      *            THE POSTING RATE COMES FROM THE EFFECTIVE-DATED
      *            RATE TABLE TIER FOR THIS TYPE AND BALANCE AS OF THE
      *            POSTING DATE; THE RATE STORED ON THE ACCOUNT REMAINS
      *            THE FALLBACK FOR TYPES WITH NO TABLE ROWS.
                   MOVE ACCOUNT-TYPE TO RATE-LOOKUP-TYPE
                   MOVE ACCOUNT-BALANCE TO RATE-LOOKUP-BALANCE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RATE-LOOKUP-DATE
                   PERFORM 2800-LOOKUP-TABLE-RATE
                   IF NOT TABLE-RATE-FOUND
                       MOVE INTEREST-RATE TO RATE-LOOKUP-RESULT
                   END-IF
                   COMPUTE INTEREST-DUE-AMOUNT ROUNDED =
                       ACCOUNT-BALANCE * RATE-LOOKUP-RESULT / 1200
                   IF INTEREST-DUE-AMOUNT > ZERO
                       PERFORM 2150-COMPUTE-WITHHOLDING-TAX
                       ADD INTEREST-DUE-AMOUNT TO ACCOUNT-BALANCE
                       SUBTRACT INTEREST-TAX-AMOUNT FROM ACCOUNT-BALANCE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                            TO LAST-TRANSACTION-DATE
                       REWRITE ACCOUNT-RECORD
                       PERFORM 2200-LOG-INTEREST-TRANSACTION
                       IF INTEREST-TAX-AMOUNT > ZERO
                           PERFORM 2250-LOG-TAX-TRANSACTION
                       END-IF
                       ADD 1 TO INTEREST-ACCOUNTS-DONE
                       ADD INTEREST-DUE-AMOUNT TO INTEREST-TOTAL-PAID
                       ADD INTEREST-TAX-AMOUNT TO INTEREST-TOTAL-TAX
                   ELSE
                       ADD 1 TO INTEREST-ACCOUNTS-SKIP
                   END-IF
               END-IF
           END-IF.

                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

      *    DEBIT INTEREST ON AN OVERDRAWN CHECKING BALANCE. THE RATE
      *    IS LOOKED UP UNDER ACCOUNT TYPE 'O' WITH THE DRAWN AMOUNT AS
      *    THE BAND BALANCE, SO TIERED OVERDRAFT PRICING IS MAINTAINED
      *    THROUGH THE SAME RATE TABLE AS CREDIT RATES; WITH NO ROW ON
      *    FILE OD-DEBIT-INTEREST-RATE APPLIES. THE CHARGE DEEPENS THE
      *    DEBIT BALANCE AND IS LOGGED AS AN 'F' CHARGE SO IT FLOWS TO
      *    FEE INCOME THROUGH GLFEED. NO WITHHOLDING TAX APPLIES.
       2400-CHARGE-DEBIT-INTEREST.
           COMPUTE OD-DRAWN-AMOUNT = ZERO - ACCOUNT-BALANCE
           MOVE 'O' TO RATE-LOOKUP-TYPE
           MOVE OD-DRAWN-AMOUNT TO RATE-LOOKUP-BALANCE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RATE-LOOKUP-DATE
           PERFORM 2800-LOOKUP-TABLE-RATE
           IF NOT TABLE-RATE-FOUND
               MOVE OD-DEBIT-INTEREST-RATE TO RATE-LOOKUP-RESULT
           END-IF
           COMPUTE OD-INTEREST-AMOUNT ROUNDED =
               OD-DRAWN-AMOUNT * RATE-LOOKUP-RESULT / 1200
           IF OD-INTEREST-AMOUNT > ZERO
               SUBTRACT OD-INTEREST-AMOUNT FROM ACCOUNT-BALANCE
               MOVE FUNCTION CURRENT-DATE(1:8)
                    TO LAST-TRANSACTION-DATE
               REWRITE ACCOUNT-RECORD
               PERFORM 2450-LOG-DEBIT-INTEREST
               ADD 1 TO OD-ACCOUNTS-CHARGED
               ADD OD-INTEREST-AMOUNT TO OD-TOTAL-CHARGED
           ELSE
               ADD 1 TO INTEREST-ACCOUNTS-SKIP
           END-IF.

       2450-LOG-DEBIT-INTEREST.
           PERFORM 2700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'F' TO TRANS-TYPE
           MOVE OD-INTEREST-AMOUNT TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           MOVE 'OVERDRAFT DEBIT INTEREST' TO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

      *    REWRITES THE CHECKPOINT EVERY CHECKPOINT-INTERVAL ACCOUNTS
      *    SO A RESTART LOSES AT MOST ONE INTERVAL'S WORTH OF PROGRESS.
       2300-SAVE-CHECKPOINT-IF-DUE.
           COMPUTE CHKPT-PROGRESS-COUNT =
               INTEREST-ACCOUNTS-DONE + INTEREST-ACCOUNTS-SKIP
               + OD-ACCOUNTS-CHARGED
           IF FUNCTION MOD(CHKPT-PROGRESS-COUNT, CHECKPOINT-INTERVAL)
              = ZERO
               PERFORM 2310-SAVE-CHECKPOINT
                   MOVE INTEREST-ACCOUNTS-SKIP TO CHKPT-COUNTER-2
                   MOVE INTEREST-TOTAL-PAID TO CHKPT-AMOUNT-1
                   MOVE INTEREST-TOTAL-TAX TO CHKPT-AMOUNT-2
                   MOVE OD-ACCOUNTS-CHARGED TO CHKPT-COUNTER-3
                   MOVE OD-TOTAL-CHARGED TO CHKPT-AMOUNT-3
                   MOVE 'I' TO CHKPT-STATUS
                   REWRITE CHECKPOINT-RECORD
           END-READ.
           DISPLAY 'ACCOUNTS CREDITED:   ' INTEREST-ACCOUNTS-DONE
           DISPLAY 'TOTAL INTEREST PAID: ' INTEREST-TOTAL-PAID
           DISPLAY 'TAX WITHHELD:        ' INTEREST-TOTAL-TAX
           DISPLAY 'OVERDRAWN ACCOUNTS CHARGED: ' OD-ACCOUNTS-CHARGED
           DISPLAY 'TOTAL DEBIT INTEREST:       ' OD-TOTAL-CHARGED
           DISPLAY 'ACCOUNTS SKIPPED (CLOSED/INACTIVE):  '
                   INTEREST-ACCOUNTS-SKIP
           DISPLAY '========================================='
                  ' TOTAL-PAID=' INTEREST-TOTAL-PAID
                  ' TAX=' INTEREST-TOTAL-TAX
                  ' SKIPPED=' INTEREST-ACCOUNTS-SKIP
                  ' OD-CHARGED=' OD-ACCOUNTS-CHARGED
                  ' OD-INTEREST=' OD-TOTAL-CHARGED
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8200-WRITE-AUDIT-RECORD.
                   MOVE INTEREST-ACCOUNTS-SKIP TO CHKPT-COUNTER-2
                   MOVE INTEREST-TOTAL-PAID TO CHKPT-AMOUNT-1
                   MOVE INTEREST-TOTAL-TAX TO CHKPT-AMOUNT-2
                   MOVE OD-ACCOUNTS-CHARGED TO CHKPT-COUNTER-3
                   MOVE OD-TOTAL-CHARGED TO CHKPT-AMOUNT-3
                   REWRITE CHECKPOINT-RECORD
           END-READ.

