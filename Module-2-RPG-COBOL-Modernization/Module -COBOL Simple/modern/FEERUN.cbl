      *          COUNT THIS MONTH (COUNTED FROM TRANSACTION-LOG VIA   *
      *          THE ACCOUNT+TIMESTAMP ALTERNATE KEY)                 *
      * FEES POST AS TRANS-TYPE 'F' DEBITS SO THEY FLOW THROUGH TO    *
      * GLFEED AND BRCHRPT AUTOMATICALLY. A FEE THAT THE AVAILABLE    *
      * BALANCE (LEDGER LESS ACTIVE HOLDS, PLUS ANY UNEXPIRED         *
      * SANCTIONED OVERDRAFT) CANNOT COVER IS SKIPPED AND AUDITED     *
      * RATHER THAN DRAWING ON HELD FUNDS OR BEYOND THE LIMIT.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY FEESCHSEL.
           COPY CHKPTSEL.
           COPY CALSEL.
           COPY HOLDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS                                             *
       01  FILE-STATUS-FEESCH          PIC XX.
       01  FILE-STATUS-CHKPT           PIC XX.
       01  FILE-STATUS-CAL             PIC XX.
       01  FILE-STATUS-HOLDS           PIC XX.

      *****************************************************************
      * WORKING VARIABLES                                              *
           05  TRANS-SEQ-COUNTER       PIC 9(03) VALUE ZERO.
           05  TRANS-TIMESTAMP-WORK    PIC X(26).

      *****************************************************************
      * FUNDS HOLD VARIABLES (SEE 8750-COMPUTE-ACTIVE-HOLDS IN        *
      * ACCTMGMT FOR THE AVAILABLE-BALANCE RULE)                      *
      *****************************************************************
       01  HOLD-VARIABLES.
           05  END-OF-HOLDS            PIC X VALUE 'N'.
               88  NO-MORE-HOLDS       VALUE 'Y'.
           05  ACTIVE-HOLDS-TOTAL      PIC 9(13)V99.
           05  AVAILABLE-BALANCE       PIC S9(13)V99.
           05  HOLD-LOOKUP-ACCOUNT     PIC X(10).

      *****************************************************************
      * FEE ASSESSMENT RUN VARIABLES                                   *
      *****************************************************************
           PERFORM 1130-OPEN-FEE-SCHEDULE
           PERFORM 1110-OPEN-CHECKPOINT-FILE
           PERFORM 1140-OPEN-CALENDAR
           PERFORM 1150-OPEN-HOLDS-FILE

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
               OPEN I-O CALENDAR-FILE
           END-IF.

      *    HOLDS-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-USE
      *    FALLBACK AS AUDIT-LOG.
       1150-OPEN-HOLDS-FILE.
           OPEN I-O HOLDS-FILE
           IF FILE-STATUS-HOLDS NOT = '00'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF.

      *    MONTHLY FEES ARE ASSESSED ON THE MONTH-END NIGHT. THE
      *    PROCESSING CALENDAR DECIDES (SAME RULE AS EODRUN'S
      *    1500-CHECK-MONTH-END-NIGHT): TONIGHT'S CALENDAR RECORD
           END-EVALUATE

           IF FEE-DUE-AMOUNT > ZERO
               PERFORM 3800-COMPUTE-AVAILABLE-BALANCE
               IF AVAILABLE-BALANCE < FEE-DUE-AMOUNT
                   ADD 1 TO FEERUN-FEES-SKIPPED
                   PERFORM 2550-LOG-SKIPPED-FEE
               ELSE
                   FEE-CHARGEABLE-EVENTS * FEE-FLAT-AMOUNT
           END-IF.

      *    A PERCENTAGE FEE IS TAKEN ON A CREDIT BALANCE ONLY - AN
      *    OVERDRAWN CHECKING ACCOUNT OWES NOTHING ON ITS DEBT HERE
      *    (DEBIT INTEREST ON IT IS INTRUN'S BUSINESS).
       2400-COMPUTE-FEE-AMOUNT.
           IF FEE-PERCENTAGE > ZERO
               IF ACCOUNT-BALANCE > ZERO
                   COMPUTE FEE-DUE-AMOUNT ROUNDED =
                       ACCOUNT-BALANCE * FEE-PERCENTAGE / 100
               ELSE
                   MOVE ZERO TO FEE-DUE-AMOUNT
               END-IF
           ELSE
               MOVE FEE-FLAT-AMOUNT TO FEE-DUE-AMOUNT
           END-IF.
                  DELIMITED BY SIZE
                  INTO TRANSACTION-ID.

      *****************************************************************
      * AVAILABLE BALANCE SUPPORT - SAME RULE AS ACCTMGMT'S            *
      * 8750-COMPUTE-ACTIVE-HOLDS AND ATMPOST'S 3800                   *
      *****************************************************************
       3800-COMPUTE-AVAILABLE-BALANCE.
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
           MOVE 'N' TO END-OF-HOLDS
           MOVE HOLD-LOOKUP-ACCOUNT TO HOLD-ACCOUNT
           START HOLDS-FILE KEY IS NOT LESS THAN HOLD-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLDS
           END-START

           PERFORM 3815-READ-NEXT-HOLD UNTIL NO-MORE-HOLDS.

       3815-READ-NEXT-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-HOLDS
               NOT AT END
                   IF HOLD-ACCOUNT NOT = HOLD-LOOKUP-ACCOUNT
                       MOVE 'Y' TO END-OF-HOLDS
                   ELSE
                       PERFORM 3820-ADD-HOLD-IF-ACTIVE
                   END-IF
           END-READ.

       3820-ADD-HOLD-IF-ACTIVE.
           IF HOLD-ACTIVE
              AND (HOLD-EXPIRY-DATE = SPACES
                   OR HOLD-EXPIRY-DATE(1:8) >= TODAY-DATE)
               ADD HOLD-AMOUNT TO ACTIVE-HOLDS-TOTAL
           END-IF.

      *****************************************************************
      * SUMMARY REPORT                                                 *
      *****************************************************************
           CLOSE FEE-SCHEDULE-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE CALENDAR-FILE
           CLOSE HOLDS-FILE
           DISPLAY 'FEE ASSESSMENT RUN COMPLETE'.

      * Made with Bob
