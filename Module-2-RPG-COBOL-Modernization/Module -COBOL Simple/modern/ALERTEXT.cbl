       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTEXT.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * CUSTOMER ALERT EXTRACT BATCH JOB                              *
      * COLLECTS THE DAY'S CUSTOMER-FACING EVENTS AND WRITES ONE FLAT *
      * RECORD PER EVENT FOR THE SMS / E-MAIL GATEWAY, BETWEEN A      *
      * HEADER AND A CONTROL TRAILER (SAME SHAPE AS GLFEED):          *
      *   - CASH WITHDRAWALS AND OUTWARD TRANSFERS AT OR ABOVE        *
      *     ALERT-AMOUNT-THRESHOLD (TODAY'S TRANSACTION-LOG)          *
      *   - FEES AND CHARGES POSTED TODAY (TRANSACTION-LOG 'F')       *
      *   - FIXED DEPOSITS MATURING WITHIN ALERT-FD-NOTICE-DAYS       *
      *   - LOAN INSTALLMENTS LOANBILL COULD NOT COLLECT FOR LACK OF  *
      *     FUNDS, AND ACCOUNTS DORMANCY FLAGGED INACTIVE (TODAY'S    *
      *     AUDIT-LOG ENTRIES FROM THOSE JOBS)                        *
      *   - FUNDS HOLDS PLACED TODAY                                  *
      * THE ALERT GOES TO THE ACCOUNT'S PRIMARY CUSTOMER AT THE CIF   *
      * PHONE NUMBER. A CUSTOMER WITH NO USABLE PHONE GETS NO ALERT   *
      * RECORD AND IS LISTED AS AN EXCEPTION INSTEAD.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTSEL.
           COPY TRANSEL.
           COPY AUDITSEL.
           COPY CUSTSEL.
           COPY HOLDSEL.
           COPY ALERTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS (INCLUDES ALERT THRESHOLDS)                 *
      *****************************************************************
           COPY BUSCONST.

      *****************************************************************
      * FILE STATUS CODES                                              *
      *****************************************************************
       01  FILE-STATUS-ACCOUNT         PIC XX.
       01  FILE-STATUS-TRANS           PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.
       01  FILE-STATUS-CUST            PIC XX.
       01  FILE-STATUS-HOLDS           PIC XX.
       01  FILE-STATUS-ALERT           PIC XX.

      *****************************************************************
      * WORKING VARIABLES                                              *
      *****************************************************************
       01  WORK-VARIABLES.
           05  CURRENT-DATE-TIME       PIC X(26).
           05  CURRENT-USER-ID         PIC X(10) VALUE 'SYSTEM'.
           05  AUDIT-SEQ-COUNTER       PIC 9(03) VALUE ZERO.
           05  AUDIT-TIMESTAMP-WORK    PIC X(26).
           05  AUDIT-WRITE-FLAG        PIC X VALUE 'N'.
               88  AUDIT-WRITTEN       VALUE 'Y'.
           05  TODAY-DATE              PIC X(08).

       01  ALERT-VARIABLES.
           05  END-OF-TRANSACTION-LOG  PIC X VALUE 'N'.
               88  NO-MORE-TRANSACTIONS VALUE 'Y'.
           05  END-OF-ACCOUNT-FILE     PIC X VALUE 'N'.
               88  NO-MORE-ACCOUNTS    VALUE 'Y'.
           05  END-OF-AUDIT-LOG        PIC X VALUE 'N'.
               88  NO-MORE-AUDIT       VALUE 'Y'.
           05  END-OF-HOLDS            PIC X VALUE 'N'.
               88  NO-MORE-HOLDS       VALUE 'Y'.
           05  ALERT-CUSTOMER-FLAG     PIC X VALUE 'N'.
               88  ALERT-CUSTOMER-OK   VALUE 'Y'.
           05  ALERT-ACCOUNT-WORK      PIC X(10).
           05  ALERT-CUSTOMER-WORK     PIC X(15).
           05  ALERT-PHONE-DIGITS      PIC 9(03).
           05  ALERT-TODAY-NUM         PIC 9(08).
           05  ALERT-MATURITY-NUM      PIC 9(08).
           05  ALERT-DAYS-TO-MATURITY  PIC S9(07).
           05  ALERT-REASON-TALLY      PIC 9(03).
           05  ALERT-INSTALLMENT-TEXT  PIC X(15).
           05  ALERT-INSTALLMENT-AMT   REDEFINES ALERT-INSTALLMENT-TEXT
                                       PIC 9(13)V99.
           05  ALERT-LOAN-ID           PIC X(20).
           05  ALERT-EVENTS-FOUND      PIC 9(07) VALUE ZERO.
           05  ALERT-RECORDS-WRITTEN   PIC 9(07) VALUE ZERO.
           05  ALERT-NO-PHONE          PIC 9(07) VALUE ZERO.
           05  ALERT-NO-CUSTOMER       PIC 9(07) VALUE ZERO.
           05  ALERT-TOTAL-AMOUNT      PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-SCAN-TRANSACTIONS UNTIL NO-MORE-TRANSACTIONS
           PERFORM 3000-START-ACCOUNT-SCAN
           PERFORM 3100-SCAN-FD-MATURITIES UNTIL NO-MORE-ACCOUNTS
           PERFORM 4000-START-AUDIT-SCAN
           PERFORM 4100-SCAN-AUDIT-EVENTS UNTIL NO-MORE-AUDIT
           PERFORM 5000-START-HOLD-SCAN
           PERFORM 5100-SCAN-NEW-HOLDS UNTIL NO-MORE-HOLDS
           PERFORM 6000-WRITE-CONTROL-TOTAL
           PERFORM 8000-PRINT-RUN-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           GOBACK.

      *****************************************************************
      * INITIALIZATION                                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'CUSTOMER ALERT EXTRACT'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT TRANSACTION-LOG
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT HOLDS-FILE
           PERFORM 1100-OPEN-AUDIT-LOG
           OPEN OUTPUT ALERT-FILE

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE TODAY-DATE TO ALERT-TODAY-NUM

           MOVE 'H' TO ALRT-HDR-REC-TYPE
           MOVE TODAY-DATE TO ALRT-HDR-FILE-DATE
           MOVE 'ALERTEXT' TO ALRT-HDR-SOURCE
           MOVE SPACES TO ALRT-HDR-FILLER
           WRITE ALERT-HEADER-RECORD

           DISPLAY ' '
           DISPLAY 'EXCEPTIONS - NO ALERT SENT'
           DISPLAY '---------------------------------'

           MOVE LOW-VALUES TO TRANS-ID
           START TRANSACTION-LOG KEY IS GREATER THAN TRANS-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-TRANSACTION-LOG
           END-START.

      *    AUDIT-LOG IS NOW INDEXED; CREATE ON FIRST USE AND OPEN I-O
      *    (IT USED TO BE OPENED EXTEND AS A FLAT SEQUENTIAL FILE).
       1100-OPEN-AUDIT-LOG.
           OPEN I-O AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN I-O AUDIT-LOG
           END-IF.

      *****************************************************************
      * TODAY'S WITHDRAWALS, TRANSFERS AND FEES                        *
      *****************************************************************
       2000-SCAN-TRANSACTIONS.
           READ TRANSACTION-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTION-LOG
               NOT AT END
                   PERFORM 2100-EVALUATE-TRANSACTION
           END-READ.

      *    ONLY CUSTOMER DEBITS ARE ALERTED: A CASH WITHDRAWAL OR AN
      *    OUTWARD TRANSFER ONCE IT REACHES THE THRESHOLD, AND EVERY
      *    FEE OR CHARGE REGARDLESS OF SIZE. THE FEE MESSAGE IS THE
      *    POSTING'S OWN DESCRIPTION SO FEERUN'S SCHEDULED FEES AND
      *    INTRUN'S OVERDRAFT INTEREST READ CORRECTLY TO THE CUSTOMER.
       2100-EVALUATE-TRANSACTION.
           IF (TRANS-SUCCESS OR TRANS-REVERSED)
              AND TRANS-TIMESTAMP(1:8) = TODAY-DATE
               EVALUATE TRUE
                   WHEN TRANS-WITHDRAWAL
                       IF TRANS-AMOUNT NOT < ALERT-AMOUNT-THRESHOLD
                           MOVE 'WDL' TO ALRT-EVENT-CODE
                           MOVE 'CASH WITHDRAWAL FROM YOUR ACCOUNT'
                               TO ALRT-MESSAGE
                           PERFORM 2200-ALERT-FROM-TRANSACTION
                       END-IF
                   WHEN TRANS-TRANSFER-OUT
                       IF TRANS-AMOUNT NOT < ALERT-AMOUNT-THRESHOLD
                           MOVE 'TRF' TO ALRT-EVENT-CODE
                           MOVE 'TRANSFER OUT OF YOUR ACCOUNT'
                               TO ALRT-MESSAGE
                           PERFORM 2200-ALERT-FROM-TRANSACTION
                       END-IF
                   WHEN TRANS-FEE
                       MOVE 'FEE' TO ALRT-EVENT-CODE
                       MOVE TRANS-DESCRIPTION(1:60) TO ALRT-MESSAGE
                       PERFORM 2200-ALERT-FROM-TRANSACTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2200-ALERT-FROM-TRANSACTION.
           MOVE TRANS-TIMESTAMP(1:8) TO ALRT-EVENT-DATE
           MOVE TRANS-ACCOUNT-NUMBER TO ALERT-ACCOUNT-WORK
           MOVE TRANS-AMOUNT TO ALRT-AMOUNT
           PERFORM 7000-LOOKUP-ACCOUNT-CUSTOMER
           PERFORM 7200-WRITE-ALERT.

      *****************************************************************
      * FIXED DEPOSITS INSIDE THE MATURITY NOTICE WINDOW               *
      *****************************************************************
       3000-START-ACCOUNT-SCAN.
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS GREATER THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-ACCOUNT-FILE
           END-START.

       3100-SCAN-FD-MATURITIES.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCOUNT-FILE
               NOT AT END
                   PERFORM 3200-CHECK-FD-MATURITY
           END-READ.

      *    THE NOTICE IS REPEATED EACH NIGHT FROM ALERT-FD-NOTICE-DAYS
      *    OUT UNTIL THE DAY BEFORE MATURITY; ON THE DAY ITSELF
      *    FDMATURE SETTLES OR ROLLS THE DEPOSIT. THE CUSTOMER IS
      *    TAKEN FROM THE RECORD IN HAND - A KEYED RE-READ WOULD MOVE
      *    THE SEQUENTIAL SCAN POSITION.
       3200-CHECK-FD-MATURITY.
           IF FIXED-DEPOSIT AND ACTIVE-ACCOUNT
              AND FD-MATURITY-DATE(1:8) IS NUMERIC
               MOVE FD-MATURITY-DATE(1:8) TO ALERT-MATURITY-NUM
               COMPUTE ALERT-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(ALERT-MATURITY-NUM) -
                   FUNCTION INTEGER-OF-DATE(ALERT-TODAY-NUM)
               IF ALERT-DAYS-TO-MATURITY > ZERO
                  AND ALERT-DAYS-TO-MATURITY NOT > ALERT-FD-NOTICE-DAYS
                   MOVE TODAY-DATE TO ALRT-EVENT-DATE
                   MOVE ACCT-NUMBER TO ALERT-ACCOUNT-WORK
                   MOVE 'FDM' TO ALRT-EVENT-CODE
                   MOVE ACCOUNT-BALANCE TO ALRT-AMOUNT
                   MOVE SPACES TO ALRT-MESSAGE
                   STRING 'FIXED DEPOSIT MATURES ON '
                          FD-MATURITY-DATE(1:8)
                          DELIMITED BY SIZE
                          INTO ALRT-MESSAGE
                   MOVE 'N' TO ALERT-CUSTOMER-FLAG
                   MOVE CUSTOMER-ID TO ALERT-CUSTOMER-WORK
                   PERFORM 7100-LOOKUP-CUSTOMER-PHONE
                   PERFORM 7200-WRITE-ALERT
               END-IF
           END-IF.

      *****************************************************************
      * TODAY'S MISSED LOAN INSTALLMENTS AND DORMANCY FLAGS            *
      *****************************************************************
      *    BOTH EVENTS ARE RECORDED ONLY ON THE AUDIT LOG BY THE JOB
      *    THAT RAISED THEM, SO TODAY'S ENTRIES ARE READ BACK ON THE
      *    AUDIT-TIMESTAMP ALTERNATE KEY (SAME POSITIONING AS
      *    AUDITINQ'S DATE-RANGE LISTING).
       4000-START-AUDIT-SCAN.
           MOVE LOW-VALUES TO AUDIT-TIMESTAMP
           MOVE TODAY-DATE TO AUDIT-TIMESTAMP(1:8)
           START AUDIT-LOG KEY IS NOT LESS THAN AUDIT-TIMESTAMP
               INVALID KEY
                   MOVE 'Y' TO END-OF-AUDIT-LOG
           END-START.

       4100-SCAN-AUDIT-EVENTS.
           READ AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-AUDIT-LOG
               NOT AT END
                   IF AUDIT-TIMESTAMP(1:8) > TODAY-DATE
                       MOVE 'Y' TO END-OF-AUDIT-LOG
                   ELSE
                       PERFORM 4200-EVALUATE-AUDIT-ENTRY
                   END-IF
           END-READ.

      *    LOANBILL'S DETAILS ARE 'LOAN <ID> INSTALLMENT=<AMOUNT> NOT
      *    COLLECTED REASON=<REASON>' BUILT DELIMITED BY SIZE, SO THE
      *    LOAN ID AND INSTALLMENT SIT AT FIXED POSITIONS. A MISS FOR
      *    A CLOSED OR MISSING REPAYMENT ACCOUNT IS AN OPERATIONS
      *    MATTER AND IS NOT ALERTED TO THE CUSTOMER.
       4200-EVALUATE-AUDIT-ENTRY.
           EVALUATE AUDIT-ACTION
               WHEN 'ACCOUNT_DORMANT'
                   MOVE AUDIT-TIMESTAMP(1:8) TO ALRT-EVENT-DATE
                   MOVE AUDIT-ACCOUNT TO ALERT-ACCOUNT-WORK
                   MOVE 'DRM' TO ALRT-EVENT-CODE
                   MOVE ZERO TO ALRT-AMOUNT
                   MOVE 'ACCOUNT MADE INACTIVE AFTER NO ACTIVITY'
                       TO ALRT-MESSAGE
                   PERFORM 7000-LOOKUP-ACCOUNT-CUSTOMER
                   PERFORM 7200-WRITE-ALERT
               WHEN 'LOAN_BILLING_MISSED'
                   MOVE ZERO TO ALERT-REASON-TALLY
                   INSPECT AUDIT-DETAILS TALLYING ALERT-REASON-TALLY
                       FOR ALL 'INSUFFICIENT FUNDS'
                   IF ALERT-REASON-TALLY > ZERO
                       PERFORM 4300-ALERT-MISSED-INSTALLMENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4300-ALERT-MISSED-INSTALLMENT.
           MOVE AUDIT-TIMESTAMP(1:8) TO ALRT-EVENT-DATE
           MOVE AUDIT-ACCOUNT TO ALERT-ACCOUNT-WORK
           MOVE 'LNM' TO ALRT-EVENT-CODE
           MOVE AUDIT-DETAILS(6:20) TO ALERT-LOAN-ID
           MOVE AUDIT-DETAILS(39:15) TO ALERT-INSTALLMENT-TEXT
           IF ALERT-INSTALLMENT-TEXT IS NUMERIC
               MOVE ALERT-INSTALLMENT-AMT TO ALRT-AMOUNT
           ELSE
               MOVE ZERO TO ALRT-AMOUNT
           END-IF
           MOVE SPACES TO ALRT-MESSAGE
           STRING 'LOAN ' ALERT-LOAN-ID DELIMITED BY SPACE
                  ' INSTALLMENT UNPAID - INSUFFICIENT FUNDS'
                  DELIMITED BY SIZE
                  INTO ALRT-MESSAGE
           PERFORM 7000-LOOKUP-ACCOUNT-CUSTOMER
           PERFORM 7200-WRITE-ALERT.

      *****************************************************************
      * FUNDS HOLDS PLACED TODAY                                       *
      *****************************************************************
       5000-START-HOLD-SCAN.
           MOVE LOW-VALUES TO HOLD-ID
           START HOLDS-FILE KEY IS GREATER THAN HOLD-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLDS
           END-START.

       5100-SCAN-NEW-HOLDS.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-HOLDS
               NOT AT END
                   IF HOLD-ACTIVE
                      AND HOLD-PLACED-DATE(1:8) = TODAY-DATE
                       PERFORM 5200-ALERT-NEW-HOLD
                   END-IF
           END-READ.

       5200-ALERT-NEW-HOLD.
           MOVE TODAY-DATE TO ALRT-EVENT-DATE
           MOVE HOLD-ACCOUNT TO ALERT-ACCOUNT-WORK
           MOVE 'HLD' TO ALRT-EVENT-CODE
           MOVE HOLD-AMOUNT TO ALRT-AMOUNT
           MOVE SPACES TO ALRT-MESSAGE
           EVALUATE TRUE
               WHEN HOLD-GARNISHMENT
                   MOVE 'FUNDS HELD - COURT GARNISHMENT'
                       TO ALRT-MESSAGE
               WHEN HOLD-CLEARING
                   MOVE 'FUNDS HELD - CHEQUE IN CLEARING'
                       TO ALRT-MESSAGE
               WHEN HOLD-LOAN-PLEDGE
                   MOVE 'FUNDS HELD - PLEDGED AGAINST LOAN'
                       TO ALRT-MESSAGE
               WHEN OTHER
                   MOVE 'FUNDS HELD ON YOUR ACCOUNT' TO ALRT-MESSAGE
           END-EVALUATE
           PERFORM 7000-LOOKUP-ACCOUNT-CUSTOMER
           PERFORM 7200-WRITE-ALERT.

      *****************************************************************
      * CONTROL TRAILER                                                *
      *****************************************************************
       6000-WRITE-CONTROL-TOTAL.
           MOVE 'T' TO ALRT-CTL-REC-TYPE
           MOVE ALERT-RECORDS-WRITTEN TO ALRT-CTL-RECORD-COUNT
           MOVE ALERT-TOTAL-AMOUNT TO ALRT-CTL-TOTAL-AMOUNT
           MOVE SPACES TO ALRT-CTL-FILLER
           WRITE ALERT-CONTROL-RECORD.

      *****************************************************************
      * CUSTOMER AND PHONE RESOLUTION                                  *
      *****************************************************************
      *    THE ALERT GOES TO THE ACCOUNT'S PRIMARY CUSTOMER (THE
      *    CUSTOMER-ID ON THE ACCOUNT RECORD). CALLERS FILL
      *    ALERT-ACCOUNT-WORK FIRST.
       7000-LOOKUP-ACCOUNT-CUSTOMER.
           MOVE 'N' TO ALERT-CUSTOMER-FLAG
           MOVE SPACES TO ALERT-CUSTOMER-WORK
           MOVE ALERT-ACCOUNT-WORK TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-ID TO ALERT-CUSTOMER-WORK
                   PERFORM 7100-LOOKUP-CUSTOMER-PHONE
           END-READ.

      *    A PHONE IS USABLE WHEN IT CARRIES AT LEAST
      *    ALERT-MIN-PHONE-DIGITS DIGITS; PUNCTUATION AND A LEADING
      *    '+' ARE LEFT FOR THE GATEWAY TO NORMALISE.
       7100-LOOKUP-CUSTOMER-PHONE.
           MOVE SPACES TO ALRT-PHONE
           MOVE ALERT-CUSTOMER-WORK TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ALERT-CUSTOMER-FLAG
                   MOVE ZERO TO ALERT-PHONE-DIGITS
                   INSPECT CUST-PHONE TALLYING ALERT-PHONE-DIGITS
                       FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                           ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
                   IF ALERT-PHONE-DIGITS NOT < ALERT-MIN-PHONE-DIGITS
                       MOVE CUST-PHONE TO ALRT-PHONE
                   END-IF
           END-READ.

      *    EVENT DATE, CODE, AMOUNT AND MESSAGE ARE ALREADY IN THE
      *    DETAIL RECORD; THE LOOKUP PARAGRAPHS ABOVE HAVE SET THE
      *    CUSTOMER AND PHONE.
       7200-WRITE-ALERT.
           ADD 1 TO ALERT-EVENTS-FOUND
           EVALUATE TRUE
               WHEN NOT ALERT-CUSTOMER-OK
                   ADD 1 TO ALERT-NO-CUSTOMER
                   DISPLAY 'NO CIF RECORD:   ACCOUNT '
                           ALERT-ACCOUNT-WORK
                           '  CIF ' ALERT-CUSTOMER-WORK
                           '  EVENT ' ALRT-EVENT-CODE
               WHEN ALRT-PHONE = SPACES
                   ADD 1 TO ALERT-NO-PHONE
                   DISPLAY 'NO USABLE PHONE: ACCOUNT '
                           ALERT-ACCOUNT-WORK
                           '  CIF ' ALERT-CUSTOMER-WORK
                           '  EVENT ' ALRT-EVENT-CODE
               WHEN OTHER
                   MOVE 'D' TO ALRT-REC-TYPE
                   MOVE ALERT-CUSTOMER-WORK TO ALRT-CUSTOMER-ID
                   MOVE ALERT-ACCOUNT-WORK TO ALRT-ACCOUNT
                   WRITE ALERT-DETAIL-RECORD
                   ADD 1 TO ALERT-RECORDS-WRITTEN
                   ADD ALRT-AMOUNT TO ALERT-TOTAL-AMOUNT
           END-EVALUATE.

      *****************************************************************
      * SUMMARY                                                        *
      *****************************************************************
       8000-PRINT-RUN-SUMMARY.
           DISPLAY ' '
           DISPLAY 'CUSTOMER ALERT EXTRACT SUMMARY'
           DISPLAY '---------------------------------'
           DISPLAY 'EVENTS FOUND:         ' ALERT-EVENTS-FOUND
           DISPLAY 'ALERTS WRITTEN:       ' ALERT-RECORDS-WRITTEN
           DISPLAY 'NO USABLE PHONE:      ' ALERT-NO-PHONE
           DISPLAY 'NO CIF RECORD:        ' ALERT-NO-CUSTOMER
           DISPLAY 'CONTROL TOTAL AMOUNT: ' ALERT-TOTAL-AMOUNT
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'ALERTEXT_RUN' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           STRING 'EVENTS=' ALERT-EVENTS-FOUND
                  ' WRITTEN=' ALERT-RECORDS-WRITTEN
                  ' NO-PHONE=' ALERT-NO-PHONE
                  ' NO-CIF=' ALERT-NO-CUSTOMER
                  ' TOTAL=' ALERT-TOTAL-AMOUNT
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8200-WRITE-AUDIT-RECORD.

      *    AUDIT-LOG IS INDEXED WITH AUDIT-ID AS ITS UNIQUE PRIMARY
      *    KEY. THE ID CARRIES THIS PROGRAM'S OWN PREFIX SO JOBS
      *    WRITING IN THE SAME CLOCK SECOND (BACK TO BACK UNDER
      *    EODRUN) CANNOT COLLIDE, AND A DUPLICATE - A SEQUENCE
      *    WRAP INSIDE ONE SECOND - IS RETRIED WITH A FRESH ID
      *    INSTEAD OF DROPPED: THE AUDIT LOG MUST NEVER LOSE AN
      *    ENTRY. CALLERS FILL USER-ID, ACTION, ACCOUNT AND DETAILS
      *    BEFORE CALLING.
       8200-WRITE-AUDIT-RECORD.
           MOVE 'N' TO AUDIT-WRITE-FLAG
           PERFORM 8210-ATTEMPT-AUDIT-WRITE UNTIL AUDIT-WRITTEN.

       8210-ATTEMPT-AUDIT-WRITE.
           ADD 1 TO AUDIT-SEQ-COUNTER
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP-WORK
           MOVE AUDIT-TIMESTAMP-WORK TO AUDIT-TIMESTAMP
           STRING 'ALX' AUDIT-TIMESTAMP-WORK(1:8)
                  AUDIT-TIMESTAMP-WORK(9:6)
                  AUDIT-SEQ-COUNTER
                  DELIMITED BY SIZE
                  INTO AUDIT-ID
           MOVE 'Y' TO AUDIT-WRITE-FLAG
           WRITE AUDIT-RECORD
               INVALID KEY
                   MOVE 'N' TO AUDIT-WRITE-FLAG
           END-WRITE.

      *****************************************************************
      * TERMINATION                                                    *
      *****************************************************************
       9000-TERMINATE-RUN.
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-LOG
           CLOSE CUSTOMER-FILE
           CLOSE HOLDS-FILE
           CLOSE AUDIT-LOG
           CLOSE ALERT-FILE
           DISPLAY 'CUSTOMER ALERT EXTRACT RUN COMPLETE'.

      * Made with Bob
