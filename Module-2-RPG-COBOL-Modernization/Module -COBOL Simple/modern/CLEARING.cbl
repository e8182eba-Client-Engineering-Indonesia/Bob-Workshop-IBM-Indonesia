      * VALIDATE-THEN-POST PATTERN AS THE TELLER PATHS IN ACCTMGMT.   *
      * ITEMS THAT CANNOT BE APPLIED (UNKNOWN ACCOUNT, CLOSED OR      *
      * INACTIVE ACCOUNT, INSUFFICIENT AVAILABLE FUNDS ON DEBITS)     *
      * GO TO A RETURN FILE WITH A REASON CODE. A DEBIT CARRYING A    *
      * CHEQUE SERIAL IS ALSO CHECKED AGAINST THE CHEQUE REGISTER -   *
      * A LEAF NEVER ISSUED, ALREADY PAID OR STOPPED IS RETURNED, AND *
      * A PAID LEAF IS MARKED SO A SECOND PRESENTMENT IS CAUGHT.      *
      * THE POSTING SUMMARY PROVES THE ITEM COUNT AND AMOUNT TOTAL    *
      * AGAINST THE FILE HEADER.                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY HOLDSEL.
           COPY CLEARSEL.
           COPY CLRRTNSEL.
           COPY CHQREGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-RETURN-FILE.
           COPY CLRRTNREC.

       FD  CHEQUE-REGISTER-FILE.
           COPY CHQREGREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS                                             *
       01  FILE-STATUS-HOLDS           PIC XX.
       01  FILE-STATUS-INCLEAR         PIC XX.
       01  FILE-STATUS-CLRRTN          PIC XX.
       01  FILE-STATUS-CHQREG          PIC XX.

      *****************************************************************
      * WORKING VARIABLES                                              *
           05  CLR-REFERENCE-WORK      PIC X(20).
           05  CLR-REJECT-REASON       PIC X(04).
           05  CLR-REJECT-TEXT         PIC X(30).
           05  CLR-CHEQUE-FLAG         PIC X VALUE 'N'.
               88  CHEQUE-ITEM         VALUE 'Y'.
           05  CLR-SERIAL-WORK         PIC X(08).
           05  CLR-SERIAL-NUMBER REDEFINES CLR-SERIAL-WORK
                                       PIC 9(08).
           05  CLR-CHEQUES-PAID        PIC 9(07) VALUE ZERO.
           05  CLR-CHEQUES-RETURNED    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 1100-OPEN-TRANSACTION-LOG
           PERFORM 1300-OPEN-AUDIT-LOG
           PERFORM 1200-OPEN-HOLDS-FILE
           PERFORM 1400-OPEN-CHEQUE-REGISTER
           OPEN OUTPUT CLEARING-RETURN-FILE

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
               OPEN I-O AUDIT-LOG
           END-IF.

      *    CHEQUE-REGISTER-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-
      *    USE FALLBACK AS TRANSACTION-LOG.
       1400-OPEN-CHEQUE-REGISTER.
           OPEN I-O CHEQUE-REGISTER-FILE
           IF FILE-STATUS-CHQREG NOT = '00'
               OPEN OUTPUT CHEQUE-REGISTER-FILE
               CLOSE CHEQUE-REGISTER-FILE
               OPEN I-O CHEQUE-REGISTER-FILE
           END-IF.

      *****************************************************************
      * READ EVERY RECORD OF THE INWARD FILE                           *
      *****************************************************************
           MOVE CLR-DTL-DC-FLAG TO CLR-DC-WORK
           MOVE CLR-DTL-AMOUNT TO CLR-AMOUNT-WORK
           MOVE CLR-DTL-BANK-REFERENCE TO CLR-REFERENCE-WORK
           MOVE CLR-DTL-CHEQUE-SERIAL TO CLR-SERIAL-WORK
           MOVE 'N' TO CLR-ITEM-REJECTED
           MOVE 'N' TO CLR-CHEQUE-FLAG
           IF CLR-DC-WORK = 'D'
              AND CLR-SERIAL-WORK NOT = SPACES
              AND CLR-SERIAL-WORK NOT = ZEROS
               MOVE 'Y' TO CLR-CHEQUE-FLAG
           END-IF

           PERFORM 2300-VALIDATE-ITEM

               MOVE 'Y' TO CLR-ITEM-REJECTED
           END-IF

      *    A STOPPED OR UNISSUED CHEQUE GOES BACK ON THAT GROUND EVEN
      *    WHEN THE ACCOUNT COULD HAVE COVERED IT, SO THE REGISTER IS
      *    CHECKED BEFORE THE FUNDS.
           IF NOT ITEM-REJECTED AND CHEQUE-ITEM
               PERFORM 2350-VALIDATE-CHEQUE-SERIAL
           END-IF

           IF NOT ITEM-REJECTED AND CLR-DC-WORK = 'D'
               PERFORM 3800-COMPUTE-AVAILABLE-BALANCE
               IF AVAILABLE-BALANCE < CLR-AMOUNT-WORK
               END-IF
           END-IF.

       2350-VALIDATE-CHEQUE-SERIAL.
           IF CLR-SERIAL-WORK NOT NUMERIC
               MOVE 'R010' TO CLR-REJECT-REASON
               MOVE 'INVALID CHEQUE SERIAL' TO CLR-REJECT-TEXT
               MOVE 'Y' TO CLR-ITEM-REJECTED
           END-IF

           IF NOT ITEM-REJECTED
               MOVE CLR-ACCOUNT-WORK TO CHQ-ACCOUNT
               MOVE CLR-SERIAL-NUMBER TO CHQ-SERIAL
               READ CHEQUE-REGISTER-FILE
                   INVALID KEY
                       MOVE 'R007' TO CLR-REJECT-REASON
                       MOVE 'CHEQUE NOT ISSUED ON ACCOUNT'
                            TO CLR-REJECT-TEXT
                       MOVE 'Y' TO CLR-ITEM-REJECTED
               END-READ
           END-IF

           IF NOT ITEM-REJECTED AND CHQ-PAID
               MOVE 'R008' TO CLR-REJECT-REASON
               MOVE 'CHEQUE ALREADY PAID' TO CLR-REJECT-TEXT
               MOVE 'Y' TO CLR-ITEM-REJECTED
           END-IF

           IF NOT ITEM-REJECTED AND CHQ-STOPPED
               MOVE 'R009' TO CLR-REJECT-REASON
               MOVE 'PAYMENT STOPPED BY DRAWER' TO CLR-REJECT-TEXT
               MOVE 'Y' TO CLR-ITEM-REJECTED
           END-IF.

       2400-POST-ITEM.
           IF CLR-DC-WORK = 'C'
               ADD CLR-AMOUNT-WORK TO ACCOUNT-BALANCE

           PERFORM 2450-LOG-CLEARING-TRANSACTION

           IF CHEQUE-ITEM
               PERFORM 2460-MARK-CHEQUE-PAID
           END-IF

           ADD 1 TO CLR-ITEMS-POSTED
           ADD CLR-AMOUNT-WORK TO CLR-AMOUNT-POSTED.

           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           EVALUATE TRUE
               WHEN CLR-DC-WORK = 'C'
                   STRING 'INWARD CLEARING CREDIT ' CLR-REFERENCE-WORK
                          DELIMITED BY SIZE
                          INTO TRANS-DESCRIPTION
               WHEN CHEQUE-ITEM
                   STRING 'CHEQUE ' CLR-SERIAL-WORK ' PAID '
                          CLR-REFERENCE-WORK
                          DELIMITED BY SIZE
                          INTO TRANS-DESCRIPTION
               WHEN OTHER
                   STRING 'INWARD CLEARING DEBIT ' CLR-REFERENCE-WORK
                          DELIMITED BY SIZE
                          INTO TRANS-DESCRIPTION
           END-EVALUATE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

      *    RE-READS THE LEAF BY KEY (THE HOLDS SCAN AND THE LOG WRITE
      *    CAME IN BETWEEN) AND MARKS IT PAID WITH THE AMOUNT AND THE
      *    CLEARING REFERENCE IT WAS PAID AGAINST.
       2460-MARK-CHEQUE-PAID.
           MOVE CLR-ACCOUNT-WORK TO CHQ-ACCOUNT
           MOVE CLR-SERIAL-NUMBER TO CHQ-SERIAL
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   DISPLAY 'EXCEPTION: CHEQUE ' CLR-SERIAL-WORK
                           ' DISAPPEARED BEFORE IT COULD BE MARKED'
               NOT INVALID KEY
                   MOVE 'P' TO CHQ-STATUS
                   MOVE TODAY-DATE TO CHQ-PAID-DATE
                   MOVE CLR-AMOUNT-WORK TO CHQ-PAID-AMOUNT
                   MOVE CLR-REFERENCE-WORK TO CHQ-PAID-REFERENCE
                   REWRITE CHEQUE-REGISTER-RECORD
                   ADD 1 TO CLR-CHEQUES-PAID
           END-READ.

       2500-WRITE-RETURN-ITEM.
           MOVE CLR-ACCOUNT-WORK TO RTN-ACCOUNT
           MOVE CLR-DC-WORK TO RTN-DC-FLAG

           ADD 1 TO CLR-ITEMS-RETURNED
           ADD CLR-AMOUNT-WORK TO CLR-AMOUNT-RETURNED
           IF CHEQUE-ITEM
               ADD 1 TO CLR-CHEQUES-RETURNED
           END-IF

           DISPLAY 'RETURNED: ' CLR-ACCOUNT-WORK
                   '  REF: ' CLR-REFERENCE-WORK
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
           DISPLAY 'AMOUNT POSTED:    ' CLR-AMOUNT-POSTED
           DISPLAY 'ITEMS RETURNED:   ' CLR-ITEMS-RETURNED
           DISPLAY 'AMOUNT RETURNED:  ' CLR-AMOUNT-RETURNED
           DISPLAY 'CHEQUES PAID:     ' CLR-CHEQUES-PAID
           DISPLAY 'CHEQUES RETURNED: ' CLR-CHEQUES-RETURNED

           IF NOT HEADER-SEEN
               DISPLAY '*** NO HEADER RECORD IN FILE - CONTROL '
           STRING 'READ=' CLR-ITEMS-READ
                  ' POSTED=' CLR-ITEMS-POSTED
                  ' RETURNED=' CLR-ITEMS-RETURNED
                  ' CHQ-PAID=' CLR-CHEQUES-PAID
                  ' AMOUNT=' CLR-AMOUNT-POSTED
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           CLOSE AUDIT-LOG
           CLOSE HOLDS-FILE
           CLOSE CLEARING-RETURN-FILE
           CLOSE CHEQUE-REGISTER-FILE
           DISPLAY 'INWARD CLEARING RUN COMPLETE'.

      * Made with Bob
