       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODEXCESS.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * NIGHTLY OVERDRAFT EXCESS REPORT                               *
      * LISTS EVERY OVERDRAWN ACCOUNT WHOSE DEBIT BALANCE IS NOT      *
      * COVERED BY A CURRENT SANCTIONED LIMIT - DRAWN BEYOND THE      *
      * LIMIT, DRAWN AFTER THE FACILITY EXPIRED, OR DRAWN WITH NO     *
      * FACILITY AT ALL (E.G. DEBIT INTEREST PUSHING A ZERO BALANCE   *
      * NEGATIVE, OR A LIMIT CUT BELOW THE DRAWN AMOUNT). READ-ONLY:  *
      * THE LEDGER IS NEVER TOUCHED - RECOVERY IS A BRANCH ACTION.    *
      * RUNS UNDER EODRUN AFTER THE DAY'S DEBITS AND INTEREST POST.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS                                             *
      *****************************************************************
           COPY BUSCONST.

      *****************************************************************
      * FILE STATUS CODES                                             *
      *****************************************************************
       01  FILE-STATUS-ACCOUNT         PIC XX.
           88  FILE-SUCCESS            VALUE '00'.
       01  FILE-STATUS-AUDIT           PIC XX.

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
           05  TODAY-DATE              PIC 9(08).

      *****************************************************************
      * OVERDRAFT EXCESS RUN VARIABLES                                 *
      *****************************************************************
       01  EXCESS-VARIABLES.
           05  END-OF-ACCOUNT-FILE     PIC X VALUE 'N'.
               88  NO-MORE-ACCOUNTS    VALUE 'Y'.
           05  EXCESS-DRAWN-AMOUNT     PIC 9(13)V99.
           05  EXCESS-AMOUNT           PIC 9(13)V99.
           05  EXCESS-REASON           PIC X(20).
           05  EXCESS-FACILITY-FLAG    PIC X VALUE 'N'.
               88  FACILITY-CURRENT    VALUE 'Y'.
           05  EXCESS-ACCOUNTS-CHECKED PIC 9(07) VALUE ZERO.
           05  EXCESS-ACCOUNTS-OVERDRAWN PIC 9(07) VALUE ZERO.
           05  EXCESS-ACCOUNTS-LISTED  PIC 9(07) VALUE ZERO.
           05  EXCESS-OVER-LIMIT-COUNT PIC 9(07) VALUE ZERO.
           05  EXCESS-EXPIRED-COUNT    PIC 9(07) VALUE ZERO.
           05  EXCESS-NO-FACILITY-COUNT PIC 9(07) VALUE ZERO.
           05  EXCESS-TOTAL-DRAWN      PIC 9(15)V99 VALUE ZERO.
           05  EXCESS-TOTAL-AMOUNT     PIC 9(15)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-SCAN-ACCOUNTS UNTIL NO-MORE-ACCOUNTS
           PERFORM 8000-PRINT-EXCESS-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           GOBACK.

      *****************************************************************
      * INITIALIZATION                                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'OVERDRAFT EXCESS REPORT'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           OPEN INPUT ACCOUNT-FILE
           PERFORM 1110-OPEN-AUDIT-LOG

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE 'N' TO END-OF-ACCOUNT-FILE
           MOVE LOW-VALUES TO ACCT-NUMBER

           START ACCOUNT-FILE KEY IS GREATER THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-ACCOUNT-FILE
           END-START

           DISPLAY ' '
           DISPLAY 'ACCOUNT    BRANCH CUSTOMER-ID     '
                   'LEDGER BALANCE      OD LIMIT         '
                   'EXPIRY     EXCESS           REASON'.

      *    AUDIT-LOG IS NOW INDEXED; CREATE ON FIRST USE AND OPEN I-O
      *    (IT USED TO BE OPENED EXTEND AS A FLAT SEQUENTIAL FILE).
       1110-OPEN-AUDIT-LOG.
           OPEN I-O AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN I-O AUDIT-LOG
           END-IF.

      *****************************************************************
      * SCAN EVERY ACCOUNT FOR AN UNCOVERED DEBIT BALANCE              *
      *****************************************************************
       2000-SCAN-ACCOUNTS.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCOUNT-FILE
               NOT AT END
                   PERFORM 2100-CHECK-ACCOUNT-EXCESS
           END-READ.

      *    THE SAME FACILITY TEST AS THE AVAILABLE-BALANCE PARAGRAPHS:
      *    A CHECKING ACCOUNT WITH A NON-ZERO LIMIT WHOSE EXPIRY IS
      *    BLANK OR NOT YET PAST. ANY OTHER NEGATIVE BALANCE IS
      *    UNCOVERED IN FULL.
       2100-CHECK-ACCOUNT-EXCESS.
           ADD 1 TO EXCESS-ACCOUNTS-CHECKED

           IF ACCOUNT-BALANCE < ZERO
               ADD 1 TO EXCESS-ACCOUNTS-OVERDRAWN
               COMPUTE EXCESS-DRAWN-AMOUNT = ZERO - ACCOUNT-BALANCE
               ADD EXCESS-DRAWN-AMOUNT TO EXCESS-TOTAL-DRAWN

               MOVE 'N' TO EXCESS-FACILITY-FLAG
               IF CHECKING-ACCOUNT AND OD-LIMIT > ZERO
                  AND (OD-EXPIRY-DATE = SPACES
                       OR OD-EXPIRY-DATE(1:8) >= TODAY-DATE)
                   MOVE 'Y' TO EXCESS-FACILITY-FLAG
               END-IF

               MOVE ZERO TO EXCESS-AMOUNT
               EVALUATE TRUE
                   WHEN FACILITY-CURRENT
                        AND EXCESS-DRAWN-AMOUNT > OD-LIMIT
                       COMPUTE EXCESS-AMOUNT =
                           EXCESS-DRAWN-AMOUNT - OD-LIMIT
                       MOVE 'OVER LIMIT' TO EXCESS-REASON
                       ADD 1 TO EXCESS-OVER-LIMIT-COUNT
                   WHEN FACILITY-CURRENT
                       CONTINUE
                   WHEN CHECKING-ACCOUNT AND OD-LIMIT > ZERO
                       MOVE EXCESS-DRAWN-AMOUNT TO EXCESS-AMOUNT
                       MOVE 'FACILITY EXPIRED' TO EXCESS-REASON
                       ADD 1 TO EXCESS-EXPIRED-COUNT
                   WHEN OTHER
                       MOVE EXCESS-DRAWN-AMOUNT TO EXCESS-AMOUNT
                       MOVE 'NO FACILITY' TO EXCESS-REASON
                       ADD 1 TO EXCESS-NO-FACILITY-COUNT
               END-EVALUATE

               IF EXCESS-AMOUNT > ZERO
                   PERFORM 2200-LIST-EXCESS-ACCOUNT
               END-IF
           END-IF.

       2200-LIST-EXCESS-ACCOUNT.
           ADD 1 TO EXCESS-ACCOUNTS-LISTED
           ADD EXCESS-AMOUNT TO EXCESS-TOTAL-AMOUNT

           DISPLAY ACCT-NUMBER ' '
                   BRANCH-CODE '   '
                   CUSTOMER-ID ' '
                   ACCOUNT-BALANCE ' '
                   OD-LIMIT ' '
                   OD-EXPIRY-DATE ' '
                   EXCESS-AMOUNT ' '
                   EXCESS-REASON.

      *****************************************************************
      * SUMMARY REPORT                                                 *
      *****************************************************************
       8000-PRINT-EXCESS-SUMMARY.
           DISPLAY ' '
           DISPLAY 'OVERDRAFT EXCESS SUMMARY'
           DISPLAY '-------------------------'
           DISPLAY 'ACCOUNTS CHECKED:       ' EXCESS-ACCOUNTS-CHECKED
           DISPLAY 'ACCOUNTS OVERDRAWN:     ' EXCESS-ACCOUNTS-OVERDRAWN
           DISPLAY 'TOTAL DRAWN:            ' EXCESS-TOTAL-DRAWN
           DISPLAY 'ACCOUNTS IN EXCESS:     ' EXCESS-ACCOUNTS-LISTED
           DISPLAY '  OVER LIMIT:           ' EXCESS-OVER-LIMIT-COUNT
           DISPLAY '  FACILITY EXPIRED:     ' EXCESS-EXPIRED-COUNT
           DISPLAY '  NO FACILITY:          ' EXCESS-NO-FACILITY-COUNT
           DISPLAY 'TOTAL EXCESS:           ' EXCESS-TOTAL-AMOUNT
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'OD_EXCESS_RUN' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           STRING 'CHECKED=' EXCESS-ACCOUNTS-CHECKED
                  ' OVERDRAWN=' EXCESS-ACCOUNTS-OVERDRAWN
                  ' IN-EXCESS=' EXCESS-ACCOUNTS-LISTED
                  ' TOTAL-EXCESS=' EXCESS-TOTAL-AMOUNT
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
           STRING 'ODX' AUDIT-TIMESTAMP-WORK(1:8)
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
           CLOSE AUDIT-LOG
           DISPLAY 'OVERDRAFT EXCESS REPORT COMPLETE'.

      * Made with Bob
