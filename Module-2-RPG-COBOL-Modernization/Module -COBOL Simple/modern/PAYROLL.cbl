       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * CORPORATE BULK PAYROLL POSTING BATCH JOB                      *
      * READS A PAYROLL FILE UPLOADED BY A CORPORATE CLIENT (ONE      *
      * HEADER NAMING THE FUNDING ACCOUNT, VALUE DATE AND CONTROL     *
      * TOTALS, THEN ONE DETAIL PER EMPLOYEE ACCOUNT AND AMOUNT) AND  *
      * POSTS ONE DEBIT TO THE CORPORATE ACCOUNT AND ONE CREDIT TO    *
      * EACH EMPLOYEE ACCOUNT.                                        *
      * THE FILE IS READ TWICE. THE FIRST PASS VALIDATES EVERY        *
      * EMPLOYEE LINE (INVALID LINES GO TO THE REJECTION FILE WITH A  *
      * REASON CODE), PROVES THE COUNT AND AMOUNT AGAINST THE HEADER  *
      * AND CHECKS THE FUNDING ACCOUNT'S AVAILABLE BALANCE, NET OF    *
      * HOLDS, COVERS THE TOTAL OF THE VALID LINES. ONLY IF ALL OF    *
      * THAT PASSES DOES THE SECOND PASS POST ANYTHING - A FILE THAT  *
      * FAILS ITS CONTROL TOTALS OR ITS FUNDING CHECK POSTS NOTHING.  *
      * THE POSTING REPORT IS FOR THE CLIENT'S RELATIONSHIP MANAGER.  *
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
           COPY HOLDSEL.
           COPY PAYINSEL.
           COPY PAYRJSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  PAYROLL-INPUT-FILE.
           COPY PAYINREC.

       FD  PAYROLL-REJECT-FILE.
           COPY PAYRJREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * FILE STATUS CODES                                             *
      *****************************************************************
       01  FILE-STATUS-ACCOUNT         PIC XX.
           88  FILE-SUCCESS            VALUE '00'.
       01  FILE-STATUS-TRANS           PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.
       01  FILE-STATUS-HOLDS           PIC XX.
       01  FILE-STATUS-PAYIN           PIC XX.
       01  FILE-STATUS-PAYREJ          PIC XX.

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
           05  TRANSACTION-ID          PIC X(20).
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
      * PAYROLL RUN VARIABLES                                          *
      *****************************************************************
       01  PAYROLL-VARIABLES.
           05  END-OF-PAYROLL-FILE     PIC X VALUE 'N'.
               88  NO-MORE-PAYROLL     VALUE 'Y'.
           05  PAY-FILE-PRESENT        PIC X VALUE 'Y'.
               88  PAYROLL-FILE-PRESENT VALUE 'Y'.
           05  PAY-HEADER-SEEN         PIC X VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           05  PAY-HEADERS-READ        PIC 9(03) VALUE ZERO.
           05  PAY-ITEM-REJECTED       PIC X VALUE 'N'.
               88  ITEM-REJECTED       VALUE 'Y'.
           05  PAY-FILE-REFUSED        PIC X VALUE 'N'.
               88  FILE-REFUSED        VALUE 'Y'.
           05  PAY-FUNDING-ACCOUNT     PIC X(10) VALUE SPACES.
           05  PAY-FUNDING-NAME        PIC X(50) VALUE SPACES.
           05  PAY-VALUE-DATE          PIC X(08) VALUE SPACES.
           05  PAY-BATCH-REFERENCE     PIC X(20) VALUE SPACES.
           05  PAY-HEADER-COUNT        PIC 9(07) VALUE ZERO.
           05  PAY-HEADER-AMOUNT       PIC 9(13)V99 VALUE ZERO.
           05  PAY-LINES-READ          PIC 9(07) VALUE ZERO.
           05  PAY-AMOUNT-READ         PIC 9(13)V99 VALUE ZERO.
           05  PAY-LINES-VALID         PIC 9(07) VALUE ZERO.
           05  PAY-AMOUNT-VALID        PIC 9(13)V99 VALUE ZERO.
           05  PAY-LINES-REJECTED      PIC 9(07) VALUE ZERO.
           05  PAY-AMOUNT-REJECTED     PIC 9(13)V99 VALUE ZERO.
           05  PAY-LINES-CREDITED      PIC 9(07) VALUE ZERO.
           05  PAY-AMOUNT-CREDITED     PIC 9(13)V99 VALUE ZERO.
           05  PAY-AMOUNT-DEBITED      PIC 9(13)V99 VALUE ZERO.
           05  PAY-FUNDING-AVAILABLE   PIC S9(13)V99 VALUE ZERO.
           05  PAY-FUNDING-BAL-BEFORE  PIC S9(13)V99 VALUE ZERO.
           05  PAY-FUNDING-BAL-AFTER   PIC S9(13)V99 VALUE ZERO.
           05  PAY-ACCOUNT-WORK        PIC X(10).
           05  PAY-AMOUNT-WORK         PIC 9(13)V99.
           05  PAY-EMPLOYEE-REF-WORK   PIC X(20).
           05  PAY-REJECT-REASON       PIC X(04).
           05  PAY-REJECT-TEXT         PIC X(30).
           05  PAY-REFUSE-REASON       PIC X(04) VALUE SPACES.
           05  PAY-REFUSE-TEXT         PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-VALIDATE-PAYROLL-FILE UNTIL NO-MORE-PAYROLL
           IF PAYROLL-FILE-PRESENT
               PERFORM 3000-PROVE-PAYROLL-FILE
               IF FILE-REFUSED
                   PERFORM 3900-WRITE-FILE-REFUSAL
               ELSE
                   PERFORM 4000-POST-PAYROLL-FILE
               END-IF
           END-IF
           PERFORM 8000-PRINT-POSTING-REPORT
           PERFORM 9000-TERMINATE-RUN
           GOBACK.

      *****************************************************************
      * INITIALIZATION                                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'CORPORATE PAYROLL POSTING BATCH RUN'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           OPEN INPUT PAYROLL-INPUT-FILE
           IF FILE-STATUS-PAYIN NOT = '00'
               DISPLAY 'NO PAYROLL FILE PRESENT - NOTHING TO POST'
               MOVE 'Y' TO END-OF-PAYROLL-FILE
               MOVE 'N' TO PAY-FILE-PRESENT
           END-IF

           OPEN I-O ACCOUNT-FILE
           PERFORM 1100-OPEN-TRANSACTION-LOG
           PERFORM 1300-OPEN-AUDIT-LOG
           PERFORM 1200-OPEN-HOLDS-FILE
           OPEN OUTPUT PAYROLL-REJECT-FILE

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

      *    TRANSACTION-LOG IS INDEXED; CREATE IT ON FIRST USE JUST LIKE
      *    ACCTMGMT'S 1110-OPEN-TRANSACTION-LOG DOES.
       1100-OPEN-TRANSACTION-LOG.
           OPEN I-O TRANSACTION-LOG
           IF FILE-STATUS-TRANS NOT = '00'
               OPEN OUTPUT TRANSACTION-LOG
               CLOSE TRANSACTION-LOG
               OPEN I-O TRANSACTION-LOG
           END-IF.

      *    HOLDS-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-USE
      *    FALLBACK AS TRANSACTION-LOG.
       1200-OPEN-HOLDS-FILE.
           OPEN I-O HOLDS-FILE
           IF FILE-STATUS-HOLDS NOT = '00'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF.

      *    AUDIT-LOG IS INDEXED; CREATE ON FIRST USE AND OPEN I-O.
       1300-OPEN-AUDIT-LOG.
           OPEN I-O AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN I-O AUDIT-LOG
           END-IF.

      *****************************************************************
      * FIRST PASS - READ AND VALIDATE EVERY RECORD, POST NOTHING      *
      *****************************************************************
       2000-VALIDATE-PAYROLL-FILE.
           READ PAYROLL-INPUT-FILE
               AT END
                   MOVE 'Y' TO END-OF-PAYROLL-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PAY-HEADER
                           PERFORM 2100-CAPTURE-HEADER
                       WHEN PAY-DETAIL
                           PERFORM 2200-VALIDATE-ONE-LINE
                       WHEN OTHER
                           DISPLAY 'EXCEPTION: UNKNOWN RECORD TYPE '
                                   PAY-HDR-REC-TYPE ' - IGNORED'
                   END-EVALUATE
           END-READ.

      *    ONLY THE FIRST HEADER IS TAKEN. A SECOND ONE MEANS TWO
      *    PAYROLLS WERE CONCATENATED INTO ONE UPLOAD, AND THE PROOF
      *    IN 3000 REFUSES THE FILE RATHER THAN GUESS WHICH LINES
      *    BELONG TO WHICH FUNDING ACCOUNT.
       2100-CAPTURE-HEADER.
           ADD 1 TO PAY-HEADERS-READ
           IF NOT HEADER-SEEN
               MOVE PAY-HDR-FUNDING-ACCOUNT TO PAY-FUNDING-ACCOUNT
               MOVE PAY-HDR-VALUE-DATE TO PAY-VALUE-DATE
               MOVE PAY-HDR-RECORD-COUNT TO PAY-HEADER-COUNT
               MOVE PAY-HDR-TOTAL-AMOUNT TO PAY-HEADER-AMOUNT
               MOVE PAY-HDR-BATCH-REFERENCE TO PAY-BATCH-REFERENCE
               MOVE 'Y' TO PAY-HEADER-SEEN
               DISPLAY 'FUNDING ACCOUNT: ' PAY-FUNDING-ACCOUNT
                       '  VALUE DATE: ' PAY-VALUE-DATE
               DISPLAY 'BATCH REFERENCE: ' PAY-BATCH-REFERENCE
               DISPLAY 'HEADER LINES:    ' PAY-HEADER-COUNT
                       '  TOTAL: ' PAY-HEADER-AMOUNT
           ELSE
               DISPLAY 'EXCEPTION: SECOND HEADER RECORD FOR ACCOUNT '
                       PAY-HDR-FUNDING-ACCOUNT ' - FILE WILL BE '
                       'REFUSED'
           END-IF.

      *    EVERY LINE COUNTS TOWARDS THE CONTROL TOTALS WHETHER IT IS
      *    VALID OR NOT - THE HEADER DESCRIBES THE FILE AS THE CLIENT
      *    SENT IT. ONLY VALID LINES COUNT TOWARDS THE AMOUNT THE
      *    FUNDING ACCOUNT MUST COVER.
       2200-VALIDATE-ONE-LINE.
           ADD 1 TO PAY-LINES-READ
           PERFORM 2250-LOAD-LINE-WORK
           ADD PAY-AMOUNT-WORK TO PAY-AMOUNT-READ
           PERFORM 2300-VALIDATE-LINE

           IF ITEM-REJECTED
               PERFORM 2500-WRITE-REJECTED-LINE
           ELSE
               ADD 1 TO PAY-LINES-VALID
               ADD PAY-AMOUNT-WORK TO PAY-AMOUNT-VALID
           END-IF.

       2250-LOAD-LINE-WORK.
           MOVE PAY-DTL-ACCOUNT TO PAY-ACCOUNT-WORK
      *    A NON-NUMERIC AMOUNT IS TAKEN AS ZERO, WHICH 2300 REJECTS.
           IF PAY-DTL-AMOUNT NUMERIC
               MOVE PAY-DTL-AMOUNT TO PAY-AMOUNT-WORK
           ELSE
               MOVE ZERO TO PAY-AMOUNT-WORK
           END-IF
           MOVE PAY-DTL-EMPLOYEE-REF TO PAY-EMPLOYEE-REF-WORK
           MOVE 'N' TO PAY-ITEM-REJECTED.

      *    ALSO USED BY THE POSTING PASS, WHICH RELIES ON THE ACCOUNT
      *    RECORD THIS PARAGRAPH LEAVES IN THE BUFFER.
       2300-VALIDATE-LINE.
           IF PAY-AMOUNT-WORK = ZERO
               MOVE 'P006' TO PAY-REJECT-REASON
               MOVE 'INVALID AMOUNT' TO PAY-REJECT-TEXT
               MOVE 'Y' TO PAY-ITEM-REJECTED
           END-IF

           IF NOT ITEM-REJECTED
              AND PAY-ACCOUNT-WORK = PAY-FUNDING-ACCOUNT
               MOVE 'P005' TO PAY-REJECT-REASON
               MOVE 'EMPLOYEE IS FUNDING ACCOUNT' TO PAY-REJECT-TEXT
               MOVE 'Y' TO PAY-ITEM-REJECTED
           END-IF

           IF NOT ITEM-REJECTED
               MOVE PAY-ACCOUNT-WORK TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'P001' TO PAY-REJECT-REASON
                       MOVE 'ACCOUNT NOT ON FILE' TO PAY-REJECT-TEXT
                       MOVE 'Y' TO PAY-ITEM-REJECTED
               END-READ
           END-IF

           IF NOT ITEM-REJECTED AND CLOSED-ACCOUNT
               MOVE 'P002' TO PAY-REJECT-REASON
               MOVE 'ACCOUNT IS CLOSED' TO PAY-REJECT-TEXT
               MOVE 'Y' TO PAY-ITEM-REJECTED
           END-IF

           IF NOT ITEM-REJECTED AND NOT ACTIVE-ACCOUNT
               MOVE 'P003' TO PAY-REJECT-REASON
               MOVE 'ACCOUNT IS NOT ACTIVE' TO PAY-REJECT-TEXT
               MOVE 'Y' TO PAY-ITEM-REJECTED
           END-IF

      *    A TIME DEPOSIT ONLY TAKES MONEY AT PLACEMENT; SALARY HAS TO
      *    LAND IN A SAVINGS OR CHECKING ACCOUNT.
           IF NOT ITEM-REJECTED AND FIXED-DEPOSIT
               MOVE 'P004' TO PAY-REJECT-REASON
               MOVE 'ACCOUNT IS A FIXED DEPOSIT' TO PAY-REJECT-TEXT
               MOVE 'Y' TO PAY-ITEM-REJECTED
           END-IF.

       2500-WRITE-REJECTED-LINE.
           MOVE PAY-FUNDING-ACCOUNT TO PRJ-FUNDING-ACCOUNT
           MOVE PAY-BATCH-REFERENCE TO PRJ-BATCH-REFERENCE
           MOVE PAY-ACCOUNT-WORK TO PRJ-ACCOUNT
           MOVE PAY-AMOUNT-WORK TO PRJ-AMOUNT
           MOVE PAY-EMPLOYEE-REF-WORK TO PRJ-EMPLOYEE-REF
           MOVE PAY-REJECT-REASON TO PRJ-REASON-CODE
           MOVE PAY-REJECT-TEXT TO PRJ-REASON-TEXT
           WRITE PAYROLL-REJECT-RECORD

           ADD 1 TO PAY-LINES-REJECTED
           ADD PAY-AMOUNT-WORK TO PAY-AMOUNT-REJECTED

           DISPLAY 'REJECTED: ' PAY-ACCOUNT-WORK
                   '  REF: ' PAY-EMPLOYEE-REF-WORK
                   '  ' PAY-REJECT-REASON ' ' PAY-REJECT-TEXT.

      *    MONOTONIC SEQUENCE SUFFIX - SEE ACCTMGMT.cbl'S
      *    8700-GENERATE-TRANSACTION-ID FOR WHY.
       2700-GENERATE-TRANSACTION-ID.
           ADD 1 TO TRANS-SEQ-COUNTER
           MOVE FUNCTION CURRENT-DATE TO TRANS-TIMESTAMP-WORK
           STRING 'TXN' TRANS-TIMESTAMP-WORK(1:8)
                  TRANS-TIMESTAMP-WORK(9:6)
                  TRANS-SEQ-COUNTER
                  DELIMITED BY SIZE
                  INTO TRANSACTION-ID.

      *****************************************************************
      * PROVE THE FILE AGAINST ITS HEADER AND CHECK THE FUNDING        *
      * ACCOUNT. THE FIRST FAILURE FOUND REFUSES THE WHOLE FILE.       *
      *****************************************************************
       3000-PROVE-PAYROLL-FILE.
           IF NOT HEADER-SEEN
               MOVE 'F001' TO PAY-REFUSE-REASON
               MOVE 'NO HEADER RECORD IN FILE' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

           IF NOT FILE-REFUSED AND PAY-HEADERS-READ > 1
               MOVE 'F002' TO PAY-REFUSE-REASON
               MOVE 'MORE THAN ONE HEADER RECORD' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

           IF NOT FILE-REFUSED
              AND (PAY-LINES-READ NOT = PAY-HEADER-COUNT
                   OR PAY-AMOUNT-READ NOT = PAY-HEADER-AMOUNT)
               MOVE 'F003' TO PAY-REFUSE-REASON
               MOVE 'CONTROL TOTALS DO NOT AGREE' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

           IF NOT FILE-REFUSED AND PAY-VALUE-DATE NOT NUMERIC
               MOVE 'F004' TO PAY-REFUSE-REASON
               MOVE 'INVALID VALUE DATE' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

      *    A FILE UPLOADED AHEAD OF PAYDAY IS RUN AGAIN ON ITS VALUE
      *    DATE; IT MUST NOT PAY THE STAFF EARLY.
           IF NOT FILE-REFUSED AND PAY-VALUE-DATE > TODAY-DATE
               MOVE 'F005' TO PAY-REFUSE-REASON
               MOVE 'VALUE DATE NOT YET REACHED' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

           IF NOT FILE-REFUSED AND PAY-LINES-VALID = ZERO
               MOVE 'F006' TO PAY-REFUSE-REASON
               MOVE 'NO VALID EMPLOYEE LINES' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

           IF NOT FILE-REFUSED
               PERFORM 3100-CHECK-FUNDING-ACCOUNT
           END-IF

           IF FILE-REFUSED
               DISPLAY '*** PAYROLL FILE REFUSED - ' PAY-REFUSE-REASON
                       ' ' PAY-REFUSE-TEXT ' - NOTHING POSTED ***'
           ELSE
               DISPLAY 'PAYROLL FILE PROVED - POSTING '
                       PAY-LINES-VALID ' CREDITS'
           END-IF.

      *    THE DEBIT IS THE TOTAL OF THE VALID LINES ONLY - REJECTED
      *    LINES GO BACK TO THE CLIENT AND ARE NOT TAKEN FROM THE
      *    CORPORATE ACCOUNT. THE AVAILABLE BALANCE IS THE SAME RULE
      *    THE TELLER DEBIT PATHS USE: LEDGER LESS ACTIVE HOLDS, PLUS
      *    ANY UNEXPIRED SANCTIONED OVERDRAFT.
       3100-CHECK-FUNDING-ACCOUNT.
           MOVE PAY-FUNDING-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'F007' TO PAY-REFUSE-REASON
                   MOVE 'FUNDING ACCOUNT NOT ON FILE'
                        TO PAY-REFUSE-TEXT
                   MOVE 'Y' TO PAY-FILE-REFUSED
           END-READ

           IF NOT FILE-REFUSED AND CLOSED-ACCOUNT
               MOVE 'F008' TO PAY-REFUSE-REASON
               MOVE 'FUNDING ACCOUNT IS CLOSED' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

           IF NOT FILE-REFUSED AND NOT ACTIVE-ACCOUNT
               MOVE 'F009' TO PAY-REFUSE-REASON
               MOVE 'FUNDING ACCOUNT IS NOT ACTIVE' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

           IF NOT FILE-REFUSED AND FIXED-DEPOSIT
               MOVE 'F010' TO PAY-REFUSE-REASON
               MOVE 'FUNDING ACCOUNT IS A DEPOSIT' TO PAY-REFUSE-TEXT
               MOVE 'Y' TO PAY-FILE-REFUSED
           END-IF

           IF NOT FILE-REFUSED
               MOVE CUSTOMER-NAME TO PAY-FUNDING-NAME
               PERFORM 3800-COMPUTE-AVAILABLE-BALANCE
               MOVE AVAILABLE-BALANCE TO PAY-FUNDING-AVAILABLE
               DISPLAY 'FUNDING AVAILABLE: ' PAY-FUNDING-AVAILABLE
                       '  REQUIRED: ' PAY-AMOUNT-VALID
               IF AVAILABLE-BALANCE < PAY-AMOUNT-VALID
                   MOVE 'F011' TO PAY-REFUSE-REASON
                   MOVE 'INSUFFICIENT AVAILABLE FUNDS'
                        TO PAY-REFUSE-TEXT
                   MOVE 'Y' TO PAY-FILE-REFUSED
               END-IF
           END-IF.

      *****************************************************************
      * AVAILABLE BALANCE SUPPORT - SAME RULE AS ACCTMGMT'S            *
      * 8750/8760/8770 PARAGRAPHS: THE PAYROLL DEBIT CANNOT DRAW      *
      * FUNDS ALREADY PROMISED ELSEWHERE.                              *
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

      *    TELLS THE CLIENT WHY NOTHING WAS PAID. THE LINE-LEVEL
      *    REJECTS ALREADY WRITTEN BY THE FIRST PASS STAY IN THE FILE
      *    SO THEY CAN BE CORRECTED BEFORE THE FILE IS RESUBMITTED.
       3900-WRITE-FILE-REFUSAL.
           MOVE PAY-FUNDING-ACCOUNT TO PRJ-FUNDING-ACCOUNT
           MOVE PAY-BATCH-REFERENCE TO PRJ-BATCH-REFERENCE
           MOVE SPACES TO PRJ-ACCOUNT
           MOVE PAY-AMOUNT-READ TO PRJ-AMOUNT
           MOVE SPACES TO PRJ-EMPLOYEE-REF
           MOVE PAY-REFUSE-REASON TO PRJ-REASON-CODE
           MOVE PAY-REFUSE-TEXT TO PRJ-REASON-TEXT
           WRITE PAYROLL-REJECT-RECORD.

      *****************************************************************
      * SECOND PASS - ONE DEBIT TO THE FUNDING ACCOUNT, THEN ONE       *
      * CREDIT PER VALID EMPLOYEE LINE                                 *
      *****************************************************************
       4000-POST-PAYROLL-FILE.
           PERFORM 4100-DEBIT-FUNDING-ACCOUNT

           CLOSE PAYROLL-INPUT-FILE
           OPEN INPUT PAYROLL-INPUT-FILE
           MOVE 'N' TO END-OF-PAYROLL-FILE
           DISPLAY ' '
           DISPLAY 'EMPLOYEE CREDITS POSTED'
           DISPLAY '---------------------------------'
           PERFORM 4200-POST-NEXT-RECORD UNTIL NO-MORE-PAYROLL.

       4100-DEBIT-FUNDING-ACCOUNT.
           MOVE PAY-FUNDING-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'EXCEPTION: FUNDING ACCOUNT '
                           PAY-FUNDING-ACCOUNT ' DISAPPEARED'
               NOT INVALID KEY
                   MOVE ACCOUNT-BALANCE TO PAY-FUNDING-BAL-BEFORE
                   SUBTRACT PAY-AMOUNT-VALID FROM ACCOUNT-BALANCE
                   MOVE ACCOUNT-BALANCE TO PAY-FUNDING-BAL-AFTER
                   MOVE TODAY-DATE TO LAST-TRANSACTION-DATE
                   REWRITE ACCOUNT-RECORD
                   MOVE PAY-AMOUNT-VALID TO PAY-AMOUNT-DEBITED
                   PERFORM 4150-LOG-FUNDING-DEBIT
           END-READ.

       4150-LOG-FUNDING-DEBIT.
           PERFORM 2700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE PAY-FUNDING-ACCOUNT TO TRANS-ACCOUNT-NUMBER
           MOVE 'T' TO TRANS-TYPE
           MOVE PAY-AMOUNT-VALID TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'PAYROLL DEBIT ' PAY-BATCH-REFERENCE
                  ' VALUE ' PAY-VALUE-DATE
                  ' CREDITS ' PAY-LINES-VALID
                  DELIMITED BY SIZE
                  INTO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

       4200-POST-NEXT-RECORD.
           READ PAYROLL-INPUT-FILE
               AT END
                   MOVE 'Y' TO END-OF-PAYROLL-FILE
               NOT AT END
                   IF PAY-DETAIL
                       PERFORM 4300-POST-ONE-LINE
                   END-IF
           END-READ.

      *    THE LINE IS VALIDATED AGAIN SO THE SAME LINES THE FIRST
      *    PASS ACCEPTED ARE THE ONES CREDITED; REJECTS WERE ALREADY
      *    WRITTEN THEN AND ARE SIMPLY SKIPPED HERE.
       4300-POST-ONE-LINE.
           PERFORM 2250-LOAD-LINE-WORK
           PERFORM 2300-VALIDATE-LINE
           IF NOT ITEM-REJECTED
               ADD PAY-AMOUNT-WORK TO ACCOUNT-BALANCE
               MOVE TODAY-DATE TO LAST-TRANSACTION-DATE
               REWRITE ACCOUNT-RECORD
               PERFORM 4350-LOG-EMPLOYEE-CREDIT
               ADD 1 TO PAY-LINES-CREDITED
               ADD PAY-AMOUNT-WORK TO PAY-AMOUNT-CREDITED
               DISPLAY PAY-ACCOUNT-WORK '  ' CUSTOMER-NAME(1:30)
                       '  ' PAY-AMOUNT-WORK
                       '  ' PAY-EMPLOYEE-REF-WORK
           END-IF.

       4350-LOG-EMPLOYEE-CREDIT.
           PERFORM 2700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE PAY-ACCOUNT-WORK TO TRANS-ACCOUNT-NUMBER
           MOVE 'R' TO TRANS-TYPE
           MOVE PAY-AMOUNT-WORK TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'PAYROLL CREDIT FROM ' PAY-FUNDING-ACCOUNT
                  ' ' PAY-EMPLOYEE-REF-WORK
                  DELIMITED BY SIZE
                  INTO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

      *****************************************************************
      * POSTING REPORT FOR THE RELATIONSHIP MANAGER, WITH CONTROL     *
      * TOTALS PROVED AGAINST THE FILE HEADER                          *
      *****************************************************************
       8000-PRINT-POSTING-REPORT.
           DISPLAY ' '
           DISPLAY 'CORPORATE PAYROLL POSTING REPORT'
           DISPLAY '---------------------------------'
           DISPLAY 'FUNDING ACCOUNT:   ' PAY-FUNDING-ACCOUNT
           DISPLAY 'ACCOUNT NAME:      ' PAY-FUNDING-NAME
           DISPLAY 'BATCH REFERENCE:   ' PAY-BATCH-REFERENCE
           DISPLAY 'VALUE DATE:        ' PAY-VALUE-DATE
           DISPLAY 'HEADER LINES:      ' PAY-HEADER-COUNT
           DISPLAY 'HEADER AMOUNT:     ' PAY-HEADER-AMOUNT
           DISPLAY 'LINES READ:        ' PAY-LINES-READ
           DISPLAY 'AMOUNT READ:       ' PAY-AMOUNT-READ
           DISPLAY 'LINES REJECTED:    ' PAY-LINES-REJECTED
           DISPLAY 'AMOUNT REJECTED:   ' PAY-AMOUNT-REJECTED
           DISPLAY 'LINES CREDITED:    ' PAY-LINES-CREDITED
           DISPLAY 'AMOUNT CREDITED:   ' PAY-AMOUNT-CREDITED
           DISPLAY 'AMOUNT DEBITED:    ' PAY-AMOUNT-DEBITED

           IF FILE-REFUSED
               DISPLAY '*** FILE REFUSED: ' PAY-REFUSE-REASON ' '
                       PAY-REFUSE-TEXT ' ***'
               DISPLAY '*** NO DEBIT OR CREDIT HAS BEEN POSTED ***'
           ELSE
               IF PAYROLL-FILE-PRESENT
                   DISPLAY 'BALANCE BEFORE:    '
                           PAY-FUNDING-BAL-BEFORE
                   DISPLAY 'BALANCE AFTER:     '
                           PAY-FUNDING-BAL-AFTER
                   DISPLAY 'CONTROL TOTALS MATCH FILE HEADER'
                   IF PAY-AMOUNT-CREDITED NOT = PAY-AMOUNT-DEBITED
                       DISPLAY '*** AMOUNT CREDITED DOES NOT EQUAL '
                               'AMOUNT DEBITED ***'
                   END-IF
               END-IF
           END-IF
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           IF FILE-REFUSED
               MOVE 'PAYROLL_REFUSED' TO AUDIT-ACTION
           ELSE
               MOVE 'PAYROLL_POSTED' TO AUDIT-ACTION
           END-IF
           MOVE PAY-FUNDING-ACCOUNT TO AUDIT-ACCOUNT
           STRING 'REF=' PAY-BATCH-REFERENCE
                  ' READ=' PAY-LINES-READ
                  ' CREDITED=' PAY-LINES-CREDITED
                  ' REJECTED=' PAY-LINES-REJECTED
                  ' AMOUNT=' PAY-AMOUNT-DEBITED
                  ' REASON=' PAY-REFUSE-REASON
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
           STRING 'PAY' AUDIT-TIMESTAMP-WORK(1:8)
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
           IF PAYROLL-FILE-PRESENT
               CLOSE PAYROLL-INPUT-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-LOG
           CLOSE AUDIT-LOG
           CLOSE HOLDS-FILE
           CLOSE PAYROLL-REJECT-FILE
           DISPLAY 'CORPORATE PAYROLL RUN COMPLETE'.

      * Made with Bob
