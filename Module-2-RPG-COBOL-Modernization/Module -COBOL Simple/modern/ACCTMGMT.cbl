           COPY TELLCSHSEL.
           COPY CALSEL.
           COPY LOANSEL.
           COPY ACCTHLDSEL.
           COPY CHQREGSEL.
           COPY WLISTSEL.
           COPY PENDCHGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  ACCOUNT-HOLDER-FILE.
           COPY ACCTHLDREC.

       FD  CHEQUE-REGISTER-FILE.
           COPY CHQREGREC.

       FD  WATCHLIST-FILE.
           COPY WLISTREC.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHGREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * FILE STATUS CODES                                             *
       01  FILE-STATUS-TCASH           PIC XX.
       01  FILE-STATUS-CAL             PIC XX.
       01  FILE-STATUS-LOAN            PIC XX.
       01  FILE-STATUS-ACCTHLD         PIC XX.
       01  FILE-STATUS-CHQREG          PIC XX.
       01  FILE-STATUS-WLIST           PIC XX.
       01  FILE-STATUS-PENDCHG         PIC XX.

      *****************************************************************
      * BUSINESS CONSTANTS - EXTERNALIZED CONFIGURATION              *
           05  ERR-CUSTOMER-NOT-FOUND  PIC X(05) VALUE 'E0021'.
           05  ERR-CUSTOMER-NOT-KYC    PIC X(05) VALUE 'E0022'.
           05  ERR-DUPLICATE-CUSTOMER  PIC X(05) VALUE 'E0023'.
           05  ERR-ACCOUNT-OVERDRAWN   PIC X(05) VALUE 'E0024'.
           05  ERR-MANDATE-NOT-MET     PIC X(05) VALUE 'E0025'.
           05  ERR-CHEQUE-RANGE        PIC X(05) VALUE 'E0026'.
           05  ERR-CHEQUE-ALREADY-ISSUED PIC X(05) VALUE 'E0027'.
           05  ERR-CHEQUE-NOT-ISSUED   PIC X(05) VALUE 'E0028'.
           05  ERR-WATCHLIST-MATCH     PIC X(05) VALUE 'E0029'.
           05  ERR-SAME-MAKER-CHECKER  PIC X(05) VALUE 'E0030'.
           05  ERR-CHANGE-NOT-PENDING  PIC X(05) VALUE 'E0031'.
       
      *****************************************************************
      * WORKING VARIABLES WITH MEANINGFUL NAMES                       *
      *****************************************************************
       01  OUTWARD-VARIABLES.
           05  INPUT-BENEF-ACCOUNT     PIC X(10).
           05  INPUT-BENEF-NAME        PIC X(50).
           05  OCAP-SEQ-COUNTER        PIC 9(03) VALUE ZERO.

      *****************************************************************
           05  LOAN-SEQ-COUNTER        PIC 9(03) VALUE ZERO.
           05  LOAN-PAYOFF-AMOUNT      PIC 9(13)V99.

      *****************************************************************
      * OVERDRAFT LIMIT MAINTENANCE VARIABLES                         *
      *****************************************************************
       01  OD-MAINT-VARIABLES.
           05  INPUT-OD-LIMIT          PIC 9(13)V99.
           05  INPUT-OD-EXPIRY         PIC X(10).
           05  PRIOR-OD-LIMIT          PIC 9(13)V99.
           05  PRIOR-OD-EXPIRY         PIC X(10).

      *****************************************************************
      * ACCOUNT HOLDER AND SIGNING MANDATE VARIABLES                  *
      *****************************************************************
       01  HOLDER-VARIABLES.
           05  INPUT-HOLDER-ACTION     PIC X(01).
           05  INPUT-HOLDER-CIF        PIC X(15).
           05  INPUT-HOLDER-ROLE       PIC X(01).
           05  INPUT-MANDATE           PIC X(01).
           05  PRIOR-MANDATE           PIC X(01).
           05  END-OF-HOLDER-LINKS     PIC X VALUE 'N'.
               88  NO-MORE-HOLDER-LINKS VALUE 'Y'.
           05  MANDATE-ACCOUNT-WORK    PIC X(10).
           05  MANDATE-PRIMARY-CIF     PIC X(15).
           05  CO-SIGN-NEEDED          PIC 9(02).
           05  CO-SIGN-TAKEN           PIC 9(02).
           05  CO-SIGN-INDEX           PIC 9(02).
           05  CO-SIGN-REPEAT-FLAG     PIC X VALUE 'N'.
               88  CO-SIGN-REPEATED    VALUE 'Y'.
           05  CO-SIGN-POINTER         PIC 9(03).
      *    ONE SLOT PER CO-SIGNATURE TAKEN, SO THE SAME HOLDER CANNOT
      *    BE KEYED TWICE TO MAKE UP THE COUNT.
           05  CO-SIGN-TABLE.
               10  CO-SIGN-CIF         PIC X(15) OCCURS 20 TIMES.

      *****************************************************************
      * CHEQUE BOOK AND STOP-PAYMENT VARIABLES                        *
      *****************************************************************
       01  CHEQUE-VARIABLES.
           05  INPUT-FIRST-SERIAL      PIC 9(08).
           05  INPUT-LAST-SERIAL       PIC 9(08).
           05  INPUT-ISSUE-DATE        PIC X(10).
           05  INPUT-STOP-ACTION       PIC X(01).
           05  INPUT-STOP-REASON       PIC X(20).
      *    ONE DIGIT WIDER THAN A SERIAL SO A RANGE ENDING ON THE
      *    HIGHEST SERIAL STILL TERMINATES ITS VARYING LOOP.
           05  CHQ-SERIAL-WORK         PIC 9(09).
           05  CHQ-LEAF-COUNT          PIC 9(09).
           05  CHQ-LEAVES-FOUND        PIC 9(05).
           05  CHQ-LEAVES-CHANGED      PIC 9(05).
           05  CHQ-LEAVES-SKIPPED      PIC 9(05).

      *****************************************************************
      * WATCHLIST SCREENING VARIABLES                                 *
      *****************************************************************
       01  SCREEN-VARIABLES.
           05  SCREEN-NAME             PIC X(50).
           05  SCREEN-DOC-NUMBER       PIC X(20).
           05  SCREEN-SUBJECT          PIC X(30).
           05  SCREEN-ACCOUNT          PIC X(10).
           05  SCREEN-NAME-WORK        PIC X(50).
           05  SCREEN-MATCH-NAME       PIC X(50).
           05  SCREEN-IN-POS           PIC 9(03).
           05  SCREEN-OUT-POS          PIC 9(03).
           05  SCREEN-LAST-SPACE-FLAG  PIC X VALUE 'Y'.
               88  SCREEN-LAST-WAS-SPACE VALUE 'Y'.
           05  END-OF-WATCHLIST        PIC X VALUE 'N'.
               88  NO-MORE-WATCHLIST   VALUE 'Y'.
           05  SCREEN-HIT-FLAG         PIC X VALUE 'N'.
               88  SCREEN-HIT          VALUE 'Y'.
           05  SCREEN-HIT-TYPE         PIC X(08).
           05  SCREEN-CLEARED-KEY      PIC X(25).
           05  SCREEN-SUPERVISOR-ID    PIC X(10).
           05  SCREEN-DECISION         PIC X(01).
           05  SCREEN-CLEARED-FLAG     PIC X VALUE 'N'.
               88  SCREEN-CLEARED      VALUE 'Y'.

      *****************************************************************
      * MAKER-CHECKER PENDING CHANGE VARIABLES                        *
      *****************************************************************
       01  PENDING-VARIABLES.
           05  PEND-SEQ-COUNTER        PIC 9(03) VALUE ZERO.
           05  END-OF-PENDING          PIC X VALUE 'N'.
               88  NO-MORE-PENDING     VALUE 'Y'.
           05  PEND-ITEMS-LISTED       PIC 9(05).
           05  INPUT-PEND-ID           PIC X(20).
           05  INPUT-PEND-DECISION     PIC X(01).
           05  INPUT-PEND-REASON       PIC X(40).
           05  PEND-TODAY-NUM          PIC 9(08).
           05  PEND-MADE-NUM           PIC 9(08).
           05  PEND-AGE-DAYS           PIC 9(05).
           05  PEND-APPLIED-FLAG       PIC X VALUE 'N'.
               88  PEND-CHANGE-APPLIED VALUE 'Y'.
           05  PEND-TABLE-DESC         PIC X(12).
           05  PEND-IMAGE-WORK         PIC X(200).

      *****************************************************************
      * TRANSACTION MANAGEMENT VARIABLES                               *
      *****************************************************************
           PERFORM 1145-OPEN-RATE-TABLE
           PERFORM 1150-OPEN-TELLER-CASH
           PERFORM 1155-OPEN-CALENDAR
           PERFORM 1160-OPEN-LOAN-FILE
           PERFORM 1165-OPEN-ACCOUNT-HOLDERS
           PERFORM 1170-OPEN-CHEQUE-REGISTER
           PERFORM 1175-OPEN-WATCHLIST
           PERFORM 1180-OPEN-PENDING-CHANGES.

      *    TRANSACTION-LOG IS NOW INDEXED (REQUEST 002) SO IT MUST BE
      *    OPENED I-O INSTEAD OF EXTEND; CREATE IT ON FIRST USE.
               OPEN I-O LOAN-FILE
           END-IF.

      *    ACCOUNT-HOLDER-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-
      *    USE FALLBACK AS TRANSACTION-LOG.
       1165-OPEN-ACCOUNT-HOLDERS.
           OPEN I-O ACCOUNT-HOLDER-FILE
           IF FILE-STATUS-ACCTHLD NOT = '00'
               OPEN OUTPUT ACCOUNT-HOLDER-FILE
               CLOSE ACCOUNT-HOLDER-FILE
               OPEN I-O ACCOUNT-HOLDER-FILE
           END-IF.

      *    CHEQUE-REGISTER-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-
      *    USE FALLBACK AS TRANSACTION-LOG.
       1170-OPEN-CHEQUE-REGISTER.
           OPEN I-O CHEQUE-REGISTER-FILE
           IF FILE-STATUS-CHQREG NOT = '00'
               OPEN OUTPUT CHEQUE-REGISTER-FILE
               CLOSE CHEQUE-REGISTER-FILE
               OPEN I-O CHEQUE-REGISTER-FILE
           END-IF.

      *    WATCHLIST-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-USE
      *    FALLBACK AS TRANSACTION-LOG. UNTIL COMPLIANCE LOADS A LIST
      *    (WLLOAD) IT IS EMPTY AND EVERY SCREEN COMES BACK CLEAN.
       1175-OPEN-WATCHLIST.
           OPEN I-O WATCHLIST-FILE
           IF FILE-STATUS-WLIST NOT = '00'
               OPEN OUTPUT WATCHLIST-FILE
               CLOSE WATCHLIST-FILE
               OPEN I-O WATCHLIST-FILE
           END-IF.

      *    PENDING-CHANGE-FILE IS INDEXED; SAME CREATE-ON-FIRST-USE
      *    FALLBACK AS TRANSACTION-LOG.
       1180-OPEN-PENDING-CHANGES.
           OPEN I-O PENDING-CHANGE-FILE
           IF FILE-STATUS-PENDCHG NOT = '00'
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.

       1200-INITIALIZE-VARIABLES.
           MOVE 'Y' TO CONTINUE-FLAG
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY '23. PROCESSING CALENDAR MAINT (SUPERVISOR)'
           DISPLAY '24. BOOK LOAN AGAINST DEPOSIT'
           DISPLAY '25. PAY OFF LOAN'
           DISPLAY '26. OVERDRAFT LIMIT MAINTENANCE (SUPERVISOR)'
           DISPLAY '27. ACCOUNT HOLDERS AND MANDATE (SUPERVISOR)'
           DISPLAY '28. ISSUE CHEQUE BOOK'
           DISPLAY '29. CHEQUE STOP-PAYMENT'
           DISPLAY '30. APPROVE PENDING CHANGES (SUPERVISOR)'
           DISPLAY '========================================='
           DISPLAY 'ENTER YOUR CHOICE (1-30): '.

       2200-GET-MENU-CHOICE.
           ACCEPT MENU-CHOICE
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 30
               DISPLAY 'INVALID CHOICE. PLEASE TRY AGAIN.'
               PERFORM 2200-GET-MENU-CHOICE
           END-IF.
                   PERFORM 6600-BOOK-LOAN
               WHEN 25
                   PERFORM 6700-PAY-OFF-LOAN
               WHEN 26
                   PERFORM 6800-MAINTAIN-OVERDRAFT
               WHEN 27
                   PERFORM 4900-MAINTAIN-ACCOUNT-HOLDERS
               WHEN 28
                   PERFORM 9700-ISSUE-CHEQUE-BOOK
               WHEN 29
                   PERFORM 9800-CHEQUE-STOP-PAYMENT
               WHEN 30
                   PERFORM 9900-APPROVE-PENDING-CHANGES
           END-EVALUATE.
       
      *****************************************************************
           IF NO-ERROR
               PERFORM 3300-CREATE-ACCOUNT-RECORD
               PERFORM 3400-LOG-ACCOUNT-CREATION
           END-IF

           IF NO-ERROR
               PERFORM 3450-WRITE-PRIMARY-HOLDER-LINK
           END-IF.
       
       3100-GET-ACCOUNT-DETAILS.
           MOVE OPENING-DATE TO LAST-TRANSACTION-DATE
           MOVE ZERO TO DAILY-WITHDRAWAL-TOTAL
           MOVE SPACES TO DAILY-WITHDRAWAL-DATE
           MOVE ZERO TO OD-LIMIT
           MOVE SPACES TO OD-EXPIRY-DATE
           MOVE 'E' TO ACCOUNT-MANDATE

      *    THE OPENING RATE COMES FROM THE EFFECTIVE-DATED RATE TABLE
      *    WHEN A TIER COVERS THIS TYPE AND BALANCE; THE COMPILE-TIME
      *    THE END-OF-DAY DRAWER PROOF.
           MOVE INPUT-AMOUNT TO DRAWER-AMOUNT-WORK
           PERFORM 8780-UPDATE-DRAWER-CASH-IN.

      *    EVERY NEW ACCOUNT STARTS WITH ITS OPENING CUSTOMER AS THE
      *    PRIMARY HOLDER ON THE ACCOUNT-HOLDER FILE; JOINT HOLDERS
      *    AND SIGNATORIES ARE ADDED THROUGH OPTION 27.
       3450-WRITE-PRIMARY-HOLDER-LINK.
           MOVE ACCT-NUMBER TO AHLD-ACCOUNT
           MOVE CUSTOMER-ID TO AHLD-CUSTOMER-ID
           MOVE 'P' TO AHLD-ROLE
           MOVE 'A' TO AHLD-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO AHLD-ADDED-DATE
           MOVE CURRENT-USER-ID TO AHLD-ADDED-BY
           MOVE SPACES TO AHLD-REMOVED-DATE
           WRITE ACCOUNT-HOLDER-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: PRIMARY HOLDER LINK ALREADY ON '
                           'FILE FOR ' ACCT-NUMBER
           END-WRITE.
       
      *****************************************************************
      * VIEW ACCOUNT BALANCE WITH PROPER ERROR HANDLING               *
           PERFORM 8770-COMPUTE-AVAILABLE-BALANCE
           DISPLAY 'LEDGER BALANCE: ' ACCOUNT-BALANCE
           DISPLAY 'ACTIVE HOLDS:   ' ACTIVE-HOLDS-TOTAL
           IF CHECKING-ACCOUNT AND OD-LIMIT > ZERO
               DISPLAY 'OVERDRAFT LIMIT:' OD-LIMIT
               DISPLAY 'OD EXPIRY DATE: ' OD-EXPIRY-DATE
           END-IF
           DISPLAY 'AVAILABLE BAL:  ' AVAILABLE-BALANCE
           DISPLAY 'ACCOUNT STATUS: ' ACCOUNT-STATUS
           IF MANDATE-ALL-TO-SIGN
               DISPLAY 'MANDATE:        ALL TO SIGN'
           ELSE
               DISPLAY 'MANDATE:        EITHER OR SURVIVOR'
           END-IF
           DISPLAY 'LAST TRANSACTION:' LAST-TRANSACTION-DATE.

      *****************************************************************
               PERFORM 4520-VALIDATE-CUSTOMER-DETAILS
           END-IF

           IF NO-ERROR
               PERFORM 4540-SCREEN-CUSTOMER-DETAILS
           END-IF

           IF NO-ERROR
               PERFORM 4530-WRITE-CUSTOMER-RECORD
           END-IF.
               PERFORM 8300-WRITE-AUDIT-RECORD
           END-IF.

      *    THE KEYED NAME AND DOCUMENT NUMBER ARE SCREENED BEFORE THE
      *    CIF IS WRITTEN OR REWRITTEN.
       4540-SCREEN-CUSTOMER-DETAILS.
           MOVE INPUT-CUST-LEGAL-NAME TO SCREEN-NAME
           MOVE INPUT-CUST-DOC-NUMBER TO SCREEN-DOC-NUMBER
           MOVE SPACES TO SCREEN-SUBJECT
           STRING 'CIF ' INPUT-CUSTOMER-ID
                  DELIMITED BY SIZE
                  INTO SCREEN-SUBJECT
           MOVE SPACES TO SCREEN-ACCOUNT
           PERFORM 4960-SCREEN-AGAINST-WATCHLIST.

       4600-AMEND-CUSTOMER.
           DISPLAY ' '
           DISPLAY '========================================='
           END-IF

           IF NO-ERROR
               PERFORM 4540-SCREEN-CUSTOMER-DETAILS
           END-IF

      *    A CHANGE TO WHO THE CUSTOMER IS - LEGAL NAME OR ID
      *    DOCUMENT - WAITS FOR A SECOND SUPERVISOR'S APPROVAL;
      *    CONTACT AND KYC DETAILS STILL TAKE EFFECT AT ONCE.
           IF NO-ERROR
               IF INPUT-CUST-LEGAL-NAME NOT = CUST-LEGAL-NAME
                  OR INPUT-CUST-DOC-TYPE NOT = CUST-DOC-TYPE
                  OR INPUT-CUST-DOC-NUMBER NOT = CUST-DOC-NUMBER
                   PERFORM 4620-QUEUE-CUSTOMER-CHANGE
               ELSE
                   PERFORM 4610-REWRITE-CUSTOMER-RECORD
               END-IF
           END-IF.

       4610-REWRITE-CUSTOMER-RECORD.
           PERFORM 4615-BUILD-AMENDED-CUSTOMER
           REWRITE CUSTOMER-RECORD
           PERFORM 4618-LOG-CUSTOMER-AMENDED.

       4615-BUILD-AMENDED-CUSTOMER.
           MOVE INPUT-CUST-LEGAL-NAME TO CUST-LEGAL-NAME
           MOVE INPUT-CUST-DOC-TYPE TO CUST-DOC-TYPE
           MOVE INPUT-CUST-DOC-NUMBER TO CUST-DOC-NUMBER
           PERFORM 4616-BUILD-AMENDED-CONTACT.

       4616-BUILD-AMENDED-CONTACT.
           MOVE INPUT-CUST-ADDRESS TO CUST-ADDRESS
           MOVE INPUT-CUST-PHONE TO CUST-PHONE
           MOVE INPUT-CUST-BIRTH-DATE TO CUST-BIRTH-DATE
           MOVE INPUT-CUST-KYC-STATUS TO CUST-KYC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-AMENDED-DATE.

       4618-LOG-CUSTOMER-AMENDED.
           DISPLAY 'CUSTOMER AMENDED: ' CUST-ID

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

      *    ANY CONTACT OR KYC CHANGE KEYED WITH THE NAME OR DOCUMENT
      *    IS APPLIED FIRST, UNDER THE OLD NAME AND DOCUMENT. THE CIF
      *    AS IT THEN STANDS IS THE BEFORE IMAGE, AND THE AFTER IMAGE
      *    DIFFERS FROM IT ONLY IN LEGAL NAME, DOCUMENT TYPE AND
      *    DOCUMENT NUMBER - SO APPROVING IT LATER CANNOT CARRY STALE
      *    CONTACT OR KYC DETAILS BACK OVER A LATER AMENDMENT. THE
      *    NAME AND DOCUMENT ARE NOT TOUCHED UNTIL APPROVAL.
       4620-QUEUE-CUSTOMER-CHANGE.
           IF INPUT-CUST-ADDRESS NOT = CUST-ADDRESS
              OR INPUT-CUST-PHONE NOT = CUST-PHONE
              OR INPUT-CUST-BIRTH-DATE NOT = CUST-BIRTH-DATE
              OR INPUT-CUST-KYC-STATUS NOT = CUST-KYC-STATUS
               PERFORM 4616-BUILD-AMENDED-CONTACT
               REWRITE CUSTOMER-RECORD
               PERFORM 4618-LOG-CUSTOMER-AMENDED
           END-IF

           MOVE CUSTOMER-RECORD TO PEND-BEFORE-IMAGE
           MOVE INPUT-CUST-LEGAL-NAME TO CUST-LEGAL-NAME
           MOVE INPUT-CUST-DOC-TYPE TO CUST-DOC-TYPE
           MOVE INPUT-CUST-DOC-NUMBER TO CUST-DOC-NUMBER
           MOVE 'C' TO PEND-TABLE
           MOVE CUST-ID TO PEND-TARGET-KEY
           MOVE 'C' TO PEND-ACTION
           MOVE CUSTOMER-RECORD TO PEND-AFTER-IMAGE
           PERFORM 4980-QUEUE-PENDING-CHANGE.

       4700-CUSTOMER-INQUIRY.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'LAST AMENDED:   ' CUST-AMENDED-DATE.

      *****************************************************************
      * SIGNING MANDATE ENFORCEMENT                                   *
      *   AN EITHER-OR-SURVIVOR ACCOUNT IS OPERATED BY ANY ONE HOLDER.*
      *   AN ALL-TO-SIGN ACCOUNT NEEDS THE CIF OF EVERY OTHER ACTIVE  *
      *   JOINT HOLDER AND SIGNATORY BEFORE MONEY LEAVES IT OR IT IS  *
      *   CLOSED. CALLED WITH MANDATE-ACCOUNT-WORK SET.               *
      *****************************************************************
       4800-ENFORCE-SIGNING-MANDATE.
           MOVE MANDATE-ACCOUNT-WORK TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF MANDATE-ALL-TO-SIGN
               MOVE CUSTOMER-ID TO MANDATE-PRIMARY-CIF
               PERFORM 4810-COUNT-CO-SIGNATORIES
               IF CO-SIGN-NEEDED > ZERO
                   DISPLAY 'ACCOUNT MANDATE IS ALL TO SIGN - '
                           CO-SIGN-NEEDED ' CO-SIGNATORY CIF(S) NEEDED'
                   MOVE ZERO TO CO-SIGN-TAKEN
                   MOVE SPACES TO CO-SIGN-TABLE
                   PERFORM 4820-ACCEPT-CO-SIGNATORY
                       UNTIL CO-SIGN-TAKEN >= CO-SIGN-NEEDED
                          OR ERROR-FOUND
                   IF NO-ERROR
                       PERFORM 4830-AUDIT-CO-SIGNATURE
                   END-IF
               END-IF
           END-IF.

       4810-COUNT-CO-SIGNATORIES.
           MOVE ZERO TO CO-SIGN-NEEDED
           MOVE 'N' TO END-OF-HOLDER-LINKS
           MOVE MANDATE-ACCOUNT-WORK TO AHLD-ACCOUNT
           MOVE LOW-VALUES TO AHLD-CUSTOMER-ID
           START ACCOUNT-HOLDER-FILE KEY IS NOT LESS THAN AHLD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLDER-LINKS
           END-START

           PERFORM UNTIL NO-MORE-HOLDER-LINKS
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-HOLDER-LINKS
                   NOT AT END
                       IF AHLD-ACCOUNT NOT = MANDATE-ACCOUNT-WORK
                           MOVE 'Y' TO END-OF-HOLDER-LINKS
                       ELSE
                           PERFORM 4815-COUNT-IF-CO-SIGNATORY
                       END-IF
               END-READ
           END-PERFORM.

       4815-COUNT-IF-CO-SIGNATORY.
           IF AHLD-ACTIVE
              AND NOT AHLD-PRIMARY
              AND AHLD-CUSTOMER-ID NOT = MANDATE-PRIMARY-CIF
              AND CO-SIGN-NEEDED < 20
               ADD 1 TO CO-SIGN-NEEDED
           END-IF.

       4820-ACCEPT-CO-SIGNATORY.
           DISPLAY 'ENTER CO-SIGNATORY CIF: '
           ACCEPT INPUT-HOLDER-CIF

           MOVE MANDATE-ACCOUNT-WORK TO AHLD-ACCOUNT
           MOVE INPUT-HOLDER-CIF TO AHLD-CUSTOMER-ID
           READ ACCOUNT-HOLDER-FILE
               INVALID KEY
                   MOVE 'R' TO AHLD-STATUS
           END-READ

           IF NOT AHLD-ACTIVE OR AHLD-PRIMARY
              OR INPUT-HOLDER-CIF = MANDATE-PRIMARY-CIF
               MOVE ERR-MANDATE-NOT-MET TO ERROR-CODE
               MOVE 'CIF IS NOT A CO-SIGNATORY ON THIS ACCOUNT'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               MOVE 'N' TO CO-SIGN-REPEAT-FLAG
               PERFORM 4825-CHECK-REPEAT-SIGNATURE
                   VARYING CO-SIGN-INDEX FROM 1 BY 1
                   UNTIL CO-SIGN-INDEX > CO-SIGN-TAKEN
               IF CO-SIGN-REPEATED
                   MOVE ERR-MANDATE-NOT-MET TO ERROR-CODE
                   MOVE 'CO-SIGNATORY ALREADY ENTERED' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               ELSE
                   ADD 1 TO CO-SIGN-TAKEN
                   MOVE INPUT-HOLDER-CIF TO CO-SIGN-CIF(CO-SIGN-TAKEN)
               END-IF
           END-IF.

       4825-CHECK-REPEAT-SIGNATURE.
           IF CO-SIGN-CIF(CO-SIGN-INDEX) = INPUT-HOLDER-CIF
               MOVE 'Y' TO CO-SIGN-REPEAT-FLAG
           END-IF.

      *    THE CO-SIGNATORY CIFS ARE WRITTEN TO THE AUDIT TRAIL SO THE
      *    SIGNATURES BEHIND AN ALL-TO-SIGN DEBIT CAN BE EVIDENCED.
       4830-AUDIT-CO-SIGNATURE.
           MOVE SPACES TO AUDIT-DETAILS
           MOVE 1 TO CO-SIGN-POINTER
           STRING 'CO-SIGNED BY' DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
                  WITH POINTER CO-SIGN-POINTER
           PERFORM 4835-ADD-CO-SIGNER-TO-DETAILS
               VARYING CO-SIGN-INDEX FROM 1 BY 1
               UNTIL CO-SIGN-INDEX > CO-SIGN-TAKEN

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'MANDATE_COSIGNED' TO AUDIT-ACTION
           MOVE MANDATE-ACCOUNT-WORK TO AUDIT-ACCOUNT
           PERFORM 8300-WRITE-AUDIT-RECORD

      *    RESTORE THE ACCOUNT RECORD FOR THE CALLER.
           MOVE MANDATE-ACCOUNT-WORK TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       4835-ADD-CO-SIGNER-TO-DETAILS.
           STRING ' ' DELIMITED BY SIZE
                  CO-SIGN-CIF(CO-SIGN-INDEX) DELIMITED BY SPACE
                  INTO AUDIT-DETAILS
                  WITH POINTER CO-SIGN-POINTER
               ON OVERFLOW
                   CONTINUE
           END-STRING.

      *****************************************************************
      * ACCOUNT HOLDER AND MANDATE MAINTENANCE (SUPERVISOR ONLY)      *
      *   A = ADD A JOINT HOLDER OR AUTHORISED SIGNATORY              *
      *   R = REMOVE A JOINT HOLDER OR SIGNATORY                      *
      *   M = CHANGE THE SIGNING MANDATE                              *
      *   I = LIST THE HOLDERS ONLY                                   *
      *****************************************************************
       4900-MAINTAIN-ACCOUNT-HOLDERS.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'ACCOUNT HOLDERS AND MANDATE'
           DISPLAY '========================================='

           MOVE 'N' TO ERROR-OCCURRED
           IF NOT SIGNED-ON-SUPERVISOR
               MOVE ERR-NOT-SUPERVISOR TO ERROR-CODE
               MOVE 'HOLDER MAINTENANCE IS A SUPERVISOR FUNCTION'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               DISPLAY 'ENTER ACCOUNT NUMBER: '
               ACCEPT INPUT-ACCOUNT-NUMBER
               MOVE INPUT-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               PERFORM 4940-LIST-ACCOUNT-HOLDERS
               DISPLAY 'ACTION (A=ADD R=REMOVE M=MANDATE I=INQUIRY): '
               ACCEPT INPUT-HOLDER-ACTION
               EVALUATE INPUT-HOLDER-ACTION
                   WHEN 'A'
                       PERFORM 4910-ADD-ACCOUNT-HOLDER
                   WHEN 'R'
                       PERFORM 4920-REMOVE-ACCOUNT-HOLDER
                   WHEN 'M'
                       PERFORM 4930-SET-ACCOUNT-MANDATE
                   WHEN 'I'
                       CONTINUE
                   WHEN OTHER
                       MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
                       MOVE 'INVALID HOLDER ACTION' TO ERROR-MESSAGE
                       PERFORM 8000-HANDLE-ERROR
               END-EVALUATE
           END-IF.

       4910-ADD-ACCOUNT-HOLDER.
           DISPLAY 'ENTER HOLDER CIF: '
           ACCEPT INPUT-HOLDER-CIF
           DISPLAY 'ROLE (J=JOINT HOLDER, S=AUTHORISED SIGNATORY): '
           ACCEPT INPUT-HOLDER-ROLE

           IF INPUT-HOLDER-ROLE NOT = 'J'
              AND INPUT-HOLDER-ROLE NOT = 'S'
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'ROLE MUST BE J OR S' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND INPUT-HOLDER-CIF = CUSTOMER-ID
               MOVE ERR-DUPLICATE-CUSTOMER TO ERROR-CODE
               MOVE 'CIF IS ALREADY THE PRIMARY HOLDER' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               MOVE INPUT-HOLDER-CIF TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE ERR-CUSTOMER-NOT-FOUND TO ERROR-CODE
                       MOVE 'CUSTOMER NOT FOUND' TO ERROR-MESSAGE
                       PERFORM 8000-HANDLE-ERROR
                   NOT INVALID KEY
                       IF NOT CUST-KYC-VERIFIED
                           MOVE ERR-CUSTOMER-NOT-KYC TO ERROR-CODE
                           MOVE 'CUSTOMER KYC NOT VERIFIED'
                                TO ERROR-MESSAGE
                           PERFORM 8000-HANDLE-ERROR
                       END-IF
               END-READ
           END-IF

           IF NO-ERROR
               MOVE ACCT-NUMBER TO AHLD-ACCOUNT
               MOVE INPUT-HOLDER-CIF TO AHLD-CUSTOMER-ID
               READ ACCOUNT-HOLDER-FILE
                   INVALID KEY
                       PERFORM 4915-WRITE-NEW-HOLDER-LINK
                   NOT INVALID KEY
                       PERFORM 4916-REINSTATE-HOLDER-LINK
               END-READ
           END-IF

           IF NO-ERROR
               DISPLAY 'HOLDER ADDED: ' INPUT-HOLDER-CIF
                       ' ROLE ' INPUT-HOLDER-ROLE
               MOVE 'HOLDER_ADDED' TO AUDIT-ACTION
               STRING 'CIF ' INPUT-HOLDER-CIF ' ROLE '
                      INPUT-HOLDER-ROLE
                      DELIMITED BY SIZE
                      INTO AUDIT-DETAILS
               PERFORM 4950-AUDIT-HOLDER-CHANGE
           END-IF.

       4915-WRITE-NEW-HOLDER-LINK.
           MOVE ACCT-NUMBER TO AHLD-ACCOUNT
           MOVE INPUT-HOLDER-CIF TO AHLD-CUSTOMER-ID
           MOVE INPUT-HOLDER-ROLE TO AHLD-ROLE
           MOVE 'A' TO AHLD-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO AHLD-ADDED-DATE
           MOVE CURRENT-USER-ID TO AHLD-ADDED-BY
           MOVE SPACES TO AHLD-REMOVED-DATE
           WRITE ACCOUNT-HOLDER-RECORD
               INVALID KEY
                   MOVE ERR-FILE-ERROR TO ERROR-CODE
                   MOVE 'UNABLE TO WRITE HOLDER LINK' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-WRITE.

      *    A HOLDER REMOVED EARLIER IS RE-ADDED BY REACTIVATING THE
      *    EXISTING LINK RATHER THAN WRITING A SECOND ONE.
       4916-REINSTATE-HOLDER-LINK.
           IF AHLD-ACTIVE
               MOVE ERR-DUPLICATE-CUSTOMER TO ERROR-CODE
               MOVE 'CIF IS ALREADY A HOLDER ON THIS ACCOUNT'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           ELSE
               MOVE INPUT-HOLDER-ROLE TO AHLD-ROLE
               MOVE 'A' TO AHLD-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO AHLD-ADDED-DATE
               MOVE CURRENT-USER-ID TO AHLD-ADDED-BY
               MOVE SPACES TO AHLD-REMOVED-DATE
               REWRITE ACCOUNT-HOLDER-RECORD
           END-IF.

       4920-REMOVE-ACCOUNT-HOLDER.
           DISPLAY 'ENTER HOLDER CIF TO REMOVE: '
           ACCEPT INPUT-HOLDER-CIF

           MOVE ACCT-NUMBER TO AHLD-ACCOUNT
           MOVE INPUT-HOLDER-CIF TO AHLD-CUSTOMER-ID
           READ ACCOUNT-HOLDER-FILE
               INVALID KEY
                   MOVE 'R' TO AHLD-STATUS
           END-READ

           IF NOT AHLD-ACTIVE
               MOVE ERR-CUSTOMER-NOT-FOUND TO ERROR-CODE
               MOVE 'CIF IS NOT AN ACTIVE HOLDER ON THIS ACCOUNT'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND AHLD-PRIMARY
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'THE PRIMARY HOLDER CANNOT BE REMOVED'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               MOVE 'R' TO AHLD-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO AHLD-REMOVED-DATE
               REWRITE ACCOUNT-HOLDER-RECORD
               DISPLAY 'HOLDER REMOVED: ' INPUT-HOLDER-CIF
               MOVE 'HOLDER_REMOVED' TO AUDIT-ACTION
               STRING 'CIF ' INPUT-HOLDER-CIF ' ROLE ' AHLD-ROLE
                      DELIMITED BY SIZE
                      INTO AUDIT-DETAILS
               PERFORM 4950-AUDIT-HOLDER-CHANGE
           END-IF.

       4930-SET-ACCOUNT-MANDATE.
           DISPLAY 'MANDATE (E=EITHER OR SURVIVOR, A=ALL TO SIGN): '
           ACCEPT INPUT-MANDATE

           IF INPUT-MANDATE NOT = 'E' AND INPUT-MANDATE NOT = 'A'
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'MANDATE MUST BE E OR A' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               MOVE ACCOUNT-MANDATE TO PRIOR-MANDATE
               MOVE INPUT-MANDATE TO ACCOUNT-MANDATE
               REWRITE ACCOUNT-RECORD
               DISPLAY 'MANDATE SET: ' ACCOUNT-MANDATE
               MOVE 'MANDATE_CHANGED' TO AUDIT-ACTION
               STRING 'MANDATE ' PRIOR-MANDATE '->' ACCOUNT-MANDATE
                      DELIMITED BY SIZE
                      INTO AUDIT-DETAILS
               PERFORM 4950-AUDIT-HOLDER-CHANGE
           END-IF.

       4940-LIST-ACCOUNT-HOLDERS.
           DISPLAY 'ACCOUNT:        ' ACCT-NUMBER
           IF MANDATE-ALL-TO-SIGN
               DISPLAY 'MANDATE:        ALL TO SIGN'
           ELSE
               DISPLAY 'MANDATE:        EITHER OR SURVIVOR'
           END-IF
           DISPLAY 'HOLDERS (ROLE P=PRIMARY J=JOINT S=SIGNATORY):'

           MOVE 'N' TO END-OF-HOLDER-LINKS
           MOVE ACCT-NUMBER TO AHLD-ACCOUNT
           MOVE LOW-VALUES TO AHLD-CUSTOMER-ID
           START ACCOUNT-HOLDER-FILE KEY IS NOT LESS THAN AHLD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLDER-LINKS
           END-START

           PERFORM UNTIL NO-MORE-HOLDER-LINKS
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-HOLDER-LINKS
                   NOT AT END
                       IF AHLD-ACCOUNT NOT = ACCT-NUMBER
                           MOVE 'Y' TO END-OF-HOLDER-LINKS
                       ELSE
                           IF AHLD-ACTIVE
                               DISPLAY '  ' AHLD-CUSTOMER-ID
                                       ' ' AHLD-ROLE
                                       ' ADDED ' AHLD-ADDED-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4950-AUDIT-HOLDER-CHANGE.
           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE ACCT-NUMBER TO AUDIT-ACCOUNT
           PERFORM 8300-WRITE-AUDIT-RECORD.

      *****************************************************************
      * WATCHLIST SCREENING                                           *
      *   THE DOCUMENT NUMBER IS LOOKED UP AS KEYED AND THE NAME IN   *
      *   ITS NORMALISED FORM (SEE WLISTREC.cpy), EACH ON ITS OWN     *
      *   ALTERNATE KEY; ONLY ENTRIES STILL LISTED COUNT. A POSSIBLE  *
      *   MATCH BLOCKS THE ACTION UNLESS A SUPERVISOR OTHER THAN THE  *
      *   KEYING OPERATOR CLEARS IT AS A FALSE MATCH, AND EITHER WAY  *
      *   THE DECISION IS AUDITED UNDER THE SUPERVISOR'S ID. CALLED   *
      *   WITH SCREEN-NAME, SCREEN-DOC-NUMBER (SPACES FOR A           *
      *   BENEFICIARY), SCREEN-SUBJECT AND SCREEN-ACCOUNT SET.        *
      *   CIFSCRN APPLIES THE SAME RULE TO THE WHOLE CIF IN BATCH.    *
      *****************************************************************
       4960-SCREEN-AGAINST-WATCHLIST.
           MOVE SPACES TO SCREEN-CLEARED-KEY
           PERFORM 4961-NORMALISE-SCREEN-NAME

           IF SCREEN-DOC-NUMBER NOT = SPACES
               PERFORM 4963-CHECK-DOC-NUMBER
               IF SCREEN-HIT
                   PERFORM 4970-RESOLVE-SCREENING-HIT
               END-IF
           END-IF

           IF NO-ERROR AND SCREEN-MATCH-NAME NOT = SPACES
               PERFORM 4965-CHECK-MATCH-NAME
               IF SCREEN-HIT
                   PERFORM 4970-RESOLVE-SCREENING-HIT
               END-IF
           END-IF.

      *    UPPER CASE, PUNCTUATION TO SPACES, LEADING SPACES DROPPED
      *    AND INNER RUNS OF SPACES SQUEEZED TO ONE - WLLOAD BUILDS
      *    WL-MATCH-NAME THE SAME WAY.
       4961-NORMALISE-SCREEN-NAME.
           MOVE SCREEN-NAME TO SCREEN-NAME-WORK
           INSPECT SCREEN-NAME-WORK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz.,-''/'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACES TO SCREEN-MATCH-NAME
           MOVE ZERO TO SCREEN-OUT-POS
           MOVE 'Y' TO SCREEN-LAST-SPACE-FLAG
           PERFORM 4962-SQUEEZE-NAME-CHAR
               VARYING SCREEN-IN-POS FROM 1 BY 1
               UNTIL SCREEN-IN-POS > 50.

       4962-SQUEEZE-NAME-CHAR.
           IF SCREEN-NAME-WORK(SCREEN-IN-POS:1) = SPACE
               IF NOT SCREEN-LAST-WAS-SPACE
                   ADD 1 TO SCREEN-OUT-POS
                   MOVE 'Y' TO SCREEN-LAST-SPACE-FLAG
               END-IF
           ELSE
               ADD 1 TO SCREEN-OUT-POS
               MOVE SCREEN-NAME-WORK(SCREEN-IN-POS:1)
                   TO SCREEN-MATCH-NAME(SCREEN-OUT-POS:1)
               MOVE 'N' TO SCREEN-LAST-SPACE-FLAG
           END-IF.

       4963-CHECK-DOC-NUMBER.
           MOVE 'N' TO SCREEN-HIT-FLAG
           MOVE 'DOCUMENT' TO SCREEN-HIT-TYPE
           MOVE 'N' TO END-OF-WATCHLIST
           MOVE SCREEN-DOC-NUMBER TO WL-DOC-NUMBER
           START WATCHLIST-FILE KEY IS EQUAL TO WL-DOC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-WATCHLIST
           END-START
           PERFORM 4964-NEXT-DOC-CANDIDATE
               UNTIL NO-MORE-WATCHLIST OR SCREEN-HIT.

       4964-NEXT-DOC-CANDIDATE.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-WATCHLIST
               NOT AT END
                   IF WL-DOC-NUMBER NOT = SCREEN-DOC-NUMBER
                       MOVE 'Y' TO END-OF-WATCHLIST
                   ELSE
                       IF WL-LISTED
                           MOVE 'Y' TO SCREEN-HIT-FLAG
                       END-IF
                   END-IF
           END-READ.

      *    AN ENTRY ALREADY CLEARED ON ITS DOCUMENT NUMBER IN THIS
      *    SCREEN IS NOT PUT TO THE SUPERVISOR A SECOND TIME.
       4965-CHECK-MATCH-NAME.
           MOVE 'N' TO SCREEN-HIT-FLAG
           MOVE 'NAME' TO SCREEN-HIT-TYPE
           MOVE 'N' TO END-OF-WATCHLIST
           MOVE SCREEN-MATCH-NAME TO WL-MATCH-NAME
           START WATCHLIST-FILE KEY IS EQUAL TO WL-MATCH-NAME
               INVALID KEY
                   MOVE 'Y' TO END-OF-WATCHLIST
           END-START
           PERFORM 4966-NEXT-NAME-CANDIDATE
               UNTIL NO-MORE-WATCHLIST OR SCREEN-HIT.

       4966-NEXT-NAME-CANDIDATE.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-WATCHLIST
               NOT AT END
                   IF WL-MATCH-NAME NOT = SCREEN-MATCH-NAME
                       MOVE 'Y' TO END-OF-WATCHLIST
                   ELSE
                       IF WL-LISTED
                          AND WL-ENTRY-KEY NOT = SCREEN-CLEARED-KEY
                           MOVE 'Y' TO SCREEN-HIT-FLAG
                       END-IF
                   END-IF
           END-READ.

      *    THE WATCHLIST RECORD IN THE BUFFER IS THE ENTRY THAT HIT.
       4970-RESOLVE-SCREENING-HIT.
           DISPLAY ' '
           DISPLAY '*** POSSIBLE WATCHLIST MATCH ON '
                   SCREEN-HIT-TYPE ' ***'
           DISPLAY 'SCREENED:       ' SCREEN-SUBJECT
           DISPLAY 'LIST / ENTRY:   ' WL-LIST-SOURCE ' / ' WL-ENTRY-ID
           DISPLAY 'LISTED NAME:    ' WL-NAME
           DISPLAY 'LISTED DOC NO:  ' WL-DOC-NUMBER
           DISPLAY 'LISTED DOB:     ' WL-BIRTH-DATE

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'WATCHLIST_HIT' TO AUDIT-ACTION
           MOVE SCREEN-ACCOUNT TO AUDIT-ACCOUNT
           STRING SCREEN-SUBJECT ' LIST=' WL-LIST-SOURCE
                  ' ENTRY=' WL-ENTRY-ID ' MATCH=' SCREEN-HIT-TYPE
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD

           MOVE 'N' TO SCREEN-CLEARED-FLAG
           MOVE SPACES TO SCREEN-SUPERVISOR-ID
           DISPLAY 'ENTER SUPERVISOR ID TO DECIDE (BLANK TO ABANDON): '
           ACCEPT SCREEN-SUPERVISOR-ID

           EVALUATE TRUE
               WHEN SCREEN-SUPERVISOR-ID = SPACES
                   DISPLAY 'NO SUPERVISOR DECISION TAKEN'
               WHEN SCREEN-SUPERVISOR-ID = CURRENT-USER-ID
                   DISPLAY 'THE KEYING OPERATOR CANNOT DECIDE THEIR '
                           'OWN MATCH'
               WHEN OTHER
                   PERFORM 4971-TAKE-SUPERVISOR-DECISION
           END-EVALUATE

           IF SCREEN-CLEARED
               MOVE WL-ENTRY-KEY TO SCREEN-CLEARED-KEY
               DISPLAY 'MATCH CLEARED BY ' SCREEN-SUPERVISOR-ID
           ELSE
               MOVE ERR-WATCHLIST-MATCH TO ERROR-CODE
               MOVE SPACES TO ERROR-MESSAGE
               STRING 'POSSIBLE WATCHLIST MATCH ' WL-LIST-SOURCE
                      ' ENTRY ' WL-ENTRY-ID ' - ACTION BLOCKED'
                      DELIMITED BY SIZE
                      INTO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       4971-TAKE-SUPERVISOR-DECISION.
           MOVE SCREEN-SUPERVISOR-ID TO OPER-USER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY 'SUPERVISOR NOT ON FILE'
               NOT INVALID KEY
                   IF OPER-SUPERVISOR AND OPER-ACTIVE
                       DISPLAY 'DECISION (C=CLEAR AS FALSE MATCH, '
                               'B=CONFIRM AND BLOCK): '
                       ACCEPT SCREEN-DECISION
                       IF SCREEN-DECISION = 'C'
                           MOVE 'Y' TO SCREEN-CLEARED-FLAG
                       END-IF
                       PERFORM 4975-LOG-SCREENING-DECISION
                   ELSE
                       DISPLAY 'NOT AN ACTIVE SUPERVISOR'
                   END-IF
           END-READ.

       4975-LOG-SCREENING-DECISION.
           MOVE SCREEN-SUPERVISOR-ID TO AUDIT-USER-ID
           IF SCREEN-CLEARED
               MOVE 'WATCHLIST_CLEARED' TO AUDIT-ACTION
           ELSE
               MOVE 'WATCHLIST_CONFIRMED' TO AUDIT-ACTION
           END-IF
           MOVE SCREEN-ACCOUNT TO AUDIT-ACCOUNT
           STRING SCREEN-SUBJECT ' LIST=' WL-LIST-SOURCE
                  ' ENTRY=' WL-ENTRY-ID ' MATCH=' SCREEN-HIT-TYPE
                  ' TELLER=' CURRENT-USER-ID
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

      *****************************************************************
      * MAKER-CHECKER QUEUE                                           *
      *   MASTER-DATA CHANGES ARE WRITTEN HERE AS PENDING, WITH THE   *
      *   WHOLE RECORD BEFORE AND AFTER, INSTEAD OF TO THE MASTER.    *
      *   CALLED WITH PEND-TABLE, PEND-TARGET-KEY, PEND-ACTION AND    *
      *   BOTH IMAGES SET. 9900-APPROVE-PENDING-CHANGES APPLIES THEM. *
      *****************************************************************
       4980-QUEUE-PENDING-CHANGE.
           ADD 1 TO PEND-SEQ-COUNTER
           STRING 'PND' FUNCTION CURRENT-DATE(1:8)
                  FUNCTION CURRENT-DATE(9:6)
                  PEND-SEQ-COUNTER
                  DELIMITED BY SIZE
                  INTO PEND-ID
           MOVE CURRENT-USER-ID TO PEND-MAKER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-MADE-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEND-MADE-TIME
           MOVE 'P' TO PEND-STATUS
           MOVE SPACES TO PEND-CHECKER-ID
           MOVE SPACES TO PEND-DECIDED-DATE
           MOVE SPACES TO PEND-DECIDED-TIME
           MOVE SPACES TO PEND-REASON
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   MOVE ERR-FILE-ERROR TO ERROR-CODE
                   MOVE 'ERROR QUEUEING CHANGE FOR APPROVAL'
                        TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-WRITE

           IF NO-ERROR
               PERFORM 4985-DESCRIBE-PENDING-TABLE
               DISPLAY PEND-TABLE-DESC ' CHANGE QUEUED FOR APPROVAL'
               DISPLAY 'PENDING ID: ' PEND-ID
               DISPLAY 'IT TAKES EFFECT ONLY WHEN A DIFFERENT '
                       'SUPERVISOR APPROVES IT'

               MOVE CURRENT-USER-ID TO AUDIT-USER-ID
               MOVE 'CHANGE_QUEUED' TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE SPACES TO AUDIT-DETAILS
               STRING 'PENDING ' PEND-ID ' ' PEND-TABLE-DESC
                      ' KEY=' PEND-TARGET-KEY
                      ' ACTION=' PEND-ACTION
                      DELIMITED BY SIZE
                      INTO AUDIT-DETAILS
               PERFORM 8300-WRITE-AUDIT-RECORD
           END-IF.

       4985-DESCRIBE-PENDING-TABLE.
           EVALUATE TRUE
               WHEN PEND-CUSTOMER
                   MOVE 'CIF' TO PEND-TABLE-DESC
               WHEN PEND-FEE-ROW
                   MOVE 'FEE SCHEDULE' TO PEND-TABLE-DESC
               WHEN PEND-RATE-ROW
                   MOVE 'RATE TABLE' TO PEND-TABLE-DESC
               WHEN PEND-CALENDAR-DAY
                   MOVE 'CALENDAR' TO PEND-TABLE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO PEND-TABLE-DESC
           END-EVALUATE.

      *****************************************************************
      * CAPTURE AN OUTWARD CLEARING ITEM - A TRANSFER TO AN ACCOUNT   *
      * AT ANOTHER BANK. NO MONEY MOVES AT CAPTURE TIME: THE AMOUNT   *
      * IS COVERED BY A CLR-REASON HOLD UNTIL THE CLEARING HOUSE      *
      * SETTLES OR RETURNS THE ITEM (SEE OUTCLEAR.cbl), SO THE FUNDS  *
      * CANNOT BE DRAWN TWICE IN THE MEANTIME.                        *
      *****************************************************************
       5500-CAPTURE-OUTWARD-ITEM.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'CAPTURE OUTWARD CLEARING ITEM'
           DISPLAY '========================================='

           PERFORM 5510-GET-OUTWARD-DETAILS
           PERFORM 5520-VALIDATE-OUTWARD-ITEM

           IF NO-ERROR
               PERFORM 5530-PLACE-OUTWARD-HOLD
           END-IF

           IF NO-ERROR
               PERFORM 5540-WRITE-OUTWARD-CAPTURE
           END-IF.

       5510-GET-OUTWARD-DETAILS.
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER DEBIT ACCOUNT NUMBER: '
           ACCEPT INPUT-ACCOUNT-NUMBER

           DISPLAY 'ENTER BENEFICIARY ACCOUNT AT OTHER BANK: '
           ACCEPT INPUT-BENEF-ACCOUNT

           DISPLAY 'ENTER BENEFICIARY NAME: '
           ACCEPT INPUT-BENEF-NAME

           DISPLAY 'ENTER TRANSFER AMOUNT: '
           ACCEPT INPUT-AMOUNT.

       5520-VALIDATE-OUTWARD-ITEM.
           IF INPUT-AMOUNT <= ZERO
               MOVE ERR-INVALID-AMOUNT TO ERROR-CODE
               MOVE 'TRANSFER AMOUNT MUST BE POSITIVE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND INPUT-BENEF-NAME = SPACES
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'BENEFICIARY NAME IS REQUIRED' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND INPUT-AMOUNT > MAX-TRANSFER-AMOUNT
               MOVE ERR-TRANSFER-LIMIT TO ERROR-CODE
               STRING 'TRANSFER AMOUNT EXCEEDS LIMIT OF '
                      MAX-TRANSFER-AMOUNT
                      DELIMITED BY SIZE
                      INTO ERROR-MESSAGE
               MOVE INPUT-ACCOUNT-NUMBER TO OVERRIDE-ACCOUNT-WORK
               PERFORM 8200-REQUEST-SUPERVISOR-OVERRIDE
               IF NOT OVERRIDE-APPROVED
                   PERFORM 8000-HANDLE-ERROR
               END-IF
           END-IF

           IF NO-ERROR AND INPUT-AMOUNT > SIGNED-ON-LIMIT
               MOVE ERR-OPERATOR-LIMIT TO ERROR-CODE
               MOVE 'AMOUNT EXCEEDS OPERATOR LIMIT' TO ERROR-MESSAGE
               MOVE INPUT-ACCOUNT-NUMBER TO OVERRIDE-ACCOUNT-WORK
               PERFORM 8200-REQUEST-SUPERVISOR-OVERRIDE
               IF NOT OVERRIDE-APPROVED
                   PERFORM 8000-HANDLE-ERROR
               END-IF
           END-IF

           IF NO-ERROR
               MOVE INPUT-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                       MOVE 'ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                       PERFORM 8000-HANDLE-ERROR
               END-READ
           END-IF

           IF NO-ERROR AND CLOSED-ACCOUNT
               MOVE ERR-ACCOUNT-CLOSED TO ERROR-CODE
               MOVE 'ACCOUNT IS CLOSED' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND NOT ACTIVE-ACCOUNT
               MOVE ERR-ACCOUNT-INACTIVE TO ERROR-CODE
               MOVE 'ACCOUNT IS NOT ACTIVE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               PERFORM 8770-COMPUTE-AVAILABLE-BALANCE
               IF AVAILABLE-BALANCE < INPUT-AMOUNT
                   MOVE ERR-INSUFFICIENT-FUNDS TO ERROR-CODE
                   MOVE 'INSUFFICIENT AVAILABLE FUNDS'
                        TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               END-IF
           END-IF

      *    THE BENEFICIARY IS SCREENED LAST SO A SUPERVISOR IS ONLY
      *    CALLED OVER FOR AN ITEM THAT WOULD OTHERWISE GO THROUGH.
           IF NO-ERROR
               MOVE INPUT-BENEF-NAME TO SCREEN-NAME
               MOVE SPACES TO SCREEN-DOC-NUMBER
               MOVE SPACES TO SCREEN-SUBJECT
               STRING 'BENEF ' INPUT-BENEF-ACCOUNT
                      DELIMITED BY SIZE
                      INTO SCREEN-SUBJECT
               MOVE INPUT-ACCOUNT-NUMBER TO SCREEN-ACCOUNT
               PERFORM 4960-SCREEN-AGAINST-WATCHLIST
           END-IF.

      *    THE HOLD RIDES THE SAME WRITE PATH AS A TELLER-KEYED HOLD
      *    (9330-WRITE-HOLD-RECORD), SO THE CAPTURED AMOUNT COMES
      *    STRAIGHT OFF THE AVAILABLE BALANCE EVERY DEBIT PATH CHECKS.
      *    NO EXPIRY - THE HOLD STANDS UNTIL SETTLEMENT OR RETURN.
       5530-PLACE-OUTWARD-HOLD.
           MOVE 'CLR' TO INPUT-HOLD-REASON
           MOVE SPACES TO INPUT-HOLD-EXPIRY
           PERFORM 9330-WRITE-HOLD-RECORD.

      *    MONOTONIC SEQUENCE SUFFIX FOR THE SAME REASON AS
      *    8700-GENERATE-TRANSACTION-ID - OCAP-ID IS THE UNIQUE
      *    PRIMARY KEY OF THE INDEXED OUTWARD-CAPTURE-FILE AND ALSO
      *    THE BANK REFERENCE THE CLEARING HOUSE ECHOES BACK.
       5540-WRITE-OUTWARD-CAPTURE.
           ADD 1 TO OCAP-SEQ-COUNTER
           STRING 'OCP' FUNCTION CURRENT-DATE(1:8)
                  FUNCTION CURRENT-DATE(9:6)
                  OCAP-SEQ-COUNTER
                  DELIMITED BY SIZE
                  INTO OCAP-ID
           MOVE INPUT-ACCOUNT-NUMBER TO OCAP-ACCOUNT
           MOVE INPUT-BENEF-ACCOUNT TO OCAP-BENEF-ACCOUNT
           MOVE INPUT-BENEF-NAME TO OCAP-BENEF-NAME
           MOVE INPUT-AMOUNT TO OCAP-AMOUNT
           MOVE HOLD-ID TO OCAP-HOLD-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO OCAP-CAPTURE-DATE
           MOVE SPACES TO OCAP-SENT-DATE
           MOVE 'C' TO OCAP-STATUS
           WRITE OUTWARD-CAPTURE-RECORD
               INVALID KEY
                   MOVE ERR-FILE-ERROR TO ERROR-CODE
                   MOVE 'ERROR CREATING OUTWARD CAPTURE RECORD'
                        TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-WRITE

           IF NO-ERROR
               DISPLAY 'OUTWARD ITEM CAPTURED: ' OCAP-ID
               DISPLAY 'AMOUNT HELD UNTIL SETTLEMENT: ' OCAP-AMOUNT

               MOVE CURRENT-USER-ID TO AUDIT-USER-ID
               MOVE 'OUTWARD_ITEM_CAPTURED' TO AUDIT-ACTION
               MOVE INPUT-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
               STRING 'ITEM ' OCAP-ID ' AMOUNT=' OCAP-AMOUNT
                      ' BENEF=' OCAP-BENEF-ACCOUNT
                      ' NAME=' OCAP-BENEF-NAME
                      DELIMITED BY SIZE
                      INTO AUDIT-DETAILS
               PERFORM 8300-WRITE-AUDIT-RECORD
           END-IF.

      *****************************************************************
      * FEE SCHEDULE MAINTENANCE (SUPERVISOR) - ADD, CHANGE OR        *
      * INQUIRE ON THE FEE SCHEDULE ROWS THE MONTHLY FEE-ASSESSMENT   *
      * BATCH (FEERUN) APPLIES. SEE FEESCHREC.cpy FOR THE FEE CODES   *
      * IN USE. ADDS AND CHANGES ARE QUEUED FOR A SECOND SUPERVISOR   *
      * (OPTION 30) AND ONLY TAKE EFFECT WHEN APPROVED.               *
      *****************************************************************
       5600-MAINTAIN-FEE-SCHEDULE.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'FEE SCHEDULE MAINTENANCE'
           DISPLAY '========================================='

           MOVE 'N' TO ERROR-OCCURRED
           IF NOT SIGNED-ON-SUPERVISOR
               MOVE ERR-NOT-SUPERVISOR TO ERROR-CODE
               MOVE 'FEE MAINTENANCE IS A SUPERVISOR FUNCTION'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               DISPLAY 'ACTION (A=ADD, C=CHANGE, I=INQUIRE): '
               ACCEPT INPUT-FEE-ACTION

               DISPLAY 'ENTER FEE CODE (4 CHARS): '
               ACCEPT INPUT-FEE-CODE

               DISPLAY 'ENTER ACCOUNT TYPE (S/C/F): '
               ACCEPT INPUT-FEE-ACCT-TYPE

               MOVE INPUT-FEE-CODE TO FEE-CODE
               MOVE INPUT-FEE-ACCT-TYPE TO FEE-ACCT-TYPE

               EVALUATE INPUT-FEE-ACTION
                   WHEN 'A'
                       PERFORM 5610-ADD-FEE-ROW
                   WHEN 'C'
                       PERFORM 5620-CHANGE-FEE-ROW
                   WHEN 'I'
                       PERFORM 5630-INQUIRE-FEE-ROW
                   WHEN OTHER
                       DISPLAY 'ACTION MUST BE A, C OR I'
               END-EVALUATE
           END-IF.

       5610-ADD-FEE-ROW.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   PERFORM 5640-GET-FEE-ROW-DETAILS
                   PERFORM 5650-BUILD-FEE-ROW
                   MOVE SPACES TO PEND-BEFORE-IMAGE
                   PERFORM 5680-QUEUE-FEE-ROW-CHANGE
               NOT INVALID KEY
                   MOVE ERR-DUPLICATE-ACCOUNT TO ERROR-CODE
                   MOVE 'FEE SCHEDULE ROW ALREADY EXISTS'
                        TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-READ.

       5620-CHANGE-FEE-ROW.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'FEE SCHEDULE ROW NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               NOT INVALID KEY
                   PERFORM 5670-DISPLAY-FEE-ROW
                   MOVE FEE-SCHEDULE-RECORD TO PEND-BEFORE-IMAGE
                   DISPLAY 'RE-KEY ALL FIELDS:'
                   PERFORM 5640-GET-FEE-ROW-DETAILS
                   PERFORM 5650-BUILD-FEE-ROW
                   PERFORM 5680-QUEUE-FEE-ROW-CHANGE
           END-READ.

       5630-INQUIRE-FEE-ROW.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'FEE SCHEDULE ROW NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               NOT INVALID KEY
                   PERFORM 5670-DISPLAY-FEE-ROW
           END-READ.

       5640-GET-FEE-ROW-DETAILS.
           DISPLAY 'ENTER DESCRIPTION: '
           ACCEPT INPUT-FEE-DESCRIPTION

           DISPLAY 'ENTER FLAT AMOUNT (0 IF PERCENTAGE): '
           ACCEPT INPUT-FEE-FLAT-AMOUNT

           DISPLAY 'ENTER PERCENTAGE (0 IF FLAT): '
           ACCEPT INPUT-FEE-PERCENTAGE

           DISPLAY 'ENTER FREQUENCY (M=MONTHLY, E=PER EVENT): '
           ACCEPT INPUT-FEE-FREQUENCY

           DISPLAY 'ENTER MINIMUM BALANCE TRIGGER (0 IF NONE): '
           ACCEPT INPUT-FEE-MIN-BAL

           DISPLAY 'ENTER FREE EVENT COUNT (0 IF NONE): '
           ACCEPT INPUT-FEE-FREE-COUNT

           DISPLAY 'ENTER STATUS (A=ACTIVE, I=INACTIVE): '
           ACCEPT INPUT-FEE-STATUS.

      *    THE KEY FIELDS WERE ALREADY SET BY THE CALLER; ONLY THE
      *    BODY OF THE ROW IS REBUILT HERE.
       5650-BUILD-FEE-ROW.
           MOVE INPUT-FEE-DESCRIPTION TO FEE-DESCRIPTION
           MOVE INPUT-FEE-FLAT-AMOUNT TO FEE-FLAT-AMOUNT
           MOVE INPUT-FEE-PERCENTAGE TO FEE-PERCENTAGE
           MOVE INPUT-FEE-FREQUENCY TO FEE-FREQUENCY
           MOVE INPUT-FEE-MIN-BAL TO FEE-MIN-BAL-TRIGGER
           MOVE INPUT-FEE-FREE-COUNT TO FEE-FREE-EVENT-COUNT
           MOVE INPUT-FEE-STATUS TO FEE-STATUS.

       5660-LOG-FEE-ROW-CHANGE.
           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'FEE_SCHED_MAINT' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           STRING 'FEE ' FEE-CODE '/' FEE-ACCT-TYPE
                  ' ACTION=' INPUT-FEE-ACTION
                  ' AMOUNT=' FEE-FLAT-AMOUNT
                  ' PCT=' FEE-PERCENTAGE
                  ' STATUS=' FEE-STATUS
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

       5670-DISPLAY-FEE-ROW.
           DISPLAY ' '
           DISPLAY 'FEE SCHEDULE ROW:'
           DISPLAY '-----------------'
           DISPLAY 'FEE CODE:        ' FEE-CODE
           DISPLAY 'ACCOUNT TYPE:    ' FEE-ACCT-TYPE
           DISPLAY 'DESCRIPTION:     ' FEE-DESCRIPTION
           DISPLAY 'FLAT AMOUNT:     ' FEE-FLAT-AMOUNT
           DISPLAY 'PERCENTAGE:      ' FEE-PERCENTAGE
           DISPLAY 'FREQUENCY:       ' FEE-FREQUENCY
           DISPLAY 'MIN BAL TRIGGER: ' FEE-MIN-BAL-TRIGGER
           DISPLAY 'FREE EVENTS:     ' FEE-FREE-EVENT-COUNT
           DISPLAY 'STATUS:          ' FEE-STATUS.

      *    CALLED WITH THE BEFORE IMAGE ALREADY TAKEN AND THE NEW ROW
      *    BUILT IN THE RECORD AREA.
       5680-QUEUE-FEE-ROW-CHANGE.
           MOVE 'F' TO PEND-TABLE
           MOVE FEE-KEY TO PEND-TARGET-KEY
           MOVE INPUT-FEE-ACTION TO PEND-ACTION
           MOVE FEE-SCHEDULE-RECORD TO PEND-AFTER-IMAGE
           PERFORM 4980-QUEUE-PENDING-CHANGE.

      *****************************************************************
      * RATE TABLE MAINTENANCE (SUPERVISOR) - ADD, CHANGE OR INQUIRE  *
      * ON THE TIERED, EFFECTIVE-DATED RATE ROWS INTRUN AND THE       *
      * CLOSURE ACCRUAL LOOK UP AT POSTING TIME. ROWS CAN BE LOADED   *
      * AHEAD OF THEIR EFFECTIVE DATE, SO A RATE MOVE NO LONGER       *
      * NEEDS A CODE CHANGE. ADDS AND CHANGES ARE QUEUED FOR A SECOND *
      * SUPERVISOR (OPTION 30) AND ONLY TAKE EFFECT WHEN APPROVED.    *
      *****************************************************************
       5700-MAINTAIN-RATE-TABLE.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'RATE TABLE MAINTENANCE'
           DISPLAY '========================================='

           MOVE 'N' TO ERROR-OCCURRED
           IF NOT SIGNED-ON-SUPERVISOR
               MOVE ERR-NOT-SUPERVISOR TO ERROR-CODE
               MOVE 'RATE MAINTENANCE IS A SUPERVISOR FUNCTION'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               DISPLAY 'ACTION (A=ADD, C=CHANGE, I=INQUIRE): '
               ACCEPT INPUT-RATE-ACTION

               DISPLAY 'ENTER ACCOUNT TYPE (S/C/F, O=OVERDRAFT): '
               ACCEPT INPUT-RATE-ACCT-TYPE

               DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
               ACCEPT INPUT-RATE-EFF-DATE

               DISPLAY 'ENTER BALANCE BAND FLOOR: '
               ACCEPT INPUT-RATE-BAND-FLOOR

               MOVE INPUT-RATE-ACCT-TYPE TO RATE-ACCT-TYPE
               MOVE INPUT-RATE-EFF-DATE TO RATE-EFFECTIVE-DATE
               MOVE INPUT-RATE-BAND-FLOOR TO RATE-BAND-FLOOR

               EVALUATE INPUT-RATE-ACTION
                   WHEN 'A'
                       PERFORM 5710-ADD-RATE-ROW
                   WHEN 'C'
                       PERFORM 5720-CHANGE-RATE-ROW
                   WHEN 'I'
                       PERFORM 5730-INQUIRE-RATE-ROW
                   WHEN OTHER
                       DISPLAY 'ACTION MUST BE A, C OR I'
               END-EVALUATE
           END-IF.

       5710-ADD-RATE-ROW.
           READ RATE-TABLE-FILE
               INVALID KEY
                   PERFORM 5740-GET-RATE-ROW-DETAILS
                   PERFORM 5750-BUILD-RATE-ROW
                   MOVE SPACES TO PEND-BEFORE-IMAGE
                   PERFORM 5780-QUEUE-RATE-ROW-CHANGE
               NOT INVALID KEY
                   MOVE ERR-DUPLICATE-ACCOUNT TO ERROR-CODE
                   MOVE 'RATE TABLE ROW ALREADY EXISTS'
                        TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-READ.

       5720-CHANGE-RATE-ROW.
           READ RATE-TABLE-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'RATE TABLE ROW NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               NOT INVALID KEY
                   PERFORM 5770-DISPLAY-RATE-ROW
                   MOVE RATE-TABLE-RECORD TO PEND-BEFORE-IMAGE
                   DISPLAY 'RE-KEY ALL FIELDS:'
                   PERFORM 5740-GET-RATE-ROW-DETAILS
                   PERFORM 5750-BUILD-RATE-ROW
                   PERFORM 5780-QUEUE-RATE-ROW-CHANGE
           END-READ.

       5730-INQUIRE-RATE-ROW.
           READ RATE-TABLE-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'RATE TABLE ROW NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               NOT INVALID KEY
                   PERFORM 5770-DISPLAY-RATE-ROW
           END-READ.

       5740-GET-RATE-ROW-DETAILS.
           DISPLAY 'ENTER BALANCE BAND CEILING (0 = OPEN): '
           ACCEPT INPUT-RATE-BAND-CEILING

           DISPLAY 'ENTER ANNUAL RATE (NN.NNNN): '
           ACCEPT INPUT-RATE-VALUE

           DISPLAY 'ENTER STATUS (A=ACTIVE, I=INACTIVE): '
           ACCEPT INPUT-RATE-STATUS.

      *    THE KEY FIELDS WERE ALREADY SET BY THE CALLER; ONLY THE
      *    BODY OF THE ROW IS REBUILT HERE.
       5750-BUILD-RATE-ROW.
           MOVE INPUT-RATE-BAND-CEILING TO RATE-BAND-CEILING
           MOVE INPUT-RATE-VALUE TO RATE-INTEREST-RATE
           MOVE INPUT-RATE-STATUS TO RATE-STATUS.

       5760-LOG-RATE-ROW-CHANGE.
           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'RATE_TABLE_MAINT' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           STRING 'RATE ' RATE-ACCT-TYPE '/' RATE-EFFECTIVE-DATE
                  '/' RATE-BAND-FLOOR
                  ' ACTION=' INPUT-RATE-ACTION
                  ' RATE=' RATE-INTEREST-RATE
                  ' STATUS=' RATE-STATUS
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

       5770-DISPLAY-RATE-ROW.
           DISPLAY ' '
           DISPLAY 'RATE TABLE ROW:'
           DISPLAY '---------------'
           DISPLAY 'ACCOUNT TYPE:    ' RATE-ACCT-TYPE
           DISPLAY 'EFFECTIVE DATE:  ' RATE-EFFECTIVE-DATE
           DISPLAY 'BAND FLOOR:      ' RATE-BAND-FLOOR
           DISPLAY 'BAND CEILING:    ' RATE-BAND-CEILING
           DISPLAY 'ANNUAL RATE:     ' RATE-INTEREST-RATE
           DISPLAY 'STATUS:          ' RATE-STATUS.

      *    CALLED WITH THE BEFORE IMAGE ALREADY TAKEN AND THE NEW ROW
      *    BUILT IN THE RECORD AREA.
       5780-QUEUE-RATE-ROW-CHANGE.
           MOVE 'R' TO PEND-TABLE
           MOVE RATE-KEY TO PEND-TARGET-KEY
           MOVE INPUT-RATE-ACTION TO PEND-ACTION
           MOVE RATE-TABLE-RECORD TO PEND-AFTER-IMAGE
           PERFORM 4980-QUEUE-PENDING-CHANGE.

      *****************************************************************
      * DRAWER/VAULT CASH TRANSFER - MOVES PHYSICAL CASH BETWEEN THE  *
      * SIGNED-ON TELLER'S DRAWER AND THE BRANCH VAULT, WITH          *
      * SUPERVISOR APPROVAL. NO CUSTOMER POSTING IS INVOLVED - ONLY   *
      * THE DRAWER RECORD MOVES, SO THE END-OF-DAY PROOF STILL TIES.  *
      *****************************************************************
      * YEAR'S HOLIDAYS AND MONTH-END/YEAR-END FLAGS IN ADVANCE.      *
      * STANDRUN AND FDMATURE ROLL VALUE DATES WITH THIS CALENDAR,    *
      * AND EODRUN USES THE MONTH-END FLAG TO SEQUENCE THE MONTH-END  *
      * JOBS INTO THE RIGHT NIGHT AUTOMATICALLY. ADDS AND CHANGES ARE *
      * QUEUED FOR A SECOND SUPERVISOR (OPTION 30) AND ONLY TAKE      *
      * EFFECT WHEN APPROVED.                                         *
      *****************************************************************
       6500-MAINTAIN-CALENDAR.
           DISPLAY ' '
               INVALID KEY
                   PERFORM 6540-GET-CALENDAR-DETAILS
                   PERFORM 6550-BUILD-CALENDAR-RECORD
                   MOVE SPACES TO PEND-BEFORE-IMAGE
                   PERFORM 6580-QUEUE-CALENDAR-CHANGE
               NOT INVALID KEY
                   MOVE ERR-DUPLICATE-ACCOUNT TO ERROR-CODE
                   MOVE 'CALENDAR DATE ALREADY ON FILE'
                   PERFORM 8000-HANDLE-ERROR
               NOT INVALID KEY
                   PERFORM 6570-DISPLAY-CALENDAR-RECORD
                   MOVE CALENDAR-RECORD TO PEND-BEFORE-IMAGE
                   DISPLAY 'RE-KEY ALL FIELDS:'
                   PERFORM 6540-GET-CALENDAR-DETAILS
                   PERFORM 6550-BUILD-CALENDAR-RECORD
                   PERFORM 6580-QUEUE-CALENDAR-CHANGE
           END-READ.

       6530-INQUIRE-CALENDAR-DATE.
           DISPLAY 'YEAR-END:    ' CAL-YEAR-END-FLAG
           DISPLAY 'DESCRIPTION: ' CAL-DESCRIPTION.

      *    CALLED WITH THE BEFORE IMAGE ALREADY TAKEN AND THE NEW
      *    RECORD BUILT IN THE RECORD AREA.
       6580-QUEUE-CALENDAR-CHANGE.
           MOVE 'D' TO PEND-TABLE
           MOVE CAL-DATE TO PEND-TARGET-KEY
           MOVE INPUT-CAL-ACTION TO PEND-ACTION
           MOVE CALENDAR-RECORD TO PEND-AFTER-IMAGE
           PERFORM 4980-QUEUE-PENDING-CHANGE.

      *****************************************************************
      * BOOK A LOAN AGAINST A FIXED DEPOSIT - THE PLEDGED FD GETS A   *
      * PLG-REASON HOLD FOR THE PRINCIPAL (SO THE PLEDGE IS VISIBLE   *
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

      *****************************************************************
      * OVERDRAFT LIMIT MAINTENANCE (SUPERVISOR) - SANCTIONS, CHANGES *
      * OR WITHDRAWS THE OVERDRAFT FACILITY ON A CHECKING ACCOUNT.    *
      * A ZERO LIMIT WITHDRAWS THE FACILITY; A BLANK EXPIRY LEAVES IT *
      * OPEN-ENDED. WITHDRAWING OR CUTTING THE LIMIT NEVER TOUCHES    *
      * THE LEDGER - AN ACCOUNT LEFT BEYOND ITS LIMIT SHOWS UP ON THE *
      * NIGHTLY ODEXCESS REPORT FOR FOLLOW-UP.                        *
      *****************************************************************
       6800-MAINTAIN-OVERDRAFT.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'OVERDRAFT LIMIT MAINTENANCE'
           DISPLAY '========================================='

           MOVE 'N' TO ERROR-OCCURRED
           IF NOT SIGNED-ON-SUPERVISOR
               MOVE ERR-NOT-SUPERVISOR TO ERROR-CODE
               MOVE 'OVERDRAFT MAINTENANCE IS A SUPERVISOR FUNCTION'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               DISPLAY 'ENTER ACCOUNT NUMBER: '
               ACCEPT INPUT-ACCOUNT-NUMBER
               PERFORM 6810-VALIDATE-OD-ACCOUNT
           END-IF

           IF NO-ERROR
               PERFORM 6820-GET-OD-DETAILS
           END-IF

           IF NO-ERROR
               PERFORM 6830-APPLY-OD-LIMIT
           END-IF.

       6810-VALIDATE-OD-ACCOUNT.
           MOVE INPUT-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-READ

           IF NO-ERROR AND CLOSED-ACCOUNT
               MOVE ERR-ACCOUNT-CLOSED TO ERROR-CODE
               MOVE 'ACCOUNT IS CLOSED' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND NOT CHECKING-ACCOUNT
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'OVERDRAFTS ARE FOR CHECKING ACCOUNTS ONLY'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       6820-GET-OD-DETAILS.
           DISPLAY 'CURRENT LEDGER BALANCE: ' ACCOUNT-BALANCE
           DISPLAY 'CURRENT OD LIMIT:       ' OD-LIMIT
           DISPLAY 'CURRENT OD EXPIRY:      ' OD-EXPIRY-DATE

           DISPLAY 'ENTER NEW OVERDRAFT LIMIT (0 = WITHDRAW): '
           ACCEPT INPUT-OD-LIMIT

           MOVE SPACES TO INPUT-OD-EXPIRY
           IF INPUT-OD-LIMIT > ZERO
               DISPLAY 'ENTER EXPIRY DATE (YYYYMMDD, BLANK = NONE): '
               ACCEPT INPUT-OD-EXPIRY
           END-IF

      *    THE EXPIRY IS COMPARED AS A YYYYMMDD STRING BY EVERY
      *    AVAILABLE-BALANCE TEST, SO ANYTHING BUT A REAL CALENDAR
      *    DATE WOULD SORT AS NEVER EXPIRING.
           IF INPUT-OD-EXPIRY NOT = SPACES
               IF INPUT-OD-EXPIRY(1:8) IS NOT NUMERIC
                  OR INPUT-OD-EXPIRY(9:2) NOT = SPACES
                   MOVE ERR-INVALID-AMOUNT TO ERROR-CODE
                   MOVE 'INVALID EXPIRY DATE' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL(INPUT-OD-EXPIRY(1:8))) NOT = 0
                       MOVE ERR-INVALID-AMOUNT TO ERROR-CODE
                       MOVE 'INVALID EXPIRY DATE' TO ERROR-MESSAGE
                       PERFORM 8000-HANDLE-ERROR
                   END-IF
               END-IF
           END-IF

           IF NO-ERROR
              AND INPUT-OD-EXPIRY NOT = SPACES
              AND INPUT-OD-EXPIRY(1:8) < FUNCTION CURRENT-DATE(1:8)
               MOVE ERR-INVALID-AMOUNT TO ERROR-CODE
               MOVE 'EXPIRY DATE IS ALREADY PAST' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       6830-APPLY-OD-LIMIT.
           MOVE OD-LIMIT TO PRIOR-OD-LIMIT
           MOVE OD-EXPIRY-DATE TO PRIOR-OD-EXPIRY
           MOVE INPUT-OD-LIMIT TO OD-LIMIT
           MOVE INPUT-OD-EXPIRY TO OD-EXPIRY-DATE
           REWRITE ACCOUNT-RECORD

           IF OD-LIMIT = ZERO
               DISPLAY 'OVERDRAFT FACILITY WITHDRAWN: ' ACCT-NUMBER
           ELSE
               DISPLAY 'OVERDRAFT LIMIT SET: ' OD-LIMIT
           END-IF
           IF ACCOUNT-BALANCE < ZERO
               PERFORM 8770-COMPUTE-AVAILABLE-BALANCE
               IF AVAILABLE-BALANCE < ZERO
                   DISPLAY 'WARNING: ACCOUNT NOW EXCEEDS ITS LIMIT'
               END-IF
           END-IF

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'OVERDRAFT_MAINT' TO AUDIT-ACTION
           MOVE ACCT-NUMBER TO AUDIT-ACCOUNT
           STRING 'OD LIMIT ' PRIOR-OD-LIMIT '->' OD-LIMIT
                  ' EXPIRY ' PRIOR-OD-EXPIRY '->' OD-EXPIRY-DATE
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

      *****************************************************************
      * MONEY TRANSFER WITH TRANSACTION MANAGEMENT                     *
      *****************************************************************
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'CANNOT TRANSFER TO SAME ACCOUNT' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               MOVE INPUT-FROM-ACCOUNT TO MANDATE-ACCOUNT-WORK
               PERFORM 4800-ENFORCE-SIGNING-MANDATE
           END-IF.
       
       7300-EXECUTE-TRANSFER.
      *****************************************************************
      * AVAILABLE BALANCE SUPPORT                                      *
      * AVAILABLE BALANCE = LEDGER BALANCE MINUS THE ACTIVE,           *
      * UNEXPIRED HOLDS ON THE ACCOUNT, PLUS ANY UNEXPIRED SANCTIONED  *
      * OVERDRAFT LIMIT ON A CHECKING ACCOUNT. EVERY DEBIT PATH (CASH  *
      * WITHDRAWAL, TRANSFER, AND STANDRUN'S STANDING-ORDER DEBIT)     *
      * CHECKS THIS INSTEAD OF THE RAW LEDGER BALANCE SO FUNDS         *
      * ALREADY PROMISED ELSEWHERE CANNOT BE DRAWN.                    *
           MOVE ACCT-NUMBER TO HOLD-LOOKUP-ACCOUNT
           PERFORM 8750-COMPUTE-ACTIVE-HOLDS
           COMPUTE AVAILABLE-BALANCE =
               ACCOUNT-BALANCE - ACTIVE-HOLDS-TOTAL
      *    AN UNEXPIRED SANCTIONED OVERDRAFT ON A CHECKING ACCOUNT IS
      *    HEADROOM THE DEBIT MAY DRAW ON, SO THE LEDGER BALANCE CAN
      *    GO NEGATIVE DOWN TO MINUS THE LIMIT (LESS ANY HOLDS).
           IF CHECKING-ACCOUNT AND OD-LIMIT > ZERO
              AND (OD-EXPIRY-DATE = SPACES
                   OR OD-EXPIRY-DATE(1:8) >=
                      FUNCTION CURRENT-DATE(1:8))
               ADD OD-LIMIT TO AVAILABLE-BALANCE
           END-IF.

      *    AUDIT-LOG IS INDEXED WITH AUDIT-ID AS ITS UNIQUE PRIMARY
      *    KEY. THE ID CARRIES THIS PROGRAM'S OWN PREFIX SO JOBS
           CLOSE RATE-TABLE-FILE
           CLOSE TELLER-CASH-FILE
           CLOSE CALENDAR-FILE
           CLOSE LOAN-FILE
           CLOSE ACCOUNT-HOLDER-FILE
           CLOSE CHEQUE-REGISTER-FILE
           CLOSE WATCHLIST-FILE
           CLOSE PENDING-CHANGE-FILE.
       
       9200-LOG-SYSTEM-END.
           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
               IF NOT OVERRIDE-APPROVED
                   PERFORM 8000-HANDLE-ERROR
               END-IF
           END-IF

           IF NO-ERROR
               MOVE INPUT-ACCOUNT-NUMBER TO MANDATE-ACCOUNT-WORK
               PERFORM 4800-ENFORCE-SIGNING-MANDATE
           END-IF.

       6300-POST-WITHDRAWAL.
               ADD INPUT-AMOUNT TO DAILY-WITHDRAWAL-TOTAL
           END-IF.

       6400-LOG-WITHDRAWAL-TRANSACTION.
           PERFORM 8700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'W' TO TRANS-TYPE
           MOVE INPUT-AMOUNT TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           MOVE 'CASH WITHDRAWAL' TO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

       6420-LOG-PENALTY-TRANSACTION.
           PERFORM 8700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'W' TO TRANS-TYPE
           MOVE WITHDRAWAL-PENALTY TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           MOVE 'EARLY WITHDRAWAL PENALTY' TO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

      *****************************************************************
      * NIGHTLY INTEREST POSTING - THE POSTING LOGIC LIVES IN THE     *
      * STANDALONE INTRUN BATCH PROGRAM SO THE END-OF-DAY DRIVER      *
      * (EODRUN) CAN RUN THE SAME JOB UNATTENDED. THE MENU FILES ARE  *
      * CLOSED AROUND THE CALL SO INTRUN HAS THE DATA FILES TO        *
      * ITSELF, THEN REOPENED FOR THE NEXT MENU CHOICE.               *
      *****************************************************************
       8500-CALCULATE-INTEREST.
           PERFORM 9100-CLOSE-FILES
           CALL 'INTRUN'
           PERFORM 1100-OPEN-FILES.

       8600-VIEW-TRANSACTION-HISTORY.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'TRANSACTION HISTORY'
           DISPLAY '========================================='

           PERFORM 8610-GET-HISTORY-ACCOUNT-NUMBER

           IF NO-ERROR
               PERFORM 8620-DISPLAY-ACCOUNT-HISTORY
           END-IF.

       8610-GET-HISTORY-ACCOUNT-NUMBER.
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT INPUT-ACCOUNT-NUMBER
           PERFORM 3210-VALIDATE-ACCOUNT-NUMBER.

       8620-DISPLAY-ACCOUNT-HISTORY.
           MOVE 'N' TO END-OF-HISTORY
           MOVE ZERO TO HISTORY-LINES-SHOWN
           MOVE INPUT-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO TRANS-TIMESTAMP

           START TRANSACTION-LOG KEY IS NOT LESS THAN
                 TRANS-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HISTORY
           END-START

           PERFORM UNTIL NO-MORE-HISTORY
               READ TRANSACTION-LOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-HISTORY
                   NOT AT END
                       IF TRANS-ACCOUNT-NUMBER NOT =
                          INPUT-ACCOUNT-NUMBER
                           MOVE 'Y' TO END-OF-HISTORY
                       ELSE
                           PERFORM 8630-DISPLAY-TRANS-LINE
                           ADD 1 TO HISTORY-LINES-SHOWN
                       END-IF
               END-READ
           END-PERFORM

           IF HISTORY-LINES-SHOWN = ZERO
               DISPLAY 'NO TRANSACTIONS FOUND FOR THIS ACCOUNT'
           END-IF.

       8630-DISPLAY-TRANS-LINE.
           EVALUATE TRUE
               WHEN TRANS-DEPOSIT
                   MOVE 'DEPOSIT' TO HISTORY-TYPE-DESC
               WHEN TRANS-WITHDRAWAL
                   MOVE 'WITHDRAWAL' TO HISTORY-TYPE-DESC
               WHEN TRANS-TRANSFER-OUT
                   MOVE 'TRANSFER OUT' TO HISTORY-TYPE-DESC
               WHEN TRANS-TRANSFER-IN
                   MOVE 'TRANSFER IN' TO HISTORY-TYPE-DESC
               WHEN TRANS-INTEREST
                   MOVE 'INTEREST' TO HISTORY-TYPE-DESC
               WHEN TRANS-REVERSAL-DEBIT
               WHEN TRANS-REVERSAL-CREDIT
                   MOVE 'REVERSAL' TO HISTORY-TYPE-DESC
               WHEN TRANS-BALANCE-FWD
                   MOVE 'BALANCE B/FWD' TO HISTORY-TYPE-DESC
               WHEN TRANS-TAX
                   MOVE 'TAX WITHHELD' TO HISTORY-TYPE-DESC
               WHEN TRANS-FEE
                   MOVE 'SERVICE FEE' TO HISTORY-TYPE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO HISTORY-TYPE-DESC
           END-EVALUATE

           DISPLAY ' '
           DISPLAY 'DATE/TIME:   ' TRANS-TIMESTAMP
           DISPLAY 'TYPE:        ' HISTORY-TYPE-DESC
           DISPLAY 'AMOUNT:      ' TRANS-AMOUNT
           DISPLAY 'STATUS:      ' TRANS-STATUS
           DISPLAY 'DESCRIPTION: ' TRANS-DESCRIPTION.

      *****************************************************************
      * REACTIVATE A DORMANT ACCOUNT (REQUEST 004)                    *
      *****************************************************************
       8800-REACTIVATE-ACCOUNT.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'REACTIVATE DORMANT ACCOUNT'
           DISPLAY '========================================='

           PERFORM 8810-GET-REACTIVATION-ACCOUNT
           PERFORM 8820-READ-ACCOUNT-FOR-REACTIVATION

           IF NO-ERROR
               PERFORM 8830-POST-REACTIVATION
           END-IF.

       8810-GET-REACTIVATION-ACCOUNT.
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT INPUT-ACCOUNT-NUMBER
           PERFORM 3210-VALIDATE-ACCOUNT-NUMBER.

       8820-READ-ACCOUNT-FOR-REACTIVATION.
           IF NO-ERROR
               MOVE INPUT-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                       MOVE 'ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                       PERFORM 8000-HANDLE-ERROR
               END-READ
           END-IF

           IF NO-ERROR AND NOT INACTIVE-ACCOUNT
               MOVE ERR-NOT-DORMANT TO ERROR-CODE
               MOVE 'ACCOUNT IS NOT DORMANT/INACTIVE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       8830-POST-REACTIVATION.
           MOVE 'A' TO ACCOUNT-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO LAST-TRANSACTION-DATE
           REWRITE ACCOUNT-RECORD

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'ACCOUNT_REACTIVATED' TO AUDIT-ACTION
           MOVE INPUT-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
           MOVE 'DORMANT ACCOUNT REACTIVATED BY TELLER' TO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD

           DISPLAY 'ACCOUNT REACTIVATED SUCCESSFULLY'.

      *****************************************************************
      * CREATE A RECURRING TRANSFER / STANDING INSTRUCTION (REQUEST   *
      * 005). THE NIGHTLY STANDRUN BATCH DRIVER POSTS THESE ON THEIR  *
      * NEXT-RUN-DATE, REUSING THE SAME DEBIT/CREDIT/ROLLBACK PATTERN *
      * AS 7300-EXECUTE-TRANSFER.                                     *
      *****************************************************************
       8900-CREATE-STANDING-INSTRUCTION.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'CREATE STANDING INSTRUCTION'
           DISPLAY '========================================='

           PERFORM 8910-GET-STANDING-INSTR-DETAILS
           PERFORM 8920-VALIDATE-STANDING-INSTR

           IF NO-ERROR
               PERFORM 8930-WRITE-STANDING-INSTR
           END-IF.

       8910-GET-STANDING-INSTR-DETAILS.
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER FROM ACCOUNT NUMBER: '
           ACCEPT INPUT-FROM-ACCOUNT

           DISPLAY 'ENTER TO ACCOUNT NUMBER: '
           ACCEPT INPUT-TO-ACCOUNT

           DISPLAY 'ENTER TRANSFER AMOUNT: '
           ACCEPT INPUT-AMOUNT

           DISPLAY 'ENTER FREQUENCY (D=DAILY, W=WEEKLY, M=MONTHLY): '
           ACCEPT INPUT-SI-FREQUENCY

           DISPLAY 'ENTER NEXT RUN DATE (YYYYMMDD): '
           ACCEPT INPUT-SI-NEXT-RUN-DATE.

       8920-VALIDATE-STANDING-INSTR.
           IF INPUT-AMOUNT <= ZERO
               MOVE ERR-INVALID-AMOUNT TO ERROR-CODE
               MOVE 'TRANSFER AMOUNT MUST BE POSITIVE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF INPUT-AMOUNT > MAX-TRANSFER-AMOUNT
               MOVE ERR-TRANSFER-LIMIT TO ERROR-CODE
               STRING 'TRANSFER AMOUNT EXCEEDS LIMIT OF '
                      MAX-TRANSFER-AMOUNT
                      DELIMITED BY SIZE
                      INTO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF INPUT-FROM-ACCOUNT = INPUT-TO-ACCOUNT
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'CANNOT TRANSFER TO SAME ACCOUNT' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF INPUT-SI-FREQUENCY NOT = 'D' AND NOT = 'W'
                                 AND NOT = 'M'
               MOVE ERR-INVALID-FREQUENCY TO ERROR-CODE
               MOVE 'FREQUENCY MUST BE D, W OR M' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF.

      *    A MONOTONIC IN-MEMORY SEQUENCE SUFFIX IS APPENDED SO TWO
      *    INSTRUCTIONS CREATED WITHIN THE SAME CLOCK SECOND STILL GET
      *    DISTINCT SI-ID VALUES - THAT FIELD IS THE UNIQUE PRIMARY KEY
      *    OF THE INDEXED STANDING-INSTR FILE (SAME ISSUE AS TRANS-ID,
      *    SEE 8700-GENERATE-TRANSACTION-ID).
       8930-WRITE-STANDING-INSTR.
           ADD 1 TO SI-SEQ-COUNTER
           STRING 'SI' FUNCTION CURRENT-DATE(1:8)
                  FUNCTION CURRENT-DATE(9:6)
                  SI-SEQ-COUNTER
                  DELIMITED BY SIZE
                  INTO SI-ID
           MOVE INPUT-FROM-ACCOUNT TO SI-FROM-ACCOUNT
           MOVE INPUT-TO-ACCOUNT TO SI-TO-ACCOUNT
           MOVE INPUT-AMOUNT TO SI-AMOUNT
           MOVE INPUT-SI-FREQUENCY TO SI-FREQUENCY
           MOVE INPUT-SI-NEXT-RUN-DATE TO SI-NEXT-RUN-DATE
           MOVE 'A' TO SI-STATUS
           WRITE STANDING-INSTR-RECORD
               INVALID KEY
                   MOVE ERR-FILE-ERROR TO ERROR-CODE
                   MOVE 'ERROR CREATING STANDING INSTRUCTION'
                        TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-WRITE

           IF NO-ERROR
               PERFORM 8940-LOG-STANDING-INSTR-CREATED
           END-IF.

       8940-LOG-STANDING-INSTR-CREATED.
           DISPLAY 'STANDING INSTRUCTION CREATED: ' SI-ID

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'STANDING_INSTR_CREATED' TO AUDIT-ACTION
           MOVE INPUT-FROM-ACCOUNT TO AUDIT-ACCOUNT
           STRING 'STANDING INSTRUCTION ' SI-ID ' TO '
                  INPUT-TO-ACCOUNT
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

      *****************************************************************
      * PLACE A HOLD ON FUNDS - COURT GARNISHMENTS, PENDING CLEARING  *
      * ITEMS, LOAN PLEDGES. THE HELD AMOUNT COMES STRAIGHT OFF THE   *
      * AVAILABLE BALANCE EVERY DEBIT PATH CHECKS.                    *
      *****************************************************************
       9300-PLACE-HOLD.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'PLACE HOLD ON FUNDS'
           DISPLAY '========================================='

           PERFORM 9310-GET-HOLD-DETAILS
           PERFORM 9320-VALIDATE-HOLD

           IF NO-ERROR
               PERFORM 9330-WRITE-HOLD-RECORD
           END-IF.

       9310-GET-HOLD-DETAILS.
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT INPUT-ACCOUNT-NUMBER

           DISPLAY 'ENTER HOLD AMOUNT: '
           ACCEPT INPUT-AMOUNT

           DISPLAY 'ENTER REASON CODE (GAR/CLR/PLG/OTH): '
           ACCEPT INPUT-HOLD-REASON

           DISPLAY 'ENTER EXPIRY DATE (YYYYMMDD, BLANK=NONE): '
           ACCEPT INPUT-HOLD-EXPIRY.

       9320-VALIDATE-HOLD.
           IF INPUT-AMOUNT <= ZERO
               MOVE ERR-INVALID-AMOUNT TO ERROR-CODE
               MOVE 'HOLD AMOUNT MUST BE POSITIVE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               MOVE INPUT-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                       MOVE 'ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                       PERFORM 8000-HANDLE-ERROR
               END-READ
           END-IF

           IF NO-ERROR AND CLOSED-ACCOUNT
               MOVE ERR-ACCOUNT-CLOSED TO ERROR-CODE
               MOVE 'ACCOUNT IS CLOSED' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND NOT ACTIVE-ACCOUNT
               MOVE ERR-ACCOUNT-INACTIVE TO ERROR-CODE
               MOVE 'ACCOUNT IS NOT ACTIVE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF.

      *    MONOTONIC SEQUENCE SUFFIX FOR THE SAME REASON AS
      *    8700-GENERATE-TRANSACTION-ID - HOLD-ID IS THE UNIQUE
      *    PRIMARY KEY OF THE INDEXED HOLDS-FILE.
       9330-WRITE-HOLD-RECORD.
           ADD 1 TO HOLD-SEQ-COUNTER
           STRING 'HLD' FUNCTION CURRENT-DATE(1:8)
                  FUNCTION CURRENT-DATE(9:6)
                  HOLD-SEQ-COUNTER
                  DELIMITED BY SIZE
                  INTO HOLD-ID
           MOVE INPUT-ACCOUNT-NUMBER TO HOLD-ACCOUNT
           MOVE INPUT-AMOUNT TO HOLD-AMOUNT
           MOVE INPUT-HOLD-REASON TO HOLD-REASON-CODE
           MOVE CURRENT-USER-ID TO HOLD-PLACED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOLD-PLACED-DATE
           MOVE INPUT-HOLD-EXPIRY TO HOLD-EXPIRY-DATE
           MOVE 'A' TO HOLD-STATUS
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE ERR-FILE-ERROR TO ERROR-CODE
                   MOVE 'ERROR CREATING HOLD RECORD' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-WRITE

           IF NO-ERROR
               DISPLAY 'HOLD PLACED: ' HOLD-ID
               DISPLAY 'AMOUNT HELD: ' HOLD-AMOUNT

               MOVE CURRENT-USER-ID TO AUDIT-USER-ID
               MOVE 'HOLD_PLACED' TO AUDIT-ACTION
               MOVE INPUT-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
               STRING 'HOLD ' HOLD-ID ' AMOUNT=' HOLD-AMOUNT
                      ' REASON=' HOLD-REASON-CODE
                      DELIMITED BY SIZE
                      INTO AUDIT-DETAILS
               PERFORM 8300-WRITE-AUDIT-RECORD
           END-IF.

      *****************************************************************
      * RELEASE A HOLD - THE RECORD IS KEPT, FLAGGED RELEASED, SO     *
      * THE AUDIT TRAIL OF WHO HELD WHAT AND WHY SURVIVES.            *
      *****************************************************************
       9400-RELEASE-HOLD.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'RELEASE HOLD'
           DISPLAY '========================================='

           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER HOLD ID: '
           ACCEPT INPUT-HOLD-ID

           MOVE INPUT-HOLD-ID TO HOLD-ID
           READ HOLDS-FILE
               INVALID KEY
                   MOVE ERR-HOLD-NOT-FOUND TO ERROR-CODE
                   MOVE 'HOLD NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-READ

           IF NO-ERROR AND NOT HOLD-ACTIVE
               MOVE ERR-HOLD-NOT-FOUND TO ERROR-CODE
               MOVE 'HOLD IS ALREADY RELEASED' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               PERFORM 9410-POST-HOLD-RELEASE
           END-IF.

       9410-POST-HOLD-RELEASE.
           MOVE 'R' TO HOLD-STATUS
           REWRITE HOLD-RECORD

           DISPLAY 'HOLD RELEASED: ' HOLD-ID

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'HOLD_RELEASED' TO AUDIT-ACTION
           MOVE HOLD-ACCOUNT TO AUDIT-ACCOUNT
           STRING 'HOLD ' HOLD-ID ' AMOUNT=' HOLD-AMOUNT
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

      *****************************************************************
      * CLOSE AN ACCOUNT PROPERLY: ACCRUE INTEREST TO THE CLOSURE     *
      * DATE, PAY OUT OR TRANSFER THE REMAINING BALANCE, LOG THE      *
      * FINAL CLOSURE TRANSACTION AND AUDIT RECORD, AND SET THE       *
      * STATUS TO 'C' SO EVERY POSTING PATH HARD-REJECTS THE ACCOUNT. *
      * FIXED DEPOSITS ARE NOT CLOSED HERE - FDMATURE PAYS THEM OUT   *
      * AT MATURITY (SEE 2400-PAYOUT-FD).                             *
      *****************************************************************
       9500-CLOSE-ACCOUNT.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'CLOSE ACCOUNT'
           DISPLAY '========================================='

           PERFORM 9510-GET-CLOSURE-DETAILS
           PERFORM 9520-VALIDATE-CLOSURE

           IF NO-ERROR
               PERFORM 9530-ACCRUE-CLOSURE-INTEREST
               PERFORM 9540-PAY-OUT-BALANCE
           END-IF

           IF NO-ERROR
               PERFORM 9560-FINALIZE-CLOSURE
           END-IF.

       9510-GET-CLOSURE-DETAILS.
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT INPUT-ACCOUNT-NUMBER

           DISPLAY 'PAYOUT METHOD (C=CASH, T=TRANSFER): '
           ACCEPT INPUT-PAYOUT-METHOD

           MOVE SPACES TO INPUT-PAYOUT-ACCOUNT
           IF INPUT-PAYOUT-METHOD = 'T'
               DISPLAY 'ENTER ACCOUNT TO RECEIVE THE BALANCE: '
               ACCEPT INPUT-PAYOUT-ACCOUNT
           END-IF.

       9520-VALIDATE-CLOSURE.
           IF INPUT-PAYOUT-METHOD NOT = 'C' AND NOT = 'T'
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'PAYOUT METHOD MUST BE C OR T' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND INPUT-PAYOUT-METHOD = 'T'
              AND INPUT-PAYOUT-ACCOUNT = INPUT-ACCOUNT-NUMBER
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'CANNOT TRANSFER TO SAME ACCOUNT' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND INPUT-PAYOUT-METHOD = 'T'
               PERFORM 9525-VALIDATE-PAYOUT-ACCOUNT
           END-IF

           IF NO-ERROR
               MOVE INPUT-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                       MOVE 'ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                       PERFORM 8000-HANDLE-ERROR
               END-READ
           END-IF

           IF NO-ERROR AND CLOSED-ACCOUNT
               MOVE ERR-ACCOUNT-CLOSED TO ERROR-CODE
               MOVE 'ACCOUNT IS ALREADY CLOSED' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND FIXED-DEPOSIT
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'FIXED DEPOSITS CLOSE VIA FD MATURITY'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               PERFORM 8770-COMPUTE-AVAILABLE-BALANCE
               IF ACTIVE-HOLDS-TOTAL > ZERO
                   MOVE ERR-ACCOUNT-HAS-HOLDS TO ERROR-CODE
                   MOVE 'ACCOUNT HAS ACTIVE HOLDS' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               END-IF
           END-IF

      *    AN OVERDRAWN ACCOUNT HAS NOTHING TO PAY OUT - THE DEBIT
      *    BALANCE MUST BE REPAID BEFORE THE ACCOUNT CAN BE CLOSED.
           IF NO-ERROR AND ACCOUNT-BALANCE < ZERO
               MOVE ERR-ACCOUNT-OVERDRAWN TO ERROR-CODE
               MOVE 'ACCOUNT IS OVERDRAWN - REPAY BEFORE CLOSING'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

      *    THE MANDATE CHECK RE-READS THE SAME ACCOUNT, SO THE RECORD
      *    IS STILL CURRENT FOR THE CLOSURE PARAGRAPHS THAT FOLLOW.
           IF NO-ERROR
               MOVE INPUT-ACCOUNT-NUMBER TO MANDATE-ACCOUNT-WORK
               PERFORM 4800-ENFORCE-SIGNING-MANDATE
           END-IF.

      *    VALIDATED BEFORE THE CLOSING ACCOUNT IS READ SO THE
      *    ACCOUNT-RECORD AREA HOLDS THE CLOSING ACCOUNT FROM THEN ON
      *    (SAME REPOSITIONING CONCERN AS 3250-VALIDATE-FD-
      *    SETTLEMENT-ACCOUNT).
       9525-VALIDATE-PAYOUT-ACCOUNT.
           MOVE INPUT-PAYOUT-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'PAYOUT ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               NOT INVALID KEY
                   IF NOT ACTIVE-ACCOUNT
                       MOVE ERR-ACCOUNT-INACTIVE TO ERROR-CODE
                       MOVE 'PAYOUT ACCOUNT IS NOT ACTIVE'
                            TO ERROR-MESSAGE
                       PERFORM 8000-HANDLE-ERROR
                   END-IF
           END-READ.

      *    THE MONTHLY RUN (INTRUN) CREDITS WHOLE MONTHS; HERE THE
      *    DAYS SINCE THE LAST ACCOUNT ACTIVITY ARE PRO-RATED AGAINST
      *    THE ANNUAL RATE SO A CLOSED ACCOUNT LEAVES WITH EVERYTHING
      *    IT IS OWED.
       9530-ACCRUE-CLOSURE-INTEREST.
           MOVE ZERO TO CLOSURE-INTEREST-DUE
           MOVE ZERO TO CLOSURE-TAX-DUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLOSURE-TODAY-NUM
           MOVE LAST-TRANSACTION-DATE(1:8) TO CLOSURE-LAST-DATE-NUM
           COMPUTE CLOSURE-DAYS-ACCRUED =
               FUNCTION INTEGER-OF-DATE(CLOSURE-TODAY-NUM) -
               FUNCTION INTEGER-OF-DATE(CLOSURE-LAST-DATE-NUM)

      *    THE ACCRUAL RATE COMES FROM THE EFFECTIVE-DATED RATE TABLE
      *    TIER FOR THIS TYPE AND BALANCE AS OF THE CLOSURE DATE; THE
      *    RATE STORED ON THE ACCOUNT REMAINS THE FALLBACK.
           MOVE ACCOUNT-TYPE TO RATE-LOOKUP-TYPE
           MOVE ACCOUNT-BALANCE TO RATE-LOOKUP-BALANCE
           MOVE CLOSURE-TODAY-NUM TO RATE-LOOKUP-DATE
           PERFORM 8400-LOOKUP-TABLE-RATE
           IF NOT TABLE-RATE-FOUND
               MOVE INTEREST-RATE TO RATE-LOOKUP-RESULT
           END-IF

           IF CLOSURE-DAYS-ACCRUED > ZERO AND ACCOUNT-BALANCE > ZERO
               COMPUTE CLOSURE-INTEREST-DUE ROUNDED =
                   ACCOUNT-BALANCE * RATE-LOOKUP-RESULT *
                   CLOSURE-DAYS-ACCRUED / 36500
           END-IF

      *    FINAL WITHHOLDING TAX, SAME RULE AS THE MONTHLY RUN (SEE
      *    INTRUN'S 2150-COMPUTE-WITHHOLDING-TAX): EXEMPTION TESTED
      *    AGAINST THE PRINCIPAL, GROSS LOGGED AS 'I', TAX AS A
      *    SEPARATE 'X' DEBIT, NET ADDED TO THE PAYOUT BALANCE.
           IF CLOSURE-INTEREST-DUE > ZERO
              AND ACCOUNT-BALANCE > INTEREST-TAX-EXEMPT-BALANCE
               COMPUTE CLOSURE-TAX-DUE ROUNDED =
                   CLOSURE-INTEREST-DUE * INTEREST-TAX-RATE-PCT / 100
           END-IF

           IF CLOSURE-INTEREST-DUE > ZERO
               ADD CLOSURE-INTEREST-DUE TO ACCOUNT-BALANCE
               SUBTRACT CLOSURE-TAX-DUE FROM ACCOUNT-BALANCE
               REWRITE ACCOUNT-RECORD
               PERFORM 9535-LOG-CLOSURE-INTEREST
               IF CLOSURE-TAX-DUE > ZERO
                   PERFORM 9537-LOG-CLOSURE-TAX
               END-IF
               DISPLAY 'INTEREST ACCRUED TO CLOSURE: '
                       CLOSURE-INTEREST-DUE
               DISPLAY 'TAX WITHHELD ON INTEREST:    '
                       CLOSURE-TAX-DUE
           END-IF.

       9535-LOG-CLOSURE-INTEREST.
           PERFORM 8700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'I' TO TRANS-TYPE
           MOVE CLOSURE-INTEREST-DUE TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           MOVE 'INTEREST ACCRUED TO CLOSURE DATE'
                TO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

       9537-LOG-CLOSURE-TAX.
           PERFORM 8700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'X' TO TRANS-TYPE
           MOVE CLOSURE-TAX-DUE TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           MOVE 'WITHHOLDING TAX ON INTEREST' TO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

       9540-PAY-OUT-BALANCE.
           MOVE ACCT-NUMBER TO CLOSURE-ACCOUNT-WORK
           MOVE ACCOUNT-BALANCE TO CLOSURE-PAYOUT-AMOUNT

           IF CLOSURE-PAYOUT-AMOUNT > ZERO
               IF INPUT-PAYOUT-METHOD = 'C'
                   PERFORM 9545-LOG-CASH-PAYOUT
                   MOVE CLOSURE-PAYOUT-AMOUNT TO DRAWER-AMOUNT-WORK
                   PERFORM 8785-UPDATE-DRAWER-CASH-OUT
                   DISPLAY 'BALANCE PAID OUT IN CASH: '
                           CLOSURE-PAYOUT-AMOUNT
               ELSE
                   PERFORM 9550-TRANSFER-CLOSURE-BALANCE
               END-IF
           END-IF.

       9545-LOG-CASH-PAYOUT.
           PERFORM 8700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE CLOSURE-ACCOUNT-WORK TO TRANS-ACCOUNT-NUMBER
           MOVE 'W' TO TRANS-TYPE
           MOVE CLOSURE-PAYOUT-AMOUNT TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           MOVE 'ACCOUNT CLOSURE - CASH PAYOUT' TO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

      *    CREDITS THE RECEIVING ACCOUNT AND LOGS BOTH LEGS - THE
      *    KEYED READ MOVES THE ACCOUNT-RECORD AREA OFF THE CLOSING
      *    ACCOUNT, WHICH 9560-FINALIZE-CLOSURE RE-READS BY KEY (SAME
      *    PATTERN AS FDMATURE'S 2410/2415 PAYOUT LEGS).
       9550-TRANSFER-CLOSURE-BALANCE.
           MOVE INPUT-PAYOUT-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'PAYOUT ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               NOT INVALID KEY
                   ADD CLOSURE-PAYOUT-AMOUNT TO ACCOUNT-BALANCE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                        TO LAST-TRANSACTION-DATE
                   REWRITE ACCOUNT-RECORD
                   PERFORM 9555-LOG-CLOSURE-TRANSFER
                   DISPLAY 'BALANCE TRANSFERRED TO: '
                           INPUT-PAYOUT-ACCOUNT
           END-READ.

       9555-LOG-CLOSURE-TRANSFER.
           PERFORM 8700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE CLOSURE-ACCOUNT-WORK TO TRANS-ACCOUNT-NUMBER
           MOVE 'T' TO TRANS-TYPE
           MOVE CLOSURE-PAYOUT-AMOUNT TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           STRING 'ACCOUNT CLOSURE TRANSFER TO ' INPUT-PAYOUT-ACCOUNT
                  DELIMITED BY SIZE
                  INTO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE

           PERFORM 8700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE INPUT-PAYOUT-ACCOUNT TO TRANS-ACCOUNT-NUMBER
           MOVE 'R' TO TRANS-TYPE
           MOVE CLOSURE-PAYOUT-AMOUNT TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           STRING 'ACCOUNT CLOSURE TRANSFER FROM '
                  CLOSURE-ACCOUNT-WORK
                  DELIMITED BY SIZE
                  INTO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE.

      *    ONLY REACHED AFTER THE BALANCE HAS BEEN PAID OUT OR
      *    TRANSFERRED, SO ZEROING AND CLOSING THE ACCOUNT HERE
      *    CANNOT LOSE ANY MONEY.
       9560-FINALIZE-CLOSURE.
           MOVE CLOSURE-ACCOUNT-WORK TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'EXCEPTION: ACCOUNT DISAPPEARED DURING '
                           'CLOSURE ' CLOSURE-ACCOUNT-WORK
               NOT INVALID KEY
                   MOVE ZERO TO ACCOUNT-BALANCE
                   MOVE 'C' TO ACCOUNT-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                        TO LAST-TRANSACTION-DATE
                   REWRITE ACCOUNT-RECORD
           END-READ

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'ACCOUNT_CLOSED' TO AUDIT-ACTION
           MOVE CLOSURE-ACCOUNT-WORK TO AUDIT-ACCOUNT
           STRING 'CLOSED, PAID ' CLOSURE-PAYOUT-AMOUNT
                  ' INTEREST ' CLOSURE-INTEREST-DUE
                  ' METHOD=' INPUT-PAYOUT-METHOD
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD

           DISPLAY 'ACCOUNT CLOSED: ' CLOSURE-ACCOUNT-WORK.

      *****************************************************************
      * SUPERVISOR TRANSACTION REVERSAL - POSTS AN OFFSETTING ENTRY   *
      * OF A DEDICATED REVERSAL TYPE CARRYING THE ORIGINAL TRANS-ID   *
      * IN ITS DESCRIPTION, FLAGS THE ORIGINAL RECORD REVERSED, AND   *
      * ADJUSTS THE ACCOUNT BALANCE. NO MORE MANUAL "WITHDRAWALS"     *
      * THAT SHOW ON STATEMENTS AS CASH AND RUIN THE GL FEED'S TYPE   *
      * MAPPING.                                                      *
      *****************************************************************
       9600-REVERSE-TRANSACTION.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'REVERSE TRANSACTION'
           DISPLAY '========================================='

           MOVE 'N' TO ERROR-OCCURRED
           IF NOT SIGNED-ON-SUPERVISOR
               MOVE ERR-NOT-SUPERVISOR TO ERROR-CODE
               MOVE 'REVERSAL IS A SUPERVISOR FUNCTION'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               DISPLAY 'ENTER TRANSACTION ID TO REVERSE: '
               ACCEPT INPUT-REVERSE-TRANS-ID
               PERFORM 9610-VALIDATE-REVERSAL
           END-IF

           IF NO-ERROR
               PERFORM 9620-POST-REVERSAL
           END-IF.

       9610-VALIDATE-REVERSAL.
           MOVE INPUT-REVERSE-TRANS-ID TO TRANS-ID
           READ TRANSACTION-LOG
               INVALID KEY
                   MOVE ERR-TRANS-NOT-FOUND TO ERROR-CODE
                   MOVE 'TRANSACTION NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-READ

           IF NO-ERROR AND TRANS-REVERSED
               MOVE ERR-TRANS-NOT-REVERSIBLE TO ERROR-CODE
               MOVE 'TRANSACTION ALREADY REVERSED' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND NOT TRANS-SUCCESS
               MOVE ERR-TRANS-NOT-REVERSIBLE TO ERROR-CODE
               MOVE 'ONLY SUCCESSFUL TRANSACTIONS CAN BE REVERSED'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND (TRANS-REVERSAL-DEBIT
                            OR TRANS-REVERSAL-CREDIT)
               MOVE ERR-TRANS-NOT-REVERSIBLE TO ERROR-CODE
               MOVE 'CANNOT REVERSE A REVERSAL' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

      *    A BALANCE CARRY-FORWARD IS THE ARCHIVE'S STAND-IN FOR AN
      *    ACCOUNT'S TRIMMED HISTORY, NOT A POSTING - "REVERSING" IT
      *    WOULD CREDIT THE WHOLE ARCHIVED NET BACK TO THE CUSTOMER.
           IF NO-ERROR AND TRANS-BALANCE-FWD
               MOVE ERR-TRANS-NOT-REVERSIBLE TO ERROR-CODE
               MOVE 'CANNOT REVERSE A BALANCE CARRY-FORWARD'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               MOVE TRANS-TYPE TO REVERSAL-ORIG-TYPE
               MOVE TRANS-ACCOUNT-NUMBER TO REVERSAL-ORIG-ACCOUNT
               MOVE TRANS-AMOUNT TO REVERSAL-AMOUNT
               IF TRANS-DEPOSIT OR TRANS-TRANSFER-IN
                  OR TRANS-INTEREST
                   MOVE 'V' TO REVERSAL-NEW-TYPE
               ELSE
                   MOVE 'U' TO REVERSAL-NEW-TYPE
               END-IF
               PERFORM 9615-VALIDATE-REVERSAL-ACCOUNT
           END-IF.

       9615-VALIDATE-REVERSAL-ACCOUNT.
           MOVE REVERSAL-ORIG-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-READ

           IF NO-ERROR AND CLOSED-ACCOUNT
               MOVE ERR-ACCOUNT-CLOSED TO ERROR-CODE
               MOVE 'ACCOUNT IS CLOSED' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

      *    BACKING OUT A CREDIT DEBITS THE CUSTOMER, SO THE SAME
      *    AVAILABLE-BALANCE RULE AS EVERY OTHER DEBIT PATH APPLIES.
           IF NO-ERROR AND REVERSAL-NEW-TYPE = 'V'
               PERFORM 8770-COMPUTE-AVAILABLE-BALANCE
               IF AVAILABLE-BALANCE < REVERSAL-AMOUNT
                   MOVE ERR-INSUFFICIENT-FUNDS TO ERROR-CODE
                   MOVE 'INSUFFICIENT AVAILABLE FUNDS'
                        TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               END-IF
           END-IF.

       9620-POST-REVERSAL.
           IF REVERSAL-NEW-TYPE = 'V'
               SUBTRACT REVERSAL-AMOUNT FROM ACCOUNT-BALANCE
           ELSE
               ADD REVERSAL-AMOUNT TO ACCOUNT-BALANCE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LAST-TRANSACTION-DATE
           REWRITE ACCOUNT-RECORD

           PERFORM 8700-GENERATE-TRANSACTION-ID
           MOVE TRANSACTION-ID TO TRANS-ID
           MOVE REVERSAL-ORIG-ACCOUNT TO TRANS-ACCOUNT-NUMBER
           MOVE REVERSAL-NEW-TYPE TO TRANS-TYPE
           MOVE REVERSAL-AMOUNT TO TRANS-AMOUNT
           MOVE TRANS-TIMESTAMP-WORK TO TRANS-TIMESTAMP
           MOVE 'S' TO TRANS-STATUS
           MOVE CURRENT-USER-ID TO TRANS-TELLER-ID
           STRING 'REVERSAL OF ' INPUT-REVERSE-TRANS-ID
                  DELIMITED BY SIZE
                  INTO TRANS-DESCRIPTION
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: DUPLICATE TRANSACTION ID '
                           TRANS-ID ' - TRANSACTION NOT LOGGED'
           END-WRITE

           PERFORM 9630-FLAG-ORIGINAL-REVERSED

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'TRANS_REVERSED' TO AUDIT-ACTION
           MOVE REVERSAL-ORIG-ACCOUNT TO AUDIT-ACCOUNT
           STRING 'REVERSED ' INPUT-REVERSE-TRANS-ID
                  ' TYPE=' REVERSAL-ORIG-TYPE
                  ' AMOUNT=' REVERSAL-AMOUNT
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD

           DISPLAY 'TRANSACTION REVERSED: ' INPUT-REVERSE-TRANS-ID
           DISPLAY 'NEW BALANCE: ' ACCOUNT-BALANCE.

      *    RE-READS THE ORIGINAL BY KEY (THE WRITE ABOVE MOVED THE
      *    RECORD AREA OFF IT) AND FLAGS IT VISIBLY REVERSED. THE
      *    ENTRY STAYS FINANCIALLY APPLIED - THE OFFSET LIVES IN THE
      *    REVERSAL ENTRY JUST WRITTEN.
       9630-FLAG-ORIGINAL-REVERSED.
           MOVE INPUT-REVERSE-TRANS-ID TO TRANS-ID
           READ TRANSACTION-LOG
               INVALID KEY
                   DISPLAY 'EXCEPTION: ORIGINAL TRANSACTION '
                           'DISAPPEARED MID-REVERSAL'
               NOT INVALID KEY
                   MOVE 'V' TO TRANS-STATUS
                   REWRITE TRANSACTION-RECORD
           END-READ.

      *****************************************************************
      * CHEQUE BOOK ISSUANCE - ONE REGISTER RECORD PER LEAF IN THE    *
      * SERIAL RANGE, CHECKING ACCOUNTS ONLY. INWARD CLEARING WILL    *
      * ONLY PAY A CHEQUE WHOSE LEAF IS ON THE REGISTER.              *
      *****************************************************************
       9700-ISSUE-CHEQUE-BOOK.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'ISSUE CHEQUE BOOK'
           DISPLAY '========================================='

           PERFORM 9710-GET-CHEQUE-BOOK-DETAILS
           PERFORM 9720-VALIDATE-CHEQUE-BOOK

           IF NO-ERROR
               PERFORM 9730-WRITE-CHEQUE-BOOK
           END-IF.

       9710-GET-CHEQUE-BOOK-DETAILS.
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT INPUT-ACCOUNT-NUMBER

           DISPLAY 'ENTER FIRST SERIAL NUMBER: '
           ACCEPT INPUT-FIRST-SERIAL

           DISPLAY 'ENTER LAST SERIAL NUMBER: '
           ACCEPT INPUT-LAST-SERIAL

           DISPLAY 'ENTER ISSUE DATE (YYYYMMDD, BLANK=TODAY): '
           ACCEPT INPUT-ISSUE-DATE
           IF INPUT-ISSUE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO INPUT-ISSUE-DATE
           END-IF.

       9720-VALIDATE-CHEQUE-BOOK.
           MOVE INPUT-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ERR-ACCOUNT-NOT-FOUND TO ERROR-CODE
                   MOVE 'ACCOUNT NOT FOUND' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-READ

           IF NO-ERROR AND CLOSED-ACCOUNT
               MOVE ERR-ACCOUNT-CLOSED TO ERROR-CODE
               MOVE ERR-ACCOUNT-INACTIVE TO ERROR-CODE
               MOVE 'ACCOUNT IS NOT ACTIVE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND NOT CHECKING-ACCOUNT
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'CHEQUE BOOKS ARE FOR CHECKING ACCOUNTS ONLY'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               PERFORM 9790-VALIDATE-SERIAL-RANGE
           END-IF

           IF NO-ERROR AND INPUT-ISSUE-DATE(1:8) >
                           FUNCTION CURRENT-DATE(1:8)
               MOVE ERR-CHEQUE-RANGE TO ERROR-CODE
               MOVE 'ISSUE DATE IS IN THE FUTURE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

      *    NO LEAF OF THE NEW BOOK MAY ALREADY BE ON THE REGISTER -
      *    A RE-ISSUED SERIAL WOULD WIPE OUT ITS PAID OR STOPPED
      *    HISTORY.
           IF NO-ERROR
               MOVE ZERO TO CHQ-LEAVES-FOUND
               PERFORM 9725-CHECK-LEAF-NOT-ISSUED
                   VARYING CHQ-SERIAL-WORK FROM INPUT-FIRST-SERIAL
                   BY 1 UNTIL CHQ-SERIAL-WORK > INPUT-LAST-SERIAL
               IF CHQ-LEAVES-FOUND > ZERO
                   MOVE ERR-CHEQUE-ALREADY-ISSUED TO ERROR-CODE
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING CHQ-LEAVES-FOUND
                          ' SERIAL(S) IN RANGE ALREADY ISSUED'
                          DELIMITED BY SIZE
                          INTO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               END-IF
           END-IF.

       9725-CHECK-LEAF-NOT-ISSUED.
           MOVE INPUT-ACCOUNT-NUMBER TO CHQ-ACCOUNT
           MOVE CHQ-SERIAL-WORK TO CHQ-SERIAL
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CHQ-LEAVES-FOUND
           END-READ.

       9730-WRITE-CHEQUE-BOOK.
           MOVE ZERO TO CHQ-LEAVES-CHANGED
           PERFORM 9735-WRITE-CHEQUE-LEAF
               VARYING CHQ-SERIAL-WORK FROM INPUT-FIRST-SERIAL
               BY 1 UNTIL CHQ-SERIAL-WORK > INPUT-LAST-SERIAL

           DISPLAY 'CHEQUE BOOK ISSUED: ' INPUT-FIRST-SERIAL
                   ' TO ' INPUT-LAST-SERIAL
           DISPLAY 'LEAVES REGISTERED: ' CHQ-LEAVES-CHANGED

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'CHEQUE_BOOK_ISSUED' TO AUDIT-ACTION
           MOVE INPUT-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
           STRING 'SERIALS ' INPUT-FIRST-SERIAL '-' INPUT-LAST-SERIAL
                  ' LEAVES=' CHQ-LEAVES-CHANGED
                  ' ISSUED=' INPUT-ISSUE-DATE
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

       9735-WRITE-CHEQUE-LEAF.
           MOVE INPUT-ACCOUNT-NUMBER TO CHQ-ACCOUNT
           MOVE CHQ-SERIAL-WORK TO CHQ-SERIAL
           MOVE 'I' TO CHQ-STATUS
           MOVE INPUT-FIRST-SERIAL TO CHQ-BOOK-FIRST-SERIAL
           MOVE INPUT-ISSUE-DATE TO CHQ-ISSUE-DATE
           MOVE CURRENT-USER-ID TO CHQ-ISSUED-BY
           MOVE SPACES TO CHQ-STOP-DATE
           MOVE SPACES TO CHQ-STOP-BY
           MOVE SPACES TO CHQ-STOP-REASON
           MOVE SPACES TO CHQ-PAID-DATE
           MOVE ZERO TO CHQ-PAID-AMOUNT
           MOVE SPACES TO CHQ-PAID-REFERENCE
           WRITE CHEQUE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION: CHEQUE ' CHQ-SERIAL
                           ' ALREADY ON REGISTER - NOT REISSUED'
               NOT INVALID KEY
                   ADD 1 TO CHQ-LEAVES-CHANGED
           END-WRITE.

      *****************************************************************
      * STOP-PAYMENT ON ONE CHEQUE OR A SERIAL RANGE                  *
      *   P = PLACE A STOP ON EVERY ISSUED, UNPAID LEAF IN THE RANGE  *
      *   L = LIFT THE STOP (SUPERVISOR ONLY)                         *
      * LEAVES ALREADY PAID, NOT ISSUED OR ALREADY IN THE REQUESTED   *
      * STATE ARE SKIPPED AND COUNTED.                                *
      *****************************************************************
       9800-CHEQUE-STOP-PAYMENT.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'CHEQUE STOP-PAYMENT'
           DISPLAY '========================================='

           PERFORM 9810-GET-STOP-DETAILS
           PERFORM 9820-VALIDATE-STOP-REQUEST

           IF NO-ERROR
               PERFORM 9830-APPLY-STOP-TO-RANGE
           END-IF.

       9810-GET-STOP-DETAILS.
           MOVE 'N' TO ERROR-OCCURRED
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT INPUT-ACCOUNT-NUMBER

           DISPLAY 'ACTION (P=PLACE STOP, L=LIFT STOP): '
           ACCEPT INPUT-STOP-ACTION

           DISPLAY 'ENTER FIRST SERIAL NUMBER: '
           ACCEPT INPUT-FIRST-SERIAL

           DISPLAY 'ENTER LAST SERIAL NUMBER (0 = SINGLE CHEQUE): '
           ACCEPT INPUT-LAST-SERIAL
           IF INPUT-LAST-SERIAL = ZERO
               MOVE INPUT-FIRST-SERIAL TO INPUT-LAST-SERIAL
           END-IF

           MOVE SPACES TO INPUT-STOP-REASON
           IF INPUT-STOP-ACTION = 'P'
               DISPLAY 'ENTER STOP REASON: '
               ACCEPT INPUT-STOP-REASON
           END-IF.

       9820-VALIDATE-STOP-REQUEST.
           IF INPUT-STOP-ACTION NOT = 'P'
              AND INPUT-STOP-ACTION NOT = 'L'
               MOVE ERR-INVALID-ACCOUNT-NUM TO ERROR-CODE
               MOVE 'ACTION MUST BE P OR L' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND INPUT-STOP-ACTION = 'L'
              AND NOT SIGNED-ON-SUPERVISOR
               MOVE ERR-NOT-SUPERVISOR TO ERROR-CODE
               MOVE 'LIFTING A STOP-PAYMENT IS A SUPERVISOR FUNCTION'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               END-READ
           END-IF

           IF NO-ERROR
               PERFORM 9790-VALIDATE-SERIAL-RANGE
           END-IF.

       9830-APPLY-STOP-TO-RANGE.
           MOVE ZERO TO CHQ-LEAVES-CHANGED
           MOVE ZERO TO CHQ-LEAVES-SKIPPED
           PERFORM 9835-APPLY-STOP-TO-LEAF
               VARYING CHQ-SERIAL-WORK FROM INPUT-FIRST-SERIAL
               BY 1 UNTIL CHQ-SERIAL-WORK > INPUT-LAST-SERIAL

           IF CHQ-LEAVES-CHANGED = ZERO
               MOVE ERR-CHEQUE-NOT-ISSUED TO ERROR-CODE
               MOVE 'NO LEAF IN THE RANGE COULD BE CHANGED'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               IF INPUT-STOP-ACTION = 'P'
                   DISPLAY 'STOP-PAYMENT PLACED ON '
                           CHQ-LEAVES-CHANGED ' LEAF(S)'
                   MOVE 'CHEQUE_STOP_PLACED' TO AUDIT-ACTION
               ELSE
                   DISPLAY 'STOP-PAYMENT LIFTED ON '
                           CHQ-LEAVES-CHANGED ' LEAF(S)'
                   MOVE 'CHEQUE_STOP_LIFTED' TO AUDIT-ACTION
               END-IF
               IF CHQ-LEAVES-SKIPPED > ZERO
                   DISPLAY 'LEAVES SKIPPED (NOT ISSUED, PAID OR '
                           'UNCHANGED): ' CHQ-LEAVES-SKIPPED
               END-IF

               MOVE CURRENT-USER-ID TO AUDIT-USER-ID
               MOVE INPUT-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
               STRING 'SERIALS ' INPUT-FIRST-SERIAL '-'
                      INPUT-LAST-SERIAL
                      ' CHANGED=' CHQ-LEAVES-CHANGED
                      ' SKIPPED=' CHQ-LEAVES-SKIPPED
                      ' REASON=' INPUT-STOP-REASON
                      DELIMITED BY SIZE
                      INTO AUDIT-DETAILS
               PERFORM 8300-WRITE-AUDIT-RECORD
           END-IF.

       9835-APPLY-STOP-TO-LEAF.
           MOVE INPUT-ACCOUNT-NUMBER TO CHQ-ACCOUNT
           MOVE CHQ-SERIAL-WORK TO CHQ-SERIAL
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   ADD 1 TO CHQ-LEAVES-SKIPPED
               NOT INVALID KEY
                   IF INPUT-STOP-ACTION = 'P'
                       PERFORM 9840-PLACE-STOP-ON-LEAF
                   ELSE
                       PERFORM 9845-LIFT-STOP-ON-LEAF
                   END-IF
           END-READ.

       9840-PLACE-STOP-ON-LEAF.
           IF CHQ-ISSUED
               MOVE 'S' TO CHQ-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO CHQ-STOP-DATE
               MOVE CURRENT-USER-ID TO CHQ-STOP-BY
               MOVE INPUT-STOP-REASON TO CHQ-STOP-REASON
               REWRITE CHEQUE-REGISTER-RECORD
               ADD 1 TO CHQ-LEAVES-CHANGED
           ELSE
               ADD 1 TO CHQ-LEAVES-SKIPPED
           END-IF.

       9845-LIFT-STOP-ON-LEAF.
           IF CHQ-STOPPED
               MOVE 'I' TO CHQ-STATUS
               REWRITE CHEQUE-REGISTER-RECORD
               ADD 1 TO CHQ-LEAVES-CHANGED
           ELSE
               ADD 1 TO CHQ-LEAVES-SKIPPED
           END-IF.

      *    SHARED BY BOOK ISSUE AND STOP-PAYMENT: A RANGE MUST RUN
      *    FORWARD FROM A NON-ZERO SERIAL AND STAY WITHIN THE LEAF
      *    LIMIT FOR ONE ENTRY.
       9790-VALIDATE-SERIAL-RANGE.
           IF INPUT-FIRST-SERIAL = ZERO
              OR INPUT-LAST-SERIAL < INPUT-FIRST-SERIAL
               MOVE ERR-CHEQUE-RANGE TO ERROR-CODE
               MOVE 'INVALID CHEQUE SERIAL RANGE' TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               COMPUTE CHQ-LEAF-COUNT =
                   INPUT-LAST-SERIAL - INPUT-FIRST-SERIAL + 1
               IF CHQ-LEAF-COUNT > MAX-CHEQUE-RANGE-LEAVES
                   MOVE ERR-CHEQUE-RANGE TO ERROR-CODE
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING 'RANGE EXCEEDS ' MAX-CHEQUE-RANGE-LEAVES
                          ' LEAVES'
                          DELIMITED BY SIZE
                          INTO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
               END-IF
           END-IF.

      *****************************************************************
      * APPROVE PENDING CHANGES (SUPERVISOR) - LISTS THE MASTER-DATA  *
      * CHANGES STILL WAITING, THEN THE SIGNED-ON SUPERVISOR APPROVES *
      * OR REJECTS ONE BY ITS PENDING ID AFTER SEEING THE RECORD      *
      * BEFORE AND AFTER. NOBODY MAY DECIDE A CHANGE THEY KEYED.      *
      * APPROVAL IS THE ONLY PLACE A QUEUED CHANGE REACHES ITS        *
      * MASTER FILE, AND ONLY IF THE MASTER STILL MATCHES THE BEFORE  *
      * IMAGE (SEE PENDCHGREC.cpy).                                   *
      *****************************************************************
       9900-APPROVE-PENDING-CHANGES.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'APPROVE PENDING CHANGES'
           DISPLAY '========================================='

           MOVE 'N' TO ERROR-OCCURRED
           IF NOT SIGNED-ON-SUPERVISOR
               MOVE ERR-NOT-SUPERVISOR TO ERROR-CODE
               MOVE 'CHANGE APPROVAL IS A SUPERVISOR FUNCTION'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               PERFORM 9910-LIST-PENDING-CHANGES
               MOVE SPACES TO INPUT-PEND-ID
               DISPLAY 'ENTER PENDING ID TO DECIDE (BLANK TO RETURN): '
               ACCEPT INPUT-PEND-ID
               IF INPUT-PEND-ID NOT = SPACES
                   PERFORM 9920-DECIDE-PENDING-CHANGE
               END-IF
           END-IF.

       9910-LIST-PENDING-CHANGES.
           MOVE ZERO TO PEND-ITEMS-LISTED
           MOVE 'N' TO END-OF-PENDING
           MOVE 'P' TO PEND-STATUS
           START PENDING-CHANGE-FILE KEY IS EQUAL TO PEND-STATUS
               INVALID KEY
                   MOVE 'Y' TO END-OF-PENDING
           END-START

           DISPLAY 'PENDING ID           TABLE        KEY'
                   '                  ACT MAKER      KEYED'
           PERFORM 9915-LIST-ONE-PENDING UNTIL NO-MORE-PENDING
           IF PEND-ITEMS-LISTED = ZERO
               DISPLAY 'NO CHANGES PENDING'
           END-IF.

       9915-LIST-ONE-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PENDING
               NOT AT END
                   IF NOT PEND-PENDING
                       MOVE 'Y' TO END-OF-PENDING
                   ELSE
                       ADD 1 TO PEND-ITEMS-LISTED
                       PERFORM 4985-DESCRIBE-PENDING-TABLE
                       DISPLAY PEND-ID ' ' PEND-TABLE-DESC ' '
                               PEND-TARGET-KEY(1:22) ' '
                               PEND-ACTION '   ' PEND-MAKER-ID ' '
                               PEND-MADE-DATE
                   END-IF
           END-READ.

       9920-DECIDE-PENDING-CHANGE.
           MOVE INPUT-PEND-ID TO PEND-ID
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   MOVE ERR-CHANGE-NOT-PENDING TO ERROR-CODE
                   MOVE 'PENDING ID NOT ON FILE' TO ERROR-MESSAGE
                   PERFORM 8000-HANDLE-ERROR
           END-READ

           IF NO-ERROR AND NOT PEND-PENDING
               MOVE ERR-CHANGE-NOT-PENDING TO ERROR-CODE
               MOVE 'CHANGE HAS ALREADY BEEN DECIDED OR HAS EXPIRED'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR AND PEND-MAKER-ID = CURRENT-USER-ID
               MOVE ERR-SAME-MAKER-CHECKER TO ERROR-CODE
               MOVE 'THE MAKER CANNOT APPROVE THEIR OWN CHANGE'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF

           IF NO-ERROR
               PERFORM 9925-CHECK-PENDING-AGE
           END-IF

           IF NO-ERROR
               PERFORM 9930-DISPLAY-PENDING-CHANGE
               DISPLAY 'DECISION (A=APPROVE AND APPLY, R=REJECT): '
               ACCEPT INPUT-PEND-DECISION
               EVALUATE INPUT-PEND-DECISION
                   WHEN 'A'
                       PERFORM 9940-APPROVE-PENDING-CHANGE
                   WHEN 'R'
                       DISPLAY 'ENTER REASON FOR REJECTION: '
                       ACCEPT INPUT-PEND-REASON
                       MOVE 'R' TO PEND-STATUS
                       MOVE INPUT-PEND-REASON TO PEND-REASON
                       PERFORM 9960-CLOSE-PENDING-CHANGE
                   WHEN OTHER
                       DISPLAY 'NO DECISION TAKEN - CHANGE IS STILL '
                               'PENDING'
               END-EVALUATE
           END-IF.

      *    THE NIGHTLY PENDLIST RUN EXPIRES OVERDUE ITEMS, BUT AN
      *    ITEM CAN PASS ITS LIMIT DURING THE DAY BEFORE TONIGHT'S
      *    RUN SEES IT, SO THE AGE IS CHECKED AGAIN HERE.
       9925-CHECK-PENDING-AGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-TODAY-NUM
           MOVE PEND-MADE-DATE TO PEND-MADE-NUM
           COMPUTE PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(PEND-TODAY-NUM) -
               FUNCTION INTEGER-OF-DATE(PEND-MADE-NUM)
           IF PEND-AGE-DAYS > PEND-EXPIRY-DAYS
               MOVE 'E' TO PEND-STATUS
               MOVE 'NOT DECIDED WITHIN THE EXPIRY PERIOD'
                    TO PEND-REASON
               PERFORM 9960-CLOSE-PENDING-CHANGE
               MOVE ERR-CHANGE-NOT-PENDING TO ERROR-CODE
               MOVE 'CHANGE HAS EXPIRED AND MUST BE KEYED AGAIN'
                    TO ERROR-MESSAGE
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       9930-DISPLAY-PENDING-CHANGE.
           PERFORM 4985-DESCRIBE-PENDING-TABLE
           DISPLAY ' '
           DISPLAY 'PENDING ID:  ' PEND-ID
           DISPLAY 'TABLE:       ' PEND-TABLE-DESC
           DISPLAY 'KEY:         ' PEND-TARGET-KEY
           DISPLAY 'ACTION:      ' PEND-ACTION
           DISPLAY 'KEYED BY:    ' PEND-MAKER-ID ' ON '
                   PEND-MADE-DATE ' ' PEND-MADE-TIME

           DISPLAY ' '
           DISPLAY '>>> BEFORE'
           IF PEND-ADD
               DISPLAY '(NEW - NOT YET ON FILE)'
           ELSE
               MOVE PEND-BEFORE-IMAGE TO PEND-IMAGE-WORK
               PERFORM 9935-DISPLAY-PENDING-IMAGE
           END-IF

           DISPLAY ' '
           DISPLAY '>>> AFTER'
           MOVE PEND-AFTER-IMAGE TO PEND-IMAGE-WORK
           PERFORM 9935-DISPLAY-PENDING-IMAGE.

      *    THE IMAGE IS LAID INTO ITS MASTER'S RECORD AREA SO THE
      *    SAME DISPLAY PARAGRAPH THE MAINTENANCE OPTION USES SHOWS
      *    IT. THE MASTER IS RE-READ BEFORE ANYTHING IS APPLIED.
       9935-DISPLAY-PENDING-IMAGE.
           EVALUATE TRUE
               WHEN PEND-CUSTOMER
                   MOVE PEND-IMAGE-WORK TO CUSTOMER-RECORD
                   PERFORM 4710-DISPLAY-CUSTOMER-RECORD
               WHEN PEND-FEE-ROW
                   MOVE PEND-IMAGE-WORK TO FEE-SCHEDULE-RECORD
                   PERFORM 5670-DISPLAY-FEE-ROW
               WHEN PEND-RATE-ROW
                   MOVE PEND-IMAGE-WORK TO RATE-TABLE-RECORD
                   PERFORM 5770-DISPLAY-RATE-ROW
               WHEN PEND-CALENDAR-DAY
                   MOVE PEND-IMAGE-WORK TO CALENDAR-RECORD
                   PERFORM 6570-DISPLAY-CALENDAR-RECORD
           END-EVALUATE.

      *    A MASTER THAT HAS MOVED SINCE THE CHANGE WAS KEYED (OR AN
      *    ADD WHOSE KEY HAS SINCE BEEN TAKEN) IS NOT OVERLAID - THE
      *    ITEM IS REJECTED AND THE MAKER RE-KEYS IT AGAINST THE
      *    CURRENT RECORD.
       9940-APPROVE-PENDING-CHANGE.
           MOVE 'N' TO PEND-APPLIED-FLAG
           EVALUATE TRUE
               WHEN PEND-CUSTOMER
                   PERFORM 9941-APPLY-CUSTOMER-CHANGE
               WHEN PEND-FEE-ROW
                   PERFORM 9942-APPLY-FEE-ROW-CHANGE
               WHEN PEND-RATE-ROW
                   PERFORM 9943-APPLY-RATE-ROW-CHANGE
               WHEN PEND-CALENDAR-DAY
                   PERFORM 9944-APPLY-CALENDAR-CHANGE
           END-EVALUATE

           IF PEND-CHANGE-APPLIED
               MOVE 'A' TO PEND-STATUS
               MOVE SPACES TO PEND-REASON
           ELSE
               DISPLAY '*** RECORD HAS CHANGED SINCE THIS CHANGE WAS '
                       'KEYED - NOT APPLIED ***'
               MOVE 'R' TO PEND-STATUS
               MOVE 'MASTER CHANGED SINCE KEYED - RE-KEY'
                    TO PEND-REASON
           END-IF
           PERFORM 9960-CLOSE-PENDING-CHANGE.

       9941-APPLY-CUSTOMER-CHANGE.
           MOVE PEND-TARGET-KEY TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUSTOMER-RECORD = PEND-BEFORE-IMAGE
                       MOVE PEND-AFTER-IMAGE TO CUSTOMER-RECORD
                       MOVE FUNCTION CURRENT-DATE(1:8)
                            TO CUST-AMENDED-DATE
                       REWRITE CUSTOMER-RECORD
                       MOVE 'Y' TO PEND-APPLIED-FLAG
                   END-IF
           END-READ

           IF PEND-CHANGE-APPLIED
               PERFORM 4618-LOG-CUSTOMER-AMENDED
           END-IF.

       9942-APPLY-FEE-ROW-CHANGE.
           MOVE PEND-TARGET-KEY TO FEE-KEY
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   IF PEND-ADD
                       MOVE PEND-AFTER-IMAGE TO FEE-SCHEDULE-RECORD
                       WRITE FEE-SCHEDULE-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO PEND-APPLIED-FLAG
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF PEND-CHANGE
                      AND FEE-SCHEDULE-RECORD = PEND-BEFORE-IMAGE
                       MOVE PEND-AFTER-IMAGE TO FEE-SCHEDULE-RECORD
                       REWRITE FEE-SCHEDULE-RECORD
                       MOVE 'Y' TO PEND-APPLIED-FLAG
                   END-IF
           END-READ

           IF PEND-CHANGE-APPLIED
               DISPLAY 'FEE SCHEDULE ROW APPLIED'
               MOVE PEND-ACTION TO INPUT-FEE-ACTION
               PERFORM 5660-LOG-FEE-ROW-CHANGE
           END-IF.

       9943-APPLY-RATE-ROW-CHANGE.
           MOVE PEND-TARGET-KEY TO RATE-KEY
           READ RATE-TABLE-FILE
               INVALID KEY
                   IF PEND-ADD
                       MOVE PEND-AFTER-IMAGE TO RATE-TABLE-RECORD
                       WRITE RATE-TABLE-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO PEND-APPLIED-FLAG
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF PEND-CHANGE
                      AND RATE-TABLE-RECORD = PEND-BEFORE-IMAGE
                       MOVE PEND-AFTER-IMAGE TO RATE-TABLE-RECORD
                       REWRITE RATE-TABLE-RECORD
                       MOVE 'Y' TO PEND-APPLIED-FLAG
                   END-IF
           END-READ

           IF PEND-CHANGE-APPLIED
               DISPLAY 'RATE TABLE ROW APPLIED'
               MOVE PEND-ACTION TO INPUT-RATE-ACTION
               PERFORM 5760-LOG-RATE-ROW-CHANGE
           END-IF.

       9944-APPLY-CALENDAR-CHANGE.
           MOVE PEND-TARGET-KEY TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   IF PEND-ADD
                       MOVE PEND-AFTER-IMAGE TO CALENDAR-RECORD
                       WRITE CALENDAR-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO PEND-APPLIED-FLAG
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF PEND-CHANGE
                      AND CALENDAR-RECORD = PEND-BEFORE-IMAGE
                       MOVE PEND-AFTER-IMAGE TO CALENDAR-RECORD
                       REWRITE CALENDAR-RECORD
                       MOVE 'Y' TO PEND-APPLIED-FLAG
                   END-IF
           END-READ

           IF PEND-CHANGE-APPLIED
               DISPLAY 'CALENDAR DATE APPLIED'
               MOVE PEND-ACTION TO INPUT-CAL-ACTION
               PERFORM 6560-LOG-CALENDAR-CHANGE
           END-IF.

      *    STAMPS THE DECISION ON THE PENDING RECORD (STATUS AND
      *    REASON ALREADY SET BY THE CALLER) AND AUDITS IT UNDER THE
      *    CHECKER'S ID WITH THE MAKER NAMED IN THE DETAILS.
       9960-CLOSE-PENDING-CHANGE.
           MOVE CURRENT-USER-ID TO PEND-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-DECIDED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEND-DECIDED-TIME
           REWRITE PENDING-CHANGE-RECORD

           EVALUATE TRUE
               WHEN PEND-APPROVED
                   MOVE 'CHANGE_APPROVED' TO AUDIT-ACTION
                   DISPLAY 'CHANGE ' PEND-ID ' APPROVED AND APPLIED'
               WHEN PEND-REJECTED
                   MOVE 'CHANGE_REJECTED' TO AUDIT-ACTION
                   DISPLAY 'CHANGE ' PEND-ID ' REJECTED'
               WHEN OTHER
                   MOVE 'CHANGE_EXPIRED' TO AUDIT-ACTION
                   DISPLAY 'CHANGE ' PEND-ID ' EXPIRED'
           END-EVALUATE

           PERFORM 4985-DESCRIBE-PENDING-TABLE
           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE SPACES TO AUDIT-DETAILS
           STRING 'PENDING ' PEND-ID ' ' PEND-TABLE-DESC
                  ' KEY=' PEND-TARGET-KEY
                  ' MAKER=' PEND-MAKER-ID
                  ' REASON=' PEND-REASON
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8300-WRITE-AUDIT-RECORD.

      * Made with Bob
