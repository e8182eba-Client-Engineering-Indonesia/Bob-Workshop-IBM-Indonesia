       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFSCAN.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * CROSS-FILE REFERENTIAL INTEGRITY SCAN                         *
      * FILEPROOF PROVES EACH FILE AGAINST ITS OWN COUNTS AND HASH    *
      * TOTALS; THIS JOB PROVES THE FILES AGREE WITH EACH OTHER. IT   *
      * RUNS STRAIGHT AFTER FILEPROOF IN THE EODRUN SEQUENCE AND      *
      * REPORTS ORPHANS AND CONTRADICTIONS:                           *
      *   1 ACCOUNTS WHOSE CUSTOMER-ID IS NOT ON THE CIF FILE         *
      *   2 ACTIVE HOLDS ON CLOSED (OR MISSING) ACCOUNTS              *
      *   3 ACTIVE LOANS WHOSE PLEDGED FD IS CLOSED OR MISSING, OR    *
      *     WHOSE LOAN-HOLD-ID IS NOT AN ACTIVE PLG HOLD ON THAT FD   *
      *   4 ACTIVE STANDING INSTRUCTIONS POINTING AT A CLOSED,        *
      *     INACTIVE OR MISSING ACCOUNT                               *
      *   5 OUTWARD ITEMS STILL CAPTURED OR SENT WITH NO MATCHING     *
      *     ACTIVE CLR HOLD ON THE REMITTING ACCOUNT                  *
      *   6 OPEN FIXED DEPOSITS WHOSE SETTLEMENT ACCOUNT IS GONE      *
      * EVERY FINDING CARRIES A SEVERITY. A SEVERE FINDING IS ONE     *
      * THAT LETS MONEY MOVE WITHOUT THE COVER THE BANK RELIES ON     *
      * (AN UNSECURED LOAN, AN OUTWARD ITEM WITH NO FUNDS RING-       *
      * FENCED, A MATURITY WITH NOWHERE TO PAY); THE REST ARE         *
      * WARNINGS FOR OPERATIONS TO CLEAR. WHEN XREF-STOP-ON-SEVERE    *
      * IN BUSCONST IS 'Y', ANY SEVERE FINDING ENDS THE RUN WITH A    *
      * NON-ZERO RETURN CODE SO EODRUN STOPS THE WINDOW THE SAME WAY  *
      * IT DOES FOR A FILEPROOF BREAK.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTSEL.
           COPY CUSTSEL.
           COPY HOLDSEL.
           COPY LOANSEL.
           COPY STANDSEL.
           COPY OUTCAPSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  STANDING-INSTR.
           COPY STANDREC.

       FD  OUTWARD-CAPTURE-FILE.
           COPY OUTCAPREC.

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
       01  FILE-STATUS-CUST            PIC XX.
       01  FILE-STATUS-HOLDS           PIC XX.
       01  FILE-STATUS-LOAN            PIC XX.
       01  FILE-STATUS-STANDING        PIC XX.
       01  FILE-STATUS-OUTCAP          PIC XX.
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
           05  TODAY-DATE              PIC X(08).

      *****************************************************************
      * THE SIX CHECKS, IN REPORT ORDER. XREF-CHECK-NO INDEXES BOTH   *
      * THE NAME AND THE FINDING COUNT.                                *
      *****************************************************************
       01  XREF-CHECK-LIST.
           05  FILLER                  PIC X(16) VALUE 'ACCOUNT CIF'.
           05  FILLER                  PIC X(16) VALUE 'HOLD ON CLOSED'.
           05  FILLER                  PIC X(16) VALUE 'LOAN SECURITY'.
           05  FILLER                  PIC X(16) VALUE 'STANDING INSTR'.
           05  FILLER                  PIC X(16)
                                       VALUE 'OUTWARD CLR HOLD'.
           05  FILLER                  PIC X(16) VALUE 'FD SETTLEMENT'.

       01  XREF-CHECK-TABLE REDEFINES XREF-CHECK-LIST.
           05  XREF-CHECK-NAME         PIC X(16) OCCURS 6 TIMES.

       01  XREF-CHECK-COUNTS.
           05  XREF-CHECK-FINDINGS     PIC 9(07) OCCURS 6 TIMES.

      *****************************************************************
      * SCAN RUN VARIABLES                                             *
      *****************************************************************
       01  XREF-VARIABLES.
           05  END-OF-ACCOUNT-FILE     PIC X VALUE 'N'.
               88  NO-MORE-ACCOUNTS    VALUE 'Y'.
           05  END-OF-HOLDS            PIC X VALUE 'N'.
               88  NO-MORE-HOLDS       VALUE 'Y'.
           05  END-OF-LOANS            PIC X VALUE 'N'.
               88  NO-MORE-LOANS       VALUE 'Y'.
           05  END-OF-STANDING         PIC X VALUE 'N'.
               88  NO-MORE-STANDING    VALUE 'Y'.
           05  END-OF-OUTWARD          PIC X VALUE 'N'.
               88  NO-MORE-OUTWARD     VALUE 'Y'.
           05  XREF-CIF-FILE-FLAG      PIC X VALUE 'Y'.
               88  CIF-FILE-PRESENT    VALUE 'Y'.
           05  XREF-HOLDS-FILE-FLAG    PIC X VALUE 'Y'.
               88  HOLDS-FILE-PRESENT  VALUE 'Y'.
           05  XREF-CHECK-NO           PIC 9(01).
           05  XREF-SEVERITY           PIC X(01).
               88  XREF-SEVERE         VALUE 'S'.
               88  XREF-WARNING        VALUE 'W'.
           05  XREF-SEVERITY-DESC      PIC X(07).
           05  XREF-FINDING-KEY        PIC X(20).
           05  XREF-FINDING-TEXT       PIC X(70).
           05  XREF-SEVERE-COUNT       PIC 9(07) VALUE ZERO.
           05  XREF-WARNING-COUNT      PIC 9(07) VALUE ZERO.
           05  XREF-ACCOUNTS-READ      PIC 9(07) VALUE ZERO.
           05  XREF-HOLDS-READ         PIC 9(07) VALUE ZERO.
           05  XREF-LOANS-READ         PIC 9(07) VALUE ZERO.
           05  XREF-STANDING-READ      PIC 9(07) VALUE ZERO.
           05  XREF-OUTWARD-READ       PIC 9(07) VALUE ZERO.
      *    ACCOUNT LOOKUP RESULT: 'N' NOT ON FILE, OTHERWISE THE
      *    ACCOUNT-STATUS OF THE RECORD READ.
           05  XREF-LOOKUP-ACCOUNT     PIC X(10).
           05  XREF-LOOKUP-RESULT      PIC X(01).
               88  LOOKUP-NOT-ON-FILE  VALUE 'N'.
               88  LOOKUP-ACTIVE       VALUE 'A'.
               88  LOOKUP-INACTIVE     VALUE 'I'.
               88  LOOKUP-CLOSED       VALUE 'C'.
           05  XREF-RESUME-KEY         PIC X(10).
           05  XREF-SETTLE-ACCOUNT     PIC X(10).
           05  XREF-SI-SIDE            PIC X(04).
           05  XREF-HOLD-MATCH-FLAG    PIC X VALUE 'N'.
               88  HOLD-MATCHED        VALUE 'Y'.

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-SCAN-ACCOUNT-FILE UNTIL NO-MORE-ACCOUNTS
           PERFORM 3000-SCAN-HOLDS-FILE UNTIL NO-MORE-HOLDS
           PERFORM 4000-SCAN-LOAN-FILE UNTIL NO-MORE-LOANS
           PERFORM 5000-SCAN-STANDING-INSTR UNTIL NO-MORE-STANDING
           PERFORM 6000-SCAN-OUTWARD-CAPTURE UNTIL NO-MORE-OUTWARD
           PERFORM 8000-PRINT-SCAN-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           IF XREF-SEVERE-COUNT > ZERO AND XREF-SEVERE-STOPS-EOD
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * INITIALIZATION. THE SUBSIDIARY FILES ARE OPTIONAL - A BANK    *
      * WITH NO LOANS BOOKED YET HAS NO LOAN FILE - SO A FILE THAT    *
      * CANNOT BE OPENED SIMPLY SKIPS ITS CHECK.                       *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'CROSS-FILE REFERENTIAL INTEGRITY SCAN'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE ZEROS TO XREF-CHECK-COUNTS

           OPEN INPUT ACCOUNT-FILE
           PERFORM 1100-OPEN-AUDIT-LOG

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS-CUST NOT = '00'
               MOVE 'N' TO XREF-CIF-FILE-FLAG
               DISPLAY 'NO CUSTOMER FILE - ACCOUNT CIF CHECK SKIPPED'
           END-IF

           OPEN INPUT HOLDS-FILE
           IF FILE-STATUS-HOLDS NOT = '00'
               MOVE 'N' TO XREF-HOLDS-FILE-FLAG
               MOVE 'Y' TO END-OF-HOLDS
               DISPLAY 'NO HOLDS FILE - HOLD CHECK SKIPPED'
           END-IF

           OPEN INPUT LOAN-FILE
           IF FILE-STATUS-LOAN NOT = '00'
               MOVE 'Y' TO END-OF-LOANS
               DISPLAY 'NO LOAN FILE - LOAN CHECK SKIPPED'
           END-IF

           OPEN INPUT STANDING-INSTR
           IF FILE-STATUS-STANDING NOT = '00'
               MOVE 'Y' TO END-OF-STANDING
               DISPLAY 'NO STANDING INSTRUCTION FILE - CHECK SKIPPED'
           END-IF

           OPEN INPUT OUTWARD-CAPTURE-FILE
           IF FILE-STATUS-OUTCAP NOT = '00'
               MOVE 'Y' TO END-OF-OUTWARD
               DISPLAY 'NO OUTWARD CAPTURE FILE - CHECK SKIPPED'
           END-IF

           DISPLAY ' '
           DISPLAY 'FINDINGS'
           DISPLAY '---------------------------------'.

      *    AUDIT-LOG IS INDEXED; CREATE ON FIRST USE AND OPEN I-O.
       1100-OPEN-AUDIT-LOG.
           OPEN I-O AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN I-O AUDIT-LOG
           END-IF.

      *****************************************************************
      * PASS 1 - ACCOUNT-FILE: CIF OWNER AND FD SETTLEMENT ACCOUNT     *
      *****************************************************************
       2000-SCAN-ACCOUNT-FILE.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCOUNT-FILE
               NOT AT END
                   ADD 1 TO XREF-ACCOUNTS-READ
                   IF CIF-FILE-PRESENT
                       PERFORM 2100-CHECK-ACCOUNT-CIF
                   END-IF
                   IF FIXED-DEPOSIT AND NOT CLOSED-ACCOUNT
                      AND FD-SETTLEMENT-ACCOUNT NOT = SPACES
                       PERFORM 2200-CHECK-FD-SETTLEMENT
                   END-IF
           END-READ.

       2100-CHECK-ACCOUNT-CIF.
           MOVE CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 1 TO XREF-CHECK-NO
                   MOVE 'W' TO XREF-SEVERITY
                   MOVE ACCT-NUMBER TO XREF-FINDING-KEY
                   MOVE SPACES TO XREF-FINDING-TEXT
                   IF CUSTOMER-ID = SPACES
                       MOVE 'ACCOUNT CARRIES NO CUSTOMER-ID'
                            TO XREF-FINDING-TEXT
                   ELSE
                       STRING 'CUSTOMER-ID ' CUSTOMER-ID
                              ' NOT ON CIF FILE'
                              DELIMITED BY SIZE
                              INTO XREF-FINDING-TEXT
                   END-IF
                   PERFORM 7000-REPORT-FINDING
           END-READ.

      *    THE LOOKUP READS ACCOUNT-FILE BY KEY IN THE MIDDLE OF THE
      *    SEQUENTIAL PASS, SO THE PASS IS REPOSITIONED JUST PAST THE
      *    FD BEFORE THE NEXT READ NEXT, WITH THE SAME START FDMATURE
      *    USES TO RESUME FROM ITS CHECKPOINT.
       2200-CHECK-FD-SETTLEMENT.
           MOVE ACCT-NUMBER TO XREF-RESUME-KEY
           MOVE FD-SETTLEMENT-ACCOUNT TO XREF-SETTLE-ACCOUNT
           MOVE FD-SETTLEMENT-ACCOUNT TO XREF-LOOKUP-ACCOUNT
           PERFORM 7100-LOOKUP-ACCOUNT

           MOVE 6 TO XREF-CHECK-NO
           MOVE XREF-RESUME-KEY TO XREF-FINDING-KEY
           MOVE SPACES TO XREF-FINDING-TEXT
           EVALUATE TRUE
               WHEN LOOKUP-NOT-ON-FILE
                   MOVE 'S' TO XREF-SEVERITY
                   STRING 'SETTLEMENT ACCOUNT ' XREF-SETTLE-ACCOUNT
                          ' NOT ON FILE'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
               WHEN LOOKUP-CLOSED
                   MOVE 'W' TO XREF-SEVERITY
                   STRING 'SETTLEMENT ACCOUNT ' XREF-SETTLE-ACCOUNT
                          ' IS CLOSED'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
           END-EVALUATE

           MOVE XREF-RESUME-KEY TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS GREATER THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-ACCOUNT-FILE
           END-START.

      *****************************************************************
      * PASS 2 - ACTIVE HOLDS ON CLOSED OR MISSING ACCOUNTS            *
      *****************************************************************
       3000-SCAN-HOLDS-FILE.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-HOLDS
               NOT AT END
                   ADD 1 TO XREF-HOLDS-READ
                   IF HOLD-ACTIVE
                       PERFORM 3100-CHECK-HOLD-ACCOUNT
                   END-IF
           END-READ.

       3100-CHECK-HOLD-ACCOUNT.
           MOVE HOLD-ACCOUNT TO XREF-LOOKUP-ACCOUNT
           PERFORM 7100-LOOKUP-ACCOUNT
           MOVE 2 TO XREF-CHECK-NO
           MOVE 'W' TO XREF-SEVERITY
           MOVE HOLD-ID TO XREF-FINDING-KEY
           MOVE SPACES TO XREF-FINDING-TEXT
           EVALUATE TRUE
               WHEN LOOKUP-NOT-ON-FILE
                   STRING 'ACTIVE ' HOLD-REASON-CODE ' HOLD - ACCOUNT '
                          HOLD-ACCOUNT ' NOT ON FILE'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
               WHEN LOOKUP-CLOSED
                   STRING 'ACTIVE ' HOLD-REASON-CODE ' HOLD - ACCOUNT '
                          HOLD-ACCOUNT ' IS CLOSED'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
           END-EVALUATE.

      *****************************************************************
      * PASS 3 - ACTIVE LOANS: PLEDGED FD AND PLEDGE HOLD              *
      *****************************************************************
       4000-SCAN-LOAN-FILE.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-LOANS
               NOT AT END
                   ADD 1 TO XREF-LOANS-READ
                   IF LOAN-ACTIVE
                       PERFORM 4100-CHECK-LOAN-FD
                       PERFORM 4200-CHECK-LOAN-PLEDGE
                   END-IF
           END-READ.

       4100-CHECK-LOAN-FD.
           MOVE LOAN-FD-ACCOUNT TO XREF-LOOKUP-ACCOUNT
           PERFORM 7100-LOOKUP-ACCOUNT
           MOVE 3 TO XREF-CHECK-NO
           MOVE 'S' TO XREF-SEVERITY
           MOVE LOAN-ID TO XREF-FINDING-KEY
           MOVE SPACES TO XREF-FINDING-TEXT
           EVALUATE TRUE
               WHEN LOOKUP-NOT-ON-FILE
                   STRING 'PLEDGED FD ' LOAN-FD-ACCOUNT
                          ' NOT ON FILE'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
               WHEN LOOKUP-CLOSED
                   STRING 'PLEDGED FD ' LOAN-FD-ACCOUNT
                          ' IS CLOSED'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
           END-EVALUATE.

      *    THE PLEDGE MUST BE AN ACTIVE PLG HOLD ON THE LOAN'S OWN FD;
      *    A RELEASED HOLD, A HOLD OF ANOTHER KIND OR ONE PLACED ON A
      *    DIFFERENT ACCOUNT ALL LEAVE THE LOAN UNSECURED.
       4200-CHECK-LOAN-PLEDGE.
           MOVE 'N' TO XREF-HOLD-MATCH-FLAG
           IF HOLDS-FILE-PRESENT
               MOVE LOAN-HOLD-ID TO HOLD-ID
               READ HOLDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-ACTIVE AND HOLD-LOAN-PLEDGE
                          AND HOLD-ACCOUNT = LOAN-FD-ACCOUNT
                           MOVE 'Y' TO XREF-HOLD-MATCH-FLAG
                       END-IF
               END-READ
           END-IF

           IF NOT HOLD-MATCHED
               MOVE 3 TO XREF-CHECK-NO
               MOVE 'S' TO XREF-SEVERITY
               MOVE LOAN-ID TO XREF-FINDING-KEY
               MOVE SPACES TO XREF-FINDING-TEXT
               STRING 'HOLD ' LOAN-HOLD-ID
                      ' NOT AN ACTIVE PLG HOLD ON THE FD'
                      DELIMITED BY SIZE
                      INTO XREF-FINDING-TEXT
               PERFORM 7000-REPORT-FINDING
           END-IF.

      *****************************************************************
      * PASS 4 - ACTIVE STANDING INSTRUCTIONS                          *
      *****************************************************************
       5000-SCAN-STANDING-INSTR.
           READ STANDING-INSTR NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-STANDING
               NOT AT END
                   ADD 1 TO XREF-STANDING-READ
                   IF SI-ACTIVE
                       MOVE 'FROM' TO XREF-SI-SIDE
                       MOVE SI-FROM-ACCOUNT TO XREF-LOOKUP-ACCOUNT
                       PERFORM 5100-CHECK-SI-ACCOUNT
                       MOVE 'TO' TO XREF-SI-SIDE
                       MOVE SI-TO-ACCOUNT TO XREF-LOOKUP-ACCOUNT
                       PERFORM 5100-CHECK-SI-ACCOUNT
                   END-IF
           END-READ.

       5100-CHECK-SI-ACCOUNT.
           PERFORM 7100-LOOKUP-ACCOUNT
           MOVE 4 TO XREF-CHECK-NO
           MOVE 'W' TO XREF-SEVERITY
           MOVE SI-ID TO XREF-FINDING-KEY
           MOVE SPACES TO XREF-FINDING-TEXT
           EVALUATE TRUE
               WHEN LOOKUP-NOT-ON-FILE
                   STRING XREF-SI-SIDE ' ACCOUNT ' XREF-LOOKUP-ACCOUNT
                          ' NOT ON FILE'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
               WHEN LOOKUP-CLOSED
                   STRING XREF-SI-SIDE ' ACCOUNT ' XREF-LOOKUP-ACCOUNT
                          ' IS CLOSED'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
               WHEN LOOKUP-INACTIVE
                   STRING XREF-SI-SIDE ' ACCOUNT ' XREF-LOOKUP-ACCOUNT
                          ' IS INACTIVE'
                          DELIMITED BY SIZE
                          INTO XREF-FINDING-TEXT
                   PERFORM 7000-REPORT-FINDING
           END-EVALUATE.

      *****************************************************************
      * PASS 5 - OUTWARD ITEMS NOT YET SETTLED OR RETURNED MUST STILL  *
      * HAVE THEIR FUNDS RING-FENCED BY AN ACTIVE CLR HOLD             *
      *****************************************************************
       6000-SCAN-OUTWARD-CAPTURE.
           READ OUTWARD-CAPTURE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-OUTWARD
               NOT AT END
                   ADD 1 TO XREF-OUTWARD-READ
                   IF OCAP-CAPTURED OR OCAP-SENT
                       PERFORM 6100-CHECK-OUTWARD-HOLD
                   END-IF
           END-READ.

       6100-CHECK-OUTWARD-HOLD.
           MOVE 'N' TO XREF-HOLD-MATCH-FLAG
           IF HOLDS-FILE-PRESENT
               MOVE OCAP-HOLD-ID TO HOLD-ID
               READ HOLDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-ACTIVE AND HOLD-CLEARING
                          AND HOLD-ACCOUNT = OCAP-ACCOUNT
                           MOVE 'Y' TO XREF-HOLD-MATCH-FLAG
                       END-IF
               END-READ
           END-IF

           IF NOT HOLD-MATCHED
               MOVE 5 TO XREF-CHECK-NO
               MOVE 'S' TO XREF-SEVERITY
               MOVE OCAP-ID TO XREF-FINDING-KEY
               MOVE SPACES TO XREF-FINDING-TEXT
               STRING 'ACCOUNT ' OCAP-ACCOUNT ' HOLD ' OCAP-HOLD-ID
                      ' NOT AN ACTIVE CLR HOLD'
                      DELIMITED BY SIZE
                      INTO XREF-FINDING-TEXT
               PERFORM 7000-REPORT-FINDING
           END-IF.

      *****************************************************************
      * FINDING REPORT LINE AND ACCOUNT LOOKUP SHARED BY ALL PASSES    *
      *****************************************************************
      *    CALLERS FILL CHECK-NO, SEVERITY, KEY AND TEXT.
       7000-REPORT-FINDING.
           ADD 1 TO XREF-CHECK-FINDINGS(XREF-CHECK-NO)
           IF XREF-SEVERE
               ADD 1 TO XREF-SEVERE-COUNT
               MOVE 'SEVERE' TO XREF-SEVERITY-DESC
           ELSE
               ADD 1 TO XREF-WARNING-COUNT
               MOVE 'WARNING' TO XREF-SEVERITY-DESC
           END-IF
           DISPLAY XREF-SEVERITY-DESC ' '
                   XREF-CHECK-NAME(XREF-CHECK-NO) ' '
                   XREF-FINDING-KEY ' ' XREF-FINDING-TEXT.

       7100-LOOKUP-ACCOUNT.
           MOVE XREF-LOOKUP-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO XREF-LOOKUP-RESULT
               NOT INVALID KEY
                   MOVE ACCOUNT-STATUS TO XREF-LOOKUP-RESULT
           END-READ.

      *****************************************************************
      * SCAN SUMMARY                                                   *
      *****************************************************************
       8000-PRINT-SCAN-SUMMARY.
           DISPLAY ' '
           DISPLAY 'INTEGRITY SCAN SUMMARY'
           DISPLAY '---------------------------------'
           DISPLAY 'ACCOUNTS READ:          ' XREF-ACCOUNTS-READ
           DISPLAY 'HOLDS READ:             ' XREF-HOLDS-READ
           DISPLAY 'LOANS READ:             ' XREF-LOANS-READ
           DISPLAY 'STANDING INSTR READ:    ' XREF-STANDING-READ
           DISPLAY 'OUTWARD ITEMS READ:     ' XREF-OUTWARD-READ
           DISPLAY ' '
           PERFORM 8100-PRINT-CHECK-LINE
               VARYING XREF-CHECK-NO FROM 1 BY 1
               UNTIL XREF-CHECK-NO > 6
           DISPLAY ' '
           DISPLAY 'SEVERE FINDINGS:        ' XREF-SEVERE-COUNT
           DISPLAY 'WARNING FINDINGS:       ' XREF-WARNING-COUNT

           IF XREF-SEVERE-COUNT > ZERO
               IF XREF-SEVERE-STOPS-EOD
                   DISPLAY '*** SEVERE FINDINGS - END-OF-DAY WINDOW '
                           'WILL BE STOPPED ***'
               ELSE
                   DISPLAY '*** SEVERE FINDINGS - REPORTED ONLY, '
                           'WINDOW CONTINUES ***'
               END-IF
           ELSE
               DISPLAY 'NO SEVERE FINDINGS'
           END-IF
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'XREF_SCAN' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           STRING 'ACCOUNTS=' XREF-ACCOUNTS-READ
                  ' SEVERE=' XREF-SEVERE-COUNT
                  ' WARNING=' XREF-WARNING-COUNT
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8200-WRITE-AUDIT-RECORD.

       8100-PRINT-CHECK-LINE.
           DISPLAY XREF-CHECK-NAME(XREF-CHECK-NO) '        '
                   XREF-CHECK-FINDINGS(XREF-CHECK-NO).

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
           STRING 'XRF' AUDIT-TIMESTAMP-WORK(1:8)
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
           CLOSE CUSTOMER-FILE
           CLOSE HOLDS-FILE
           CLOSE LOAN-FILE
           CLOSE STANDING-INSTR
           CLOSE OUTWARD-CAPTURE-FILE
           CLOSE AUDIT-LOG
           DISPLAY 'INTEGRITY SCAN COMPLETE'.

      * Made with Bob
