       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * GENERAL LEDGER TRIAL BALANCE RECONCILIATION                   *
      * READS THE GL'S DAILY TRIAL BALANCE FILE (ONE HEADER WITH      *
      * CONTROL TOTALS, THEN ONE DETAIL PER BRANCH AND GL CODE) AND   *
      * PROVES EACH BRANCH'S FIGURE FOR THE GL CODES WE FEED AGAINST  *
      * THE FIGURE WE DERIVE OURSELVES:                               *
      *   DEPOSIT LIABILITY   - SUM OF ACCOUNT-BALANCE PER BRANCH     *
      *   INTEREST EXPENSE,   - NET OF THE CUMULATIVE GLFEED TOTALS   *
      *   TAX PAYABLE, FEE      FOR THE BRANCH (CREDITS LESS DEBITS)  *
      *   INCOME, INTERBANK                                           *
      *   CLEARING                                                    *
      * BOTH SIDES ARE SIGNED CREDIT-POSITIVE. ANY DIFFERENCE IS A    *
      * BREAK, KEPT IN THE BREAK REGISTER AND CARRIED FROM DAY TO DAY *
      * WITH THE DATE IT WAS FIRST SEEN UNTIL A LATER RECONCILIATION  *
      * FINDS THE TWO SIDES AGREE. THE BREAK REPORT LISTS EVERY OPEN  *
      * BREAK BY BRANCH AND GL CODE WITH ITS DIFFERENCE AND AGE, AND  *
      * THE BREAKS RESOLVED TODAY.                                    *
      * RUN WHEN THE GL DELIVERS ITS TRIAL BALANCE, BEFORE THE        *
      * BRANCHES OPEN: THE TRIAL BALANCE DATE MUST BE THE LAST NIGHT  *
      * GLFEED ADDED TO THE CUMULATIVE TOTALS, AND ACCOUNT BALANCES   *
      * MUST NOT YET HAVE MOVED ON FROM THAT NIGHT.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTSEL.
           COPY AUDITSEL.
           COPY GLTBSEL.
           COPY GLCUMSEL.
           COPY GLBRKSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  GL-TRIAL-BALANCE-FILE.
           COPY GLTBREC.

       FD  GL-CUMULATIVE-FILE.
           COPY GLCUMREC.

       FD  GL-BREAK-FILE.
           COPY GLBRKREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS (INCLUDES GL ACCOUNT CODES)                 *
      *****************************************************************
           COPY BUSCONST.

      *****************************************************************
      * FILE STATUS CODES                                              *
      *****************************************************************
       01  FILE-STATUS-ACCOUNT         PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.
       01  FILE-STATUS-GLTB            PIC XX.
       01  FILE-STATUS-GLCUM           PIC XX.
       01  FILE-STATUS-GLBRK           PIC XX.

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
      * ONE ROW PER BRANCH AND GL CODE RECONCILED, HOLDING THE GL'S   *
      * FIGURE AND OURS                                                *
      *****************************************************************
       01  RECON-TABLE.
           05  RECON-ENTRY OCCURS 300 TIMES.
               10  RCN-KEY.
                   15  RCN-BRANCH-CODE PIC X(05).
                   15  RCN-GL-CODE     PIC X(10).
               10  RCN-GL-BALANCE      PIC S9(15)V99.
               10  RCN-OUR-BALANCE     PIC S9(15)V99.

      *****************************************************************
      * RECONCILIATION RUN VARIABLES                                   *
      *****************************************************************
       01  GLRECON-VARIABLES.
           05  END-OF-TB-FILE          PIC X VALUE 'N'.
               88  NO-MORE-TB          VALUE 'Y'.
           05  END-OF-ACCOUNT-FILE     PIC X VALUE 'N'.
               88  NO-MORE-ACCOUNTS    VALUE 'Y'.
           05  END-OF-CUMULATIVE       PIC X VALUE 'N'.
               88  NO-MORE-CUMULATIVE  VALUE 'Y'.
           05  END-OF-BREAKS           PIC X VALUE 'N'.
               88  NO-MORE-BREAKS      VALUE 'Y'.
           05  RECON-TB-PRESENT        PIC X VALUE 'Y'.
               88  TB-FILE-PRESENT     VALUE 'Y'.
           05  RECON-CUM-PRESENT       PIC X VALUE 'Y'.
               88  CUM-FILE-PRESENT    VALUE 'Y'.
           05  RECON-HEADER-SEEN       PIC X VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           05  RECON-REFUSED-FLAG      PIC X VALUE 'N'.
               88  RECON-REFUSED       VALUE 'Y'.
           05  RECON-REFUSE-TEXT       PIC X(50) VALUE SPACES.
           05  RECON-DATE              PIC X(08) VALUE SPACES.
           05  RECON-DATE-NUM REDEFINES RECON-DATE
                                       PIC 9(08).
           05  RECON-FIRST-SEEN-NUM    PIC 9(08).
           05  RECON-HEADER-COUNT      PIC 9(07) VALUE ZERO.
           05  RECON-HEADER-AMOUNT     PIC 9(15)V99 VALUE ZERO.
           05  RECON-TB-READ           PIC 9(07) VALUE ZERO.
           05  RECON-TB-AMOUNT         PIC 9(15)V99 VALUE ZERO.
           05  RECON-TB-OTHER-CODES    PIC 9(07) VALUE ZERO.
           05  RECON-ACCOUNTS-READ     PIC 9(07) VALUE ZERO.
           05  RECON-LAST-FEED-DATE    PIC X(08) VALUE SPACES.
           05  RECON-ROWS-USED         PIC 9(03) VALUE ZERO.
           05  RECON-INDEX             PIC 9(03).
           05  RECON-ROW               PIC 9(03).
           05  RECON-LOOKUP-KEY.
               10  RECON-LOOKUP-BRANCH PIC X(05).
               10  RECON-LOOKUP-GL-CODE PIC X(10).
           05  RECON-SIGNED-AMOUNT     PIC S9(15)V99.
           05  RECON-DIFFERENCE        PIC S9(15)V99.
           05  RECON-CODE-FLAG         PIC X VALUE 'N'.
               88  RECONCILED-CODE     VALUE 'Y'.
           05  RECON-ROWS-AGREED       PIC 9(05) VALUE ZERO.
           05  RECON-BREAKS-NEW        PIC 9(05) VALUE ZERO.
           05  RECON-BREAKS-CARRIED    PIC 9(05) VALUE ZERO.
           05  RECON-BREAKS-RESOLVED   PIC 9(05) VALUE ZERO.
           05  RECON-OLDEST-AGE        PIC 9(05) VALUE ZERO.
           05  RECON-BREAK-DESC        PIC X(08).

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-READ-TRIAL-BALANCE UNTIL NO-MORE-TB
           IF TB-FILE-PRESENT
               PERFORM 3000-PROVE-TRIAL-BALANCE
               IF NOT RECON-REFUSED
                   PERFORM 4000-SUM-DEPOSIT-BALANCES
                       UNTIL NO-MORE-ACCOUNTS
                   PERFORM 4400-START-CUMULATIVE
                   PERFORM 4500-LOAD-CUMULATIVE-TOTALS
                       UNTIL NO-MORE-CUMULATIVE
                   PERFORM 5000-COMPARE-ONE-ROW
                       VARYING RECON-INDEX FROM 1 BY 1
                       UNTIL RECON-INDEX > RECON-ROWS-USED
                   PERFORM 5500-RESOLVE-UNSEEN-BREAKS
                   PERFORM 6000-PRINT-BREAK-REPORT
               END-IF
           END-IF
           PERFORM 8000-PRINT-RUN-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           GOBACK.

      *****************************************************************
      * INITIALIZATION                                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'GL TRIAL BALANCE RECONCILIATION'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           OPEN INPUT GL-TRIAL-BALANCE-FILE
           IF FILE-STATUS-GLTB NOT = '00'
               DISPLAY 'NO TRIAL BALANCE FILE PRESENT - NOTHING TO '
                       'RECONCILE'
               MOVE 'Y' TO END-OF-TB-FILE
               MOVE 'N' TO RECON-TB-PRESENT
           END-IF

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT GL-CUMULATIVE-FILE
           IF FILE-STATUS-GLCUM NOT = '00'
               MOVE 'N' TO RECON-CUM-PRESENT
           END-IF
           PERFORM 1100-OPEN-AUDIT-LOG
           PERFORM 1200-OPEN-BREAK-FILE

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

      *    AUDIT-LOG IS INDEXED; CREATE ON FIRST USE AND OPEN I-O.
       1100-OPEN-AUDIT-LOG.
           OPEN I-O AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN I-O AUDIT-LOG
           END-IF.

      *    GL-BREAK-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-USE
      *    FALLBACK AS AUDIT-LOG.
       1200-OPEN-BREAK-FILE.
           OPEN I-O GL-BREAK-FILE
           IF FILE-STATUS-GLBRK NOT = '00'
               OPEN OUTPUT GL-BREAK-FILE
               CLOSE GL-BREAK-FILE
               OPEN I-O GL-BREAK-FILE
           END-IF.

      *****************************************************************
      * READ THE TRIAL BALANCE INTO THE RECONCILIATION TABLE           *
      *****************************************************************
       2000-READ-TRIAL-BALANCE.
           READ GL-TRIAL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO END-OF-TB-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GLTB-HEADER
                           PERFORM 2100-CAPTURE-HEADER
                       WHEN GLTB-DETAIL
                           PERFORM 2200-LOAD-ONE-TB-LINE
                       WHEN OTHER
                           DISPLAY 'EXCEPTION: UNKNOWN RECORD TYPE '
                                   GLTB-HDR-REC-TYPE ' - IGNORED'
                   END-EVALUATE
           END-READ.

       2100-CAPTURE-HEADER.
           MOVE GLTB-HDR-TB-DATE TO RECON-DATE
           MOVE GLTB-HDR-RECORD-COUNT TO RECON-HEADER-COUNT
           MOVE GLTB-HDR-TOTAL-AMOUNT TO RECON-HEADER-AMOUNT
           MOVE 'Y' TO RECON-HEADER-SEEN
           DISPLAY 'TRIAL BALANCE DATE: ' RECON-DATE
                   '  LINES: ' RECON-HEADER-COUNT
                   '  TOTAL: ' RECON-HEADER-AMOUNT.

      *    EVERY LINE COUNTS TOWARDS THE CONTROL TOTALS; ONLY THE GL
      *    CODES THIS BANK FEEDS ARE RECONCILED.
       2200-LOAD-ONE-TB-LINE.
           ADD 1 TO RECON-TB-READ
           ADD GLTB-DTL-BALANCE TO RECON-TB-AMOUNT
           MOVE GLTB-DTL-GL-CODE TO RECON-LOOKUP-GL-CODE
           PERFORM 7200-CHECK-RECONCILED-CODE
           IF RECONCILED-CODE
               MOVE GLTB-DTL-BRANCH-CODE TO RECON-LOOKUP-BRANCH
               PERFORM 7100-FIND-OR-ADD-RECON-ROW
               IF RECON-ROW > ZERO
                   IF GLTB-DEBIT-BALANCE
                       SUBTRACT GLTB-DTL-BALANCE
                           FROM RCN-GL-BALANCE(RECON-ROW)
                   ELSE
                       ADD GLTB-DTL-BALANCE
                           TO RCN-GL-BALANCE(RECON-ROW)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO RECON-TB-OTHER-CODES
           END-IF.

      *****************************************************************
      * PROVE THE TRIAL BALANCE BEFORE ANYTHING IS COMPARED - A FILE  *
      * THAT FAILS ITS OWN CONTROLS, OR IS FOR A DIFFERENT NIGHT THAN *
      * THE CUMULATIVE TOTALS, WOULD ONLY MANUFACTURE FALSE BREAKS    *
      * AND DISTURB THE AGES OF THE REAL ONES.                         *
      *****************************************************************
       3000-PROVE-TRIAL-BALANCE.
           IF NOT HEADER-SEEN
               MOVE 'NO HEADER RECORD IN FILE' TO RECON-REFUSE-TEXT
               MOVE 'Y' TO RECON-REFUSED-FLAG
           END-IF

           IF NOT RECON-REFUSED
              AND (RECON-TB-READ NOT = RECON-HEADER-COUNT
                   OR RECON-TB-AMOUNT NOT = RECON-HEADER-AMOUNT)
               MOVE 'CONTROL TOTALS DO NOT MATCH FILE HEADER'
                    TO RECON-REFUSE-TEXT
               MOVE 'Y' TO RECON-REFUSED-FLAG
           END-IF

           IF NOT RECON-REFUSED AND RECON-DATE NOT NUMERIC
               MOVE 'INVALID TRIAL BALANCE DATE' TO RECON-REFUSE-TEXT
               MOVE 'Y' TO RECON-REFUSED-FLAG
           END-IF

           IF NOT RECON-REFUSED AND NOT CUM-FILE-PRESENT
               MOVE 'NO CUMULATIVE GL FEED TOTALS ON FILE'
                    TO RECON-REFUSE-TEXT
               MOVE 'Y' TO RECON-REFUSED-FLAG
           END-IF

           IF NOT RECON-REFUSED
               MOVE 'CONTROL' TO GLC-GL-ACCOUNT
               READ GL-CUMULATIVE-FILE
                   INVALID KEY
                       MOVE SPACES TO RECON-LAST-FEED-DATE
                   NOT INVALID KEY
                       MOVE GLC-LAST-FEED-DATE TO RECON-LAST-FEED-DATE
               END-READ
               IF RECON-LAST-FEED-DATE NOT = RECON-DATE
                   MOVE 'TRIAL BALANCE DATE IS NOT THE LAST GL FEED'
                        TO RECON-REFUSE-TEXT
                   MOVE 'Y' TO RECON-REFUSED-FLAG
                   DISPLAY 'LAST GL FEED ADDED: ' RECON-LAST-FEED-DATE
               END-IF
           END-IF

           IF RECON-REFUSED
               DISPLAY '*** TRIAL BALANCE NOT RECONCILED - '
                       RECON-REFUSE-TEXT ' ***'
               DISPLAY '*** BREAK REGISTER LEFT UNCHANGED ***'
           END-IF.

      *****************************************************************
      * OUR SIDE: DEPOSIT LIABILITY FROM THE ACCOUNT MASTER            *
      *****************************************************************
       4000-SUM-DEPOSIT-BALANCES.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCOUNT-FILE
               NOT AT END
                   ADD 1 TO RECON-ACCOUNTS-READ
                   MOVE BRANCH-CODE TO RECON-LOOKUP-BRANCH
                   MOVE GL-DEPOSIT-LIAB-GL-CODE
                        TO RECON-LOOKUP-GL-CODE
                   PERFORM 7100-FIND-OR-ADD-RECON-ROW
                   IF RECON-ROW > ZERO
                       ADD ACCOUNT-BALANCE
                           TO RCN-OUR-BALANCE(RECON-ROW)
                   END-IF
           END-READ.

      *****************************************************************
      * OUR SIDE: INCOME, EXPENSE, TAX AND CLEARING FROM THE           *
      * CUMULATIVE GLFEED TOTALS. THE DEPOSIT LIABILITY AND CASH ROWS  *
      * IN THAT FILE ARE NOT USED HERE.                                *
      *****************************************************************
      *    THE CONTROL RECORD WAS READ BY KEY DURING THE PROOF, SO
      *    REPOSITION TO THE START OF THE FILE FIRST. IT IS PASSED
      *    OVER BELOW AS ITS KEY IS NOT A RECONCILED GL CODE.
       4400-START-CUMULATIVE.
           MOVE LOW-VALUES TO GLC-GL-ACCOUNT
           START GL-CUMULATIVE-FILE
               KEY IS GREATER THAN GLC-GL-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO END-OF-CUMULATIVE
           END-START.

       4500-LOAD-CUMULATIVE-TOTALS.
           READ GL-CUMULATIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CUMULATIVE
               NOT AT END
                   PERFORM 4600-ADD-CUMULATIVE-ROW
           END-READ.

       4600-ADD-CUMULATIVE-ROW.
           MOVE GLC-GL-CODE TO RECON-LOOKUP-GL-CODE
           PERFORM 7200-CHECK-RECONCILED-CODE
           IF RECONCILED-CODE
              AND GLC-GL-CODE NOT = GL-DEPOSIT-LIAB-GL-CODE
               MOVE GLC-BRANCH-CODE TO RECON-LOOKUP-BRANCH
               PERFORM 7100-FIND-OR-ADD-RECON-ROW
               IF RECON-ROW > ZERO
                   COMPUTE RCN-OUR-BALANCE(RECON-ROW) =
                       RCN-OUR-BALANCE(RECON-ROW)
                       + GLC-CREDIT-TOTAL - GLC-DEBIT-TOTAL
               END-IF
           END-IF.

      *****************************************************************
      * COMPARE ONE ROW AND CARRY ITS BREAK FORWARD OR RESOLVE IT      *
      *****************************************************************
       5000-COMPARE-ONE-ROW.
           COMPUTE RECON-DIFFERENCE =
               RCN-GL-BALANCE(RECON-INDEX)
               - RCN-OUR-BALANCE(RECON-INDEX)
           MOVE RCN-KEY(RECON-INDEX) TO BRK-KEY
           READ GL-BREAK-FILE
               INVALID KEY
                   IF RECON-DIFFERENCE NOT = ZERO
                       PERFORM 5100-OPEN-NEW-BREAK
                       WRITE GL-BREAK-RECORD
                   ELSE
                       ADD 1 TO RECON-ROWS-AGREED
                   END-IF
               NOT INVALID KEY
                   IF RECON-DIFFERENCE NOT = ZERO
                       IF BRK-RESOLVED
                           PERFORM 5100-OPEN-NEW-BREAK
                       ELSE
                           PERFORM 5200-CARRY-BREAK
                       END-IF
                       REWRITE GL-BREAK-RECORD
                   ELSE
                       IF BRK-OPEN
                           PERFORM 5300-RESOLVE-BREAK
                           REWRITE GL-BREAK-RECORD
                       END-IF
                       ADD 1 TO RECON-ROWS-AGREED
                   END-IF
           END-READ.

      *    A BRANCH AND CODE THAT BREAKS AFTER AGREEING (OR FOR THE
      *    FIRST TIME) STARTS A FRESH AGE FROM THE RECONCILIATION DATE.
       5100-OPEN-NEW-BREAK.
           MOVE RCN-KEY(RECON-INDEX) TO BRK-KEY
           MOVE RECON-DATE TO BRK-FIRST-SEEN-DATE
           MOVE SPACES TO BRK-RESOLVED-DATE
           MOVE 'O' TO BRK-STATUS
           PERFORM 5200-CARRY-BREAK.

       5200-CARRY-BREAK.
           MOVE RCN-GL-BALANCE(RECON-INDEX) TO BRK-GL-BALANCE
           MOVE RCN-OUR-BALANCE(RECON-INDEX) TO BRK-OUR-BALANCE
           MOVE RECON-DIFFERENCE TO BRK-DIFFERENCE
           MOVE RECON-DATE TO BRK-LAST-SEEN-DATE
           PERFORM 5400-COMPUTE-BREAK-AGE.

       5300-RESOLVE-BREAK.
           MOVE RCN-GL-BALANCE(RECON-INDEX) TO BRK-GL-BALANCE
           MOVE RCN-OUR-BALANCE(RECON-INDEX) TO BRK-OUR-BALANCE
           MOVE ZERO TO BRK-DIFFERENCE
           MOVE RECON-DATE TO BRK-LAST-SEEN-DATE
           MOVE RECON-DATE TO BRK-RESOLVED-DATE
           MOVE 'R' TO BRK-STATUS
           PERFORM 5400-COMPUTE-BREAK-AGE.

      *    AGE IN CALENDAR DAYS FROM THE DATE THE BREAK WAS FIRST SEEN
      *    TO THIS TRIAL BALANCE DATE.
       5400-COMPUTE-BREAK-AGE.
           MOVE BRK-FIRST-SEEN-DATE TO RECON-FIRST-SEEN-NUM
           COMPUTE BRK-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(RECON-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(RECON-FIRST-SEEN-NUM).

      *    A BREAK STILL OPEN BUT NOT SEEN TODAY BELONGS TO A BRANCH
      *    AND CODE THAT NEITHER THE GL NOR WE CARRY ANY MORE - BOTH
      *    SIDES ARE NOW ZERO, SO IT HAS RESOLVED ITSELF.
       5500-RESOLVE-UNSEEN-BREAKS.
           MOVE 'N' TO END-OF-BREAKS
           MOVE LOW-VALUES TO BRK-KEY
           START GL-BREAK-FILE KEY IS GREATER THAN BRK-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-BREAKS
           END-START
           PERFORM 5510-CHECK-NEXT-BREAK UNTIL NO-MORE-BREAKS.

       5510-CHECK-NEXT-BREAK.
           READ GL-BREAK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-BREAKS
               NOT AT END
                   IF BRK-OPEN AND BRK-LAST-SEEN-DATE < RECON-DATE
                       MOVE ZERO TO BRK-GL-BALANCE
                       MOVE ZERO TO BRK-OUR-BALANCE
                       MOVE ZERO TO BRK-DIFFERENCE
                       MOVE RECON-DATE TO BRK-LAST-SEEN-DATE
                       MOVE RECON-DATE TO BRK-RESOLVED-DATE
                       MOVE 'R' TO BRK-STATUS
                       PERFORM 5400-COMPUTE-BREAK-AGE
                       REWRITE GL-BREAK-RECORD
                   END-IF
           END-READ.

      *****************************************************************
      * BREAK REPORT - ONE PASS OF THE REGISTER IN BRANCH / GL CODE   *
      * ORDER: EVERY OPEN BREAK, AND EVERY BREAK RESOLVED TODAY        *
      *****************************************************************
       6000-PRINT-BREAK-REPORT.
           DISPLAY ' '
           DISPLAY 'GL RECONCILIATION BREAK REPORT - ' RECON-DATE
           DISPLAY '---------------------------------'
           DISPLAY 'BRANCH GL CODE    GL BALANCE          '
                   'OUR BALANCE         DIFFERENCE          '
                   'AGE   STATUS'
           MOVE 'N' TO END-OF-BREAKS
           MOVE LOW-VALUES TO BRK-KEY
           START GL-BREAK-FILE KEY IS GREATER THAN BRK-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-BREAKS
           END-START
           PERFORM 6100-PRINT-NEXT-BREAK UNTIL NO-MORE-BREAKS.

       6100-PRINT-NEXT-BREAK.
           READ GL-BREAK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-BREAKS
               NOT AT END
                   PERFORM 6200-PRINT-BREAK-LINE
           END-READ.

       6200-PRINT-BREAK-LINE.
           MOVE SPACES TO RECON-BREAK-DESC
           EVALUATE TRUE
               WHEN BRK-OPEN AND BRK-FIRST-SEEN-DATE = RECON-DATE
                   MOVE 'NEW' TO RECON-BREAK-DESC
                   ADD 1 TO RECON-BREAKS-NEW
               WHEN BRK-OPEN
                   MOVE 'CARRIED' TO RECON-BREAK-DESC
                   ADD 1 TO RECON-BREAKS-CARRIED
                   IF BRK-AGE-DAYS > RECON-OLDEST-AGE
                       MOVE BRK-AGE-DAYS TO RECON-OLDEST-AGE
                   END-IF
               WHEN BRK-RESOLVED AND BRK-RESOLVED-DATE = RECON-DATE
                   MOVE 'RESOLVED' TO RECON-BREAK-DESC
                   ADD 1 TO RECON-BREAKS-RESOLVED
           END-EVALUATE

           IF RECON-BREAK-DESC NOT = SPACES
               DISPLAY BRK-BRANCH-CODE '  ' BRK-GL-CODE '  '
                       BRK-GL-BALANCE '  ' BRK-OUR-BALANCE '  '
                       BRK-DIFFERENCE '  ' BRK-AGE-DAYS ' '
                       RECON-BREAK-DESC
           END-IF.

      *****************************************************************
      * RECONCILIATION TABLE SUPPORT                                   *
      *****************************************************************
       7100-FIND-OR-ADD-RECON-ROW.
           MOVE ZERO TO RECON-ROW
           PERFORM 7110-MATCH-RECON-ROW
               VARYING RECON-INDEX FROM 1 BY 1
               UNTIL RECON-INDEX > RECON-ROWS-USED
                  OR RECON-ROW > ZERO

           IF RECON-ROW = ZERO
               IF RECON-ROWS-USED < 300
                   ADD 1 TO RECON-ROWS-USED
                   MOVE RECON-ROWS-USED TO RECON-ROW
                   MOVE RECON-LOOKUP-KEY TO RCN-KEY(RECON-ROW)
                   MOVE ZERO TO RCN-GL-BALANCE(RECON-ROW)
                   MOVE ZERO TO RCN-OUR-BALANCE(RECON-ROW)
               ELSE
                   DISPLAY 'EXCEPTION: MORE THAN 300 BRANCH/GL ROWS - '
                           RECON-LOOKUP-KEY ' NOT RECONCILED'
               END-IF
           END-IF.

       7110-MATCH-RECON-ROW.
           IF RCN-KEY(RECON-INDEX) = RECON-LOOKUP-KEY
               MOVE RECON-INDEX TO RECON-ROW
           END-IF.

      *    THE FIVE GL CODES THIS BANK FEEDS AND THEREFORE RECONCILES.
       7200-CHECK-RECONCILED-CODE.
           MOVE 'N' TO RECON-CODE-FLAG
           IF RECON-LOOKUP-GL-CODE = GL-DEPOSIT-LIAB-GL-CODE
              OR RECON-LOOKUP-GL-CODE = GL-INTEREST-EXP-GL-CODE
              OR RECON-LOOKUP-GL-CODE = GL-TAX-PAYABLE-GL-CODE
              OR RECON-LOOKUP-GL-CODE = GL-FEE-INCOME-GL-CODE
              OR RECON-LOOKUP-GL-CODE = GL-INTERBANK-CLEAR-GL-CODE
               MOVE 'Y' TO RECON-CODE-FLAG
           END-IF.

      *****************************************************************
      * SUMMARY                                                        *
      *****************************************************************
       8000-PRINT-RUN-SUMMARY.
           DISPLAY ' '
           DISPLAY 'GL RECONCILIATION SUMMARY'
           DISPLAY '---------------------------------'
           DISPLAY 'TRIAL BALANCE LINES:  ' RECON-TB-READ
           DISPLAY 'OTHER GL CODES:       ' RECON-TB-OTHER-CODES
           DISPLAY 'ACCOUNTS SUMMED:      ' RECON-ACCOUNTS-READ
           DISPLAY 'ROWS RECONCILED:      ' RECON-ROWS-USED
           DISPLAY 'ROWS AGREED:          ' RECON-ROWS-AGREED
           DISPLAY 'NEW BREAKS:           ' RECON-BREAKS-NEW
           DISPLAY 'CARRIED BREAKS:       ' RECON-BREAKS-CARRIED
           DISPLAY 'OLDEST BREAK (DAYS):  ' RECON-OLDEST-AGE
           DISPLAY 'RESOLVED TODAY:       ' RECON-BREAKS-RESOLVED
           IF RECON-REFUSED
               DISPLAY '*** NOT RECONCILED: ' RECON-REFUSE-TEXT
                       ' ***'
           END-IF
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'GL_RECON' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           STRING 'TB=' RECON-DATE
                  ' ROWS=' RECON-ROWS-USED
                  ' NEW=' RECON-BREAKS-NEW
                  ' CARRIED=' RECON-BREAKS-CARRIED
                  ' RESOLVED=' RECON-BREAKS-RESOLVED
                  ' REFUSED=' RECON-REFUSED-FLAG
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
           STRING 'GLR' AUDIT-TIMESTAMP-WORK(1:8)
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
           IF TB-FILE-PRESENT
               CLOSE GL-TRIAL-BALANCE-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           IF CUM-FILE-PRESENT
               CLOSE GL-CUMULATIVE-FILE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE GL-BREAK-FILE
           DISPLAY 'GL RECONCILIATION RUN COMPLETE'.

      * Made with Bob
