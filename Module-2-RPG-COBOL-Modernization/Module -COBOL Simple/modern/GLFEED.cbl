      * THE POSTING ACCOUNT'S BRANCH-CODE), AND WRITES A FLAT POSTING *
      * FILE FOR THE GL INTERFACE WITH A TRAILING CONTROL TOTAL LINE  *
      * (REQUEST 007).                                                *
      * THE NIGHT'S POSTINGS ARE ALSO ADDED, BY GL ACCOUNT, TO THE    *
      * CUMULATIVE GL FEED TOTALS FILE THAT GLRECON PROVES AGAINST    *
      * THE GL'S OWN TRIAL BALANCE.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY TRANSEL.
           COPY AUDITSEL.
           COPY GLFEEDSEL.
           COPY GLCUMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FEED-FILE.
           COPY GLFEEDREC.

       FD  GL-CUMULATIVE-FILE.
           COPY GLCUMREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS (INCLUDES GL ACCOUNT CODES)                 *
       01  FILE-STATUS-TRANS           PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.
       01  FILE-STATUS-GLFEED          PIC XX.
       01  FILE-STATUS-GLCUM           PIC XX.

      *****************************************************************
      * WORKING VARIABLES                                              *
           05  GLFEED-RECORDS-POSTED   PIC 9(07) VALUE ZERO.
           05  GLFEED-RECORDS-SKIPPED  PIC 9(07) VALUE ZERO.
           05  GLFEED-TOTAL-AMOUNT     PIC 9(13)V99 VALUE ZERO.
           05  GLFEED-CUM-USED         PIC 9(03) VALUE ZERO.
           05  GLFEED-CUM-INDEX        PIC 9(03).
           05  GLFEED-CUM-ROW          PIC 9(03).
           05  GLFEED-CUM-LOOKUP       PIC X(15).
           05  GLFEED-CUM-UPDATED      PIC 9(05) VALUE ZERO.
           05  GLFEED-CUM-DONE-FLAG    PIC X VALUE 'N'.
               88  CUM-ALREADY-ADDED   VALUE 'Y'.

      *****************************************************************
      * TONIGHT'S POSTINGS TOTALLED BY GL ACCOUNT (GL CODE + BRANCH), *
      * ADDED TO THE CUMULATIVE TOTALS FILE IN ONE STEP AT THE END OF *
      * THE RUN - SEE 3500-UPDATE-CUMULATIVE-TOTALS                    *
      *****************************************************************
       01  GLFEED-CUM-TABLE.
           05  GLFEED-CUM-ENTRY OCCURS 300 TIMES.
               10  GLCT-GL-ACCOUNT     PIC X(15).
               10  GLCT-DEBIT-TOTAL    PIC 9(15)V99.
               10  GLCT-CREDIT-TOTAL   PIC 9(15)V99.
               10  GLCT-POSTING-COUNT  PIC 9(07).

       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL NO-MORE-TRANSACTIONS
           PERFORM 3000-WRITE-CONTROL-TOTAL
           PERFORM 3500-UPDATE-CUMULATIVE-TOTALS
           PERFORM 8000-PRINT-RUN-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           GOBACK.
                   WRITE GL-POSTING-RECORD
                   ADD 1 TO GLFEED-RECORDS-POSTED
                   ADD GL-AMOUNT TO GLFEED-TOTAL-AMOUNT
                   IF NOT TRANS-BALANCE-FWD
                       PERFORM 2400-ACCUMULATE-POSTING
                   END-IF
               ELSE
                   ADD 1 TO GLFEED-RECORDS-SKIPPED
               END-IF
                   MOVE 'Y' TO END-OF-TRANSACTION-LOG
           END-START.

      *    BOTH LEGS OF THE POSTING LINE ARE TOTALLED AGAINST THEIR
      *    OWN GL ACCOUNT.
       2400-ACCUMULATE-POSTING.
           MOVE GL-DEBIT-ACCOUNT TO GLFEED-CUM-LOOKUP
           PERFORM 7100-FIND-OR-ADD-CUM-ROW
           IF GLFEED-CUM-ROW > ZERO
               ADD GL-AMOUNT TO GLCT-DEBIT-TOTAL(GLFEED-CUM-ROW)
               ADD 1 TO GLCT-POSTING-COUNT(GLFEED-CUM-ROW)
           END-IF

           MOVE GL-CREDIT-ACCOUNT TO GLFEED-CUM-LOOKUP
           PERFORM 7100-FIND-OR-ADD-CUM-ROW
           IF GLFEED-CUM-ROW > ZERO
               ADD GL-AMOUNT TO GLCT-CREDIT-TOTAL(GLFEED-CUM-ROW)
               ADD 1 TO GLCT-POSTING-COUNT(GLFEED-CUM-ROW)
           END-IF.

      *****************************************************************
      * CONTROL TOTAL LINE                                             *
      *****************************************************************
           MOVE SPACES TO GL-CTL-FILLER
           WRITE GL-CONTROL-RECORD.

      *****************************************************************
      * CUMULATIVE GL FEED TOTALS. THE CONTROL RECORD REMEMBERS THE   *
      * LAST NIGHT ADDED, SO IF EODRUN RESUMES AND GLFEED RUNS AGAIN  *
      * FOR THE SAME DATE THE FEED FILE IS REWRITTEN BUT THE TOTALS   *
      * ARE NOT ADDED A SECOND TIME.                                   *
      *****************************************************************
       3500-UPDATE-CUMULATIVE-TOTALS.
           PERFORM 3510-OPEN-CUMULATIVE-FILE
           MOVE 'N' TO GLFEED-CUM-DONE-FLAG
           MOVE 'CONTROL' TO GLC-GL-ACCOUNT
           READ GL-CUMULATIVE-FILE
               INVALID KEY
                   MOVE ZERO TO GLC-DEBIT-TOTAL
                   MOVE ZERO TO GLC-CREDIT-TOTAL
                   MOVE ZERO TO GLC-POSTING-COUNT
                   MOVE SPACES TO GLC-LAST-FEED-DATE
                   WRITE GL-CUMULATIVE-RECORD
               NOT INVALID KEY
                   IF GLC-LAST-FEED-DATE = TODAY-DATE
                       MOVE 'Y' TO GLFEED-CUM-DONE-FLAG
                   END-IF
           END-READ

           IF CUM-ALREADY-ADDED
               DISPLAY 'CUMULATIVE GL TOTALS ALREADY HOLD '
                       TODAY-DATE ' - NOT ADDED AGAIN'
           ELSE
               PERFORM 3520-ADD-ONE-CUM-ROW
                   VARYING GLFEED-CUM-INDEX FROM 1 BY 1
                   UNTIL GLFEED-CUM-INDEX > GLFEED-CUM-USED
               MOVE 'CONTROL' TO GLC-GL-ACCOUNT
               READ GL-CUMULATIVE-FILE
                   INVALID KEY
                       DISPLAY 'EXCEPTION: CUMULATIVE CONTROL '
                               'RECORD LOST'
                   NOT INVALID KEY
                       MOVE TODAY-DATE TO GLC-LAST-FEED-DATE
                       REWRITE GL-CUMULATIVE-RECORD
               END-READ
           END-IF

           CLOSE GL-CUMULATIVE-FILE.

      *    GL-CUMULATIVE-FILE IS INDEXED; CREATE ON FIRST USE THE SAME
      *    WAY AS AUDIT-LOG.
       3510-OPEN-CUMULATIVE-FILE.
           OPEN I-O GL-CUMULATIVE-FILE
           IF FILE-STATUS-GLCUM NOT = '00'
               OPEN OUTPUT GL-CUMULATIVE-FILE
               CLOSE GL-CUMULATIVE-FILE
               OPEN I-O GL-CUMULATIVE-FILE
           END-IF.

       3520-ADD-ONE-CUM-ROW.
           MOVE GLCT-GL-ACCOUNT(GLFEED-CUM-INDEX) TO GLC-GL-ACCOUNT
           READ GL-CUMULATIVE-FILE
               INVALID KEY
                   MOVE GLCT-GL-ACCOUNT(GLFEED-CUM-INDEX)
                        TO GLC-GL-ACCOUNT
                   MOVE GLCT-DEBIT-TOTAL(GLFEED-CUM-INDEX)
                        TO GLC-DEBIT-TOTAL
                   MOVE GLCT-CREDIT-TOTAL(GLFEED-CUM-INDEX)
                        TO GLC-CREDIT-TOTAL
                   MOVE GLCT-POSTING-COUNT(GLFEED-CUM-INDEX)
                        TO GLC-POSTING-COUNT
                   MOVE TODAY-DATE TO GLC-LAST-FEED-DATE
                   WRITE GL-CUMULATIVE-RECORD
               NOT INVALID KEY
                   ADD GLCT-DEBIT-TOTAL(GLFEED-CUM-INDEX)
                       TO GLC-DEBIT-TOTAL
                   ADD GLCT-CREDIT-TOTAL(GLFEED-CUM-INDEX)
                       TO GLC-CREDIT-TOTAL
                   ADD GLCT-POSTING-COUNT(GLFEED-CUM-INDEX)
                       TO GLC-POSTING-COUNT
                   MOVE TODAY-DATE TO GLC-LAST-FEED-DATE
                   REWRITE GL-CUMULATIVE-RECORD
           END-READ
           ADD 1 TO GLFEED-CUM-UPDATED.

      *****************************************************************
      * GL ACCOUNT TALLY TABLE LOOKUP                                  *
      *****************************************************************
       7100-FIND-OR-ADD-CUM-ROW.
           MOVE ZERO TO GLFEED-CUM-ROW
           PERFORM 7110-MATCH-CUM-ROW
               VARYING GLFEED-CUM-INDEX FROM 1 BY 1
               UNTIL GLFEED-CUM-INDEX > GLFEED-CUM-USED
                  OR GLFEED-CUM-ROW > ZERO

           IF GLFEED-CUM-ROW = ZERO
               IF GLFEED-CUM-USED < 300
                   ADD 1 TO GLFEED-CUM-USED
                   MOVE GLFEED-CUM-USED TO GLFEED-CUM-ROW
                   MOVE GLFEED-CUM-LOOKUP
                        TO GLCT-GL-ACCOUNT(GLFEED-CUM-ROW)
                   MOVE ZERO TO GLCT-DEBIT-TOTAL(GLFEED-CUM-ROW)
                   MOVE ZERO TO GLCT-CREDIT-TOTAL(GLFEED-CUM-ROW)
                   MOVE ZERO TO GLCT-POSTING-COUNT(GLFEED-CUM-ROW)
               ELSE
                   DISPLAY 'EXCEPTION: MORE THAN 300 GL ACCOUNTS - '
                           GLFEED-CUM-LOOKUP ' NOT TOTALLED'
               END-IF
           END-IF.

       7110-MATCH-CUM-ROW.
           IF GLCT-GL-ACCOUNT(GLFEED-CUM-INDEX) = GLFEED-CUM-LOOKUP
               MOVE GLFEED-CUM-INDEX TO GLFEED-CUM-ROW
           END-IF.

      *****************************************************************
      * SUMMARY                                                        *
      *****************************************************************
           DISPLAY 'POSTINGS WRITTEN:     ' GLFEED-RECORDS-POSTED
           DISPLAY 'SKIPPED/EXCEPTIONS:   ' GLFEED-RECORDS-SKIPPED
           DISPLAY 'CONTROL TOTAL AMOUNT: ' GLFEED-TOTAL-AMOUNT
           DISPLAY 'GL ACCOUNTS TOTALLED: ' GLFEED-CUM-UPDATED
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
