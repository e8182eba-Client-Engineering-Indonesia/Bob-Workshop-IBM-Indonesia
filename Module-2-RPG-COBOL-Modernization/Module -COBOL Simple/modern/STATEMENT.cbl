      * PERIOD FROM TRANSACTION-LOG WITH OPENING/CLOSING BALANCES,    *
      * AND TOTALS ACTIVITY ACROSS ALL THE CUSTOMER'S ACCOUNTS        *
      * (REQUEST 009). RUN ON REQUEST OR AS A SCHEDULED BATCH.        *
      * ACCOUNTS WHERE THE CUSTOMER IS A JOINT HOLDER OR AUTHORISED   *
      * SIGNATORY ARE PICKED UP FROM THE ACCOUNT-HOLDER FILE AFTER    *
      * THE CUSTOMER'S OWN ACCOUNTS.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY ACCTSEL.
           COPY TRANSEL.
           COPY AUDITSEL.
           COPY ACCTHLDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  ACCOUNT-HOLDER-FILE.
           COPY ACCTHLDREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS                                             *
           88  FILE-SUCCESS            VALUE '00'.
       01  FILE-STATUS-TRANS           PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.
       01  FILE-STATUS-ACCTHLD         PIC XX.

      *****************************************************************
      * WORKING VARIABLES                                              *
               88  NO-MORE-CUST-ACCTS  VALUE 'Y'.
           05  END-OF-ACCT-HISTORY     PIC X VALUE 'N'.
               88  NO-MORE-ACCT-HIST   VALUE 'Y'.
           05  END-OF-HOLDER-LINKS     PIC X VALUE 'N'.
               88  NO-MORE-HOLDER-LINKS VALUE 'Y'.
           05  STMT-ACCOUNTS-FOUND     PIC 9(05) VALUE ZERO.
           05  STMT-JOINT-ACCOUNTS     PIC 9(05) VALUE ZERO.
           05  STMT-OPENING-BALANCE    PIC S9(13)V99.
           05  STMT-CLOSING-BALANCE    PIC S9(13)V99.
           05  STMT-ACCOUNT-NET        PIC S9(13)V99.
           05  STMT-POST-PERIOD-NET    PIC S9(13)V99.
           05  STMT-GRAND-TOTAL-CREDIT PIC 9(13)V99 VALUE ZERO.
           PERFORM 2000-GET-STATEMENT-REQUEST
           PERFORM 3000-PROCESS-CUSTOMER-ACCOUNTS
              UNTIL NO-MORE-CUST-ACCTS
           PERFORM 3500-PROCESS-JOINT-ACCOUNTS
           PERFORM 8000-PRINT-RUN-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           STOP RUN.
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT TRANSACTION-LOG
           PERFORM 1100-OPEN-AUDIT-LOG
           PERFORM 1200-OPEN-ACCOUNT-HOLDERS

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.

               OPEN I-O AUDIT-LOG
           END-IF.

      *    ACCOUNT-HOLDER-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-
      *    USE FALLBACK SO A SITE WITH NO JOINT ACCOUNTS YET STILL RUNS.
       1200-OPEN-ACCOUNT-HOLDERS.
           OPEN I-O ACCOUNT-HOLDER-FILE
           IF FILE-STATUS-ACCTHLD NOT = '00'
               OPEN OUTPUT ACCOUNT-HOLDER-FILE
               CLOSE ACCOUNT-HOLDER-FILE
               OPEN I-O ACCOUNT-HOLDER-FILE
           END-IF.

       2000-GET-STATEMENT-REQUEST.
           DISPLAY 'ENTER CUSTOMER ID: '
           ACCEPT STMT-CUSTOMER-ID
                   MOVE 'UNKNOWN' TO STMT-TYPE-DESC
           END-EVALUATE.

      *****************************************************************
      * ACCOUNTS HELD JOINTLY OR AS SIGNATORY                          *
      *   WALKS THE CUSTOMER'S LINKS ON THE ACCOUNT-HOLDER FILE VIA    *
      *   ITS CUSTOMER ALTERNATE KEY. THE CUSTOMER'S OWN ACCOUNTS      *
      *   (PRIMARY LINKS) WERE ALREADY PRINTED BY 3000 AND ARE SKIPPED.*
      *****************************************************************
       3500-PROCESS-JOINT-ACCOUNTS.
           MOVE 'N' TO END-OF-HOLDER-LINKS
           MOVE STMT-CUSTOMER-ID TO AHLD-CUSTOMER-ID
           START ACCOUNT-HOLDER-FILE KEY IS NOT LESS THAN
                 AHLD-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLDER-LINKS
           END-START

           PERFORM UNTIL NO-MORE-HOLDER-LINKS
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-HOLDER-LINKS
                   NOT AT END
                       IF AHLD-CUSTOMER-ID NOT = STMT-CUSTOMER-ID
                           MOVE 'Y' TO END-OF-HOLDER-LINKS
                       ELSE
                           PERFORM 3510-PRINT-IF-JOINT-HOLDING
                       END-IF
               END-READ
           END-PERFORM.

       3510-PRINT-IF-JOINT-HOLDING.
           IF AHLD-ACTIVE AND NOT AHLD-PRIMARY
               MOVE AHLD-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'EXCEPTION: HOLDER LINK TO MISSING '
                               'ACCOUNT ' AHLD-ACCOUNT
                   NOT INVALID KEY
                       IF CUSTOMER-ID OF ACCOUNT-RECORD NOT =
                          STMT-CUSTOMER-ID
                           ADD 1 TO STMT-JOINT-ACCOUNTS
                           PERFORM 3100-PRINT-ACCOUNT-STATEMENT
                           PERFORM 3520-SHOW-HOLDER-ROLE
                       END-IF
               END-READ
           END-IF.

       3520-SHOW-HOLDER-ROLE.
           IF AHLD-JOINT
               DISPLAY 'HELD AS:         JOINT HOLDER WITH '
                       CUSTOMER-ID OF ACCOUNT-RECORD
           ELSE
               DISPLAY 'HELD AS:         AUTHORISED SIGNATORY FOR '
                       CUSTOMER-ID OF ACCOUNT-RECORD
           END-IF.

      *****************************************************************
      * SUMMARY                                                        *
      *****************************************************************
           DISPLAY '-------------------------------------------'
           DISPLAY 'CUSTOMER ID:         ' STMT-CUSTOMER-ID
           DISPLAY 'ACCOUNTS INCLUDED:   ' STMT-ACCOUNTS-FOUND
           DISPLAY 'OF WHICH JOINT/SIGNATORY: ' STMT-JOINT-ACCOUNTS
           DISPLAY 'TOTAL CREDITS:       ' STMT-GRAND-TOTAL-CREDIT
           DISPLAY 'TOTAL DEBITS:        ' STMT-GRAND-TOTAL-DEBIT
           DISPLAY 'OF WHICH TAX WITHHELD: ' STMT-GRAND-TOTAL-TAX
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-LOG
           CLOSE AUDIT-LOG
           CLOSE ACCOUNT-HOLDER-FILE
           DISPLAY 'STATEMENT GENERATION COMPLETE'.

      * Made with Bob
