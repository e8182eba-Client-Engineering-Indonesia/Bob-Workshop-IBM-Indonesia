      * ACCOUNT FILE) AND THE TELLER WHO POSTED IT, AND AN EXCEPTION  *
      * LISTING IS PRINTED FOR THE COMPLIANCE DESK. THE EXTRACT ENDS  *
      * WITH A CONTROL TOTAL LINE (SAME PATTERN AS THE GL FEED).      *
      * EVERY LINE IS REPEATED FOR EACH ACTIVE JOINT HOLDER AND       *
      * AUTHORISED SIGNATORY ON THE ACCOUNT-HOLDER FILE, SO A JOINT   *
      * HOLDER'S CASH ACTIVITY IS REPORTED AGAINST THEIR CIF TOO.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY TRANSEL.
           COPY AUDITSEL.
           COPY AMLSEL.
           COPY ACCTHLDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-EXTRACT-FILE.
           COPY AMLEXTREC.

       FD  ACCOUNT-HOLDER-FILE.
           COPY ACCTHLDREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS (INCLUDES THE AML THRESHOLDS)              *
       01  FILE-STATUS-TRANS           PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.
       01  FILE-STATUS-AMLEXT          PIC XX.
       01  FILE-STATUS-ACCTHLD         PIC XX.

      *****************************************************************
      * WORKING VARIABLES                                              *
           05  AML-STRUCT-REPORTED     PIC 9(07) VALUE ZERO.
           05  AML-LINES-WRITTEN       PIC 9(07) VALUE ZERO.
           05  AML-AMOUNT-WRITTEN      PIC 9(13)V99 VALUE ZERO.
           05  AML-JOINT-LINES         PIC 9(07) VALUE ZERO.
           05  END-OF-HOLDER-LINKS     PIC X VALUE 'N'.
               88  NO-MORE-HOLDER-LINKS VALUE 'Y'.
           05  AML-DETAIL-SAVE         PIC X(86).
           05  AML-HOLDER-ACCOUNT      PIC X(10).

       PROCEDURE DIVISION.
      *****************************************************************
           OPEN INPUT TRANSACTION-LOG
           PERFORM 1100-OPEN-AUDIT-LOG
           OPEN OUTPUT AML-EXTRACT-FILE
           PERFORM 1150-OPEN-ACCOUNT-HOLDERS

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
               OPEN I-O AUDIT-LOG
           END-IF.

      *    ACCOUNT-HOLDER-FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-
      *    USE FALLBACK SO THE SCAN RUNS BEFORE ANY JOINT ACCOUNTS.
       1150-OPEN-ACCOUNT-HOLDERS.
           OPEN I-O ACCOUNT-HOLDER-FILE
           IF FILE-STATUS-ACCTHLD NOT = '00'
               OPEN OUTPUT ACCOUNT-HOLDER-FILE
               CLOSE ACCOUNT-HOLDER-FILE
               OPEN I-O ACCOUNT-HOLDER-FILE
           END-IF.

       1200-CLEAR-SUSPECT-ROW.
           MOVE SPACES TO AMLS-ACCOUNT(AMLS-INDEX)
           MOVE SPACES TO AMLS-CUSTOMER-ID(AMLS-INDEX)
           MOVE 1 TO AML-ITEM-COUNT
           MOVE TRANS-AMOUNT TO AML-TOTAL-AMOUNT
           MOVE 'L' TO AML-PATTERN-CODE
           MOVE 'P' TO AML-HOLDER-ROLE
           WRITE AML-EXTRACT-RECORD
           PERFORM 2600-WRITE-JOINT-HOLDER-LINES

           ADD 1 TO AML-LARGE-REPORTED
           ADD 1 TO AML-LINES-WRITTEN
           MOVE 1 TO AML-ITEM-COUNT
           MOVE TRANS-AMOUNT TO AML-TOTAL-AMOUNT
           MOVE 'S' TO AML-PATTERN-CODE
           MOVE 'P' TO AML-HOLDER-ROLE
           WRITE AML-EXTRACT-RECORD
           PERFORM 2600-WRITE-JOINT-HOLDER-LINES

           ADD 1 TO AML-STRUCT-REPORTED
           ADD 1 TO AML-LINES-WRITTEN
                   '  TELLER ' TRANS-TELLER-ID
                   '  AMOUNT ' TRANS-AMOUNT.

      *    REPEATS THE DETAIL LINE JUST WRITTEN ONCE FOR EVERY OTHER
      *    ACTIVE PARTY TO THE ACCOUNT. EACH REPEAT IS A LINE OF THE
      *    EXTRACT IN ITS OWN RIGHT, SO IT COUNTS IN THE CONTROL TOTAL
      *    LIKE ANY OTHER LINE.
       2600-WRITE-JOINT-HOLDER-LINES.
           MOVE AML-EXTRACT-RECORD TO AML-DETAIL-SAVE
           MOVE AML-ACCOUNT TO AML-HOLDER-ACCOUNT
           MOVE 'N' TO END-OF-HOLDER-LINKS
           MOVE AML-HOLDER-ACCOUNT TO AHLD-ACCOUNT
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
                       IF AHLD-ACCOUNT NOT = AML-HOLDER-ACCOUNT
                           MOVE 'Y' TO END-OF-HOLDER-LINKS
                       ELSE
                           PERFORM 2610-WRITE-ONE-HOLDER-LINE
                       END-IF
               END-READ
           END-PERFORM.

       2610-WRITE-ONE-HOLDER-LINE.
           MOVE AML-DETAIL-SAVE TO AML-EXTRACT-RECORD
           IF AHLD-ACTIVE AND NOT AHLD-PRIMARY
              AND AHLD-CUSTOMER-ID NOT = AML-CUSTOMER-ID
               MOVE AHLD-CUSTOMER-ID TO AML-CUSTOMER-ID
               MOVE AHLD-ROLE TO AML-HOLDER-ROLE
               WRITE AML-EXTRACT-RECORD

               ADD 1 TO AML-JOINT-LINES
               ADD 1 TO AML-LINES-WRITTEN
               ADD AML-TOTAL-AMOUNT TO AML-AMOUNT-WRITTEN

               DISPLAY '  ALSO HELD: ACCT ' AML-ACCOUNT
                       '  CUST ' AML-CUSTOMER-ID
                       '  ROLE ' AML-HOLDER-ROLE
           END-IF.

      *****************************************************************
      * WRITE A STRUCTURING LINE FOR EVERY ACCOUNT THAT REACHED THE   *
      * MINIMUM NUMBER OF JUST-BELOW-THRESHOLD CASH ITEMS TODAY       *
               MOVE AMLS-ITEM-COUNT(AMLS-INDEX) TO AML-ITEM-COUNT
               MOVE AMLS-TOTAL-AMOUNT(AMLS-INDEX) TO AML-TOTAL-AMOUNT
               MOVE 'S' TO AML-PATTERN-CODE
               MOVE 'P' TO AML-HOLDER-ROLE
               WRITE AML-EXTRACT-RECORD
               PERFORM 2600-WRITE-JOINT-HOLDER-LINES

               ADD 1 TO AML-STRUCT-REPORTED
               ADD 1 TO AML-LINES-WRITTEN
           DISPLAY 'TRANSACTIONS READ:     ' AML-RECORDS-READ
           DISPLAY 'LARGE CASH REPORTED:   ' AML-LARGE-REPORTED
           DISPLAY 'STRUCTURING REPORTED:  ' AML-STRUCT-REPORTED
           DISPLAY 'JOINT HOLDER LINES:    ' AML-JOINT-LINES
           DISPLAY 'EXTRACT LINES WRITTEN: ' AML-LINES-WRITTEN
           DISPLAY 'EXTRACT AMOUNT TOTAL:  ' AML-AMOUNT-WRITTEN
           DISPLAY '========================================='
           STRING 'READ=' AML-RECORDS-READ
                  ' LARGE=' AML-LARGE-REPORTED
                  ' STRUCT=' AML-STRUCT-REPORTED
                  ' JOINT=' AML-JOINT-LINES
                  ' AMOUNT=' AML-AMOUNT-WRITTEN
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           CLOSE TRANSACTION-LOG
           CLOSE AUDIT-LOG
           CLOSE AML-EXTRACT-FILE
           CLOSE ACCOUNT-HOLDER-FILE
           DISPLAY 'CASH TRANSACTION REPORTING SCAN COMPLETE'.

      * Made with Bob
