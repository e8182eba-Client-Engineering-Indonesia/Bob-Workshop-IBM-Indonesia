       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * ANNUAL WITHHOLDING TAX CERTIFICATE (BUKTI POTONG) BATCH JOB   *
      * GATHERS THE REQUESTED YEAR'S SUCCESSFUL INTEREST CREDITS     *
      * (TRANS-TYPE 'I') AND WITHHOLDING TAX DEBITS (TRANS-TYPE 'X') *
      * FROM BOTH THE LIVE TRANSACTION-LOG AND THE TRANARCH ARCHIVE  *
      * FILE, SINCE BY YEAR-END THE EARLIER MONTHS HAVE ALREADY BEEN *
      * ARCHIVED. EACH ENTRY IS RESOLVED THROUGH ITS ACCOUNT'S        *
      * CUSTOMER-ID AND SUMMED PER CUSTOMER AND MONTH IN A KEYED WORK *
      * FILE. ONE CERTIFICATE IS THEN PRINTED PER CUSTOMER WITH THE  *
      * CIF LEGAL NAME, DOCUMENT NUMBER AND ADDRESS, A LINE FOR EACH *
      * MONTH INVOLVED, AND THE YEAR'S GROSS INTEREST, TAX WITHHELD   *
      * AND NET INTEREST, AND ONE LINE PER CUSTOMER IS WRITTEN TO THE *
      * SUMMARY EXTRACT.                                              *
      *                                                               *
      * TAX ENTRIES ARE SELECTED EXACTLY AS TAXREMIT SELECTS THEM     *
      * (SUCCESSFUL 'X' ENTRIES ON AN ACCOUNT STILL ON FILE), SO EACH *
      * MONTH'S TAX TOTAL MUST EQUAL THE FIGURE TAXREMIT KEPT IN THE *
      * REMITTANCE HISTORY. THE RUN ENDS BY PROVING ALL TWELVE        *
      * MONTHS AND THE YEAR'S GRAND TOTAL AGAINST THAT HISTORY.       *
      * RUN ON DEMAND AFTER THE DECEMBER REMITTANCE, BEFORE THE       *
      * ARCHIVE FILE FOR THE YEAR IS RENAMED ASIDE.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTSEL.
           COPY CUSTSEL.
           COPY TRANSEL.
           COPY ARCHSEL.
           COPY AUDITSEL.
           COPY TAXRHSEL.
           COPY TAXCWSEL.
           COPY TAXCTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  TRANS-ARCHIVE-FILE.
           COPY ARCHREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  TAX-REMIT-HISTORY-FILE.
           COPY TAXRHREC.

       FD  TAX-CERT-WORK-FILE.
           COPY TAXCWREC.

       FD  TAX-CERT-FILE.
           COPY TAXCTREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * FILE STATUS CODES                                              *
      *****************************************************************
       01  FILE-STATUS-ACCOUNT         PIC XX.
       01  FILE-STATUS-CUST            PIC XX.
       01  FILE-STATUS-TRANS           PIC XX.
       01  FILE-STATUS-ARCH            PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.
       01  FILE-STATUS-TAXH            PIC XX.
       01  FILE-STATUS-TAXCW           PIC XX.
       01  FILE-STATUS-TAXC            PIC XX.

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
      * PER-MONTH TAX TABLE - THE YEAR'S TAX ENTRIES BY MONTH, AND    *
      * THE FIGURE TAXREMIT REMITTED FOR THE SAME MONTH                *
      *****************************************************************
       01  TAX-MONTH-TABLE.
           05  TAX-MONTH-ENTRY OCCURS 12 TIMES.
               10  TAXM-ITEM-COUNT     PIC 9(07).
               10  TAXM-TAX-AMOUNT     PIC 9(13)V99.
               10  TAXM-REMIT-COUNT    PIC 9(07).
               10  TAXM-REMIT-AMOUNT   PIC 9(13)V99.
               10  TAXM-REMIT-FOUND    PIC X(01).
                   88  TAXM-REMITTED   VALUE 'Y'.

      *****************************************************************
      * CERTIFICATE RUN VARIABLES                                      *
      *****************************************************************
       01  TAXCERT-VARIABLES.
           05  TAXC-YEAR               PIC X(04).
           05  TAXC-YEAR-NUM           PIC 9(04).
           05  TAXC-YEAR-VALID         PIC X VALUE 'N'.
               88  TAXC-YEAR-OK        VALUE 'Y'.
           05  END-OF-TRANSACTION-LOG  PIC X VALUE 'N'.
               88  NO-MORE-TRANSACTIONS VALUE 'Y'.
           05  END-OF-ARCHIVE          PIC X VALUE 'N'.
               88  NO-MORE-ARCHIVE     VALUE 'Y'.
           05  END-OF-WORK-FILE        PIC X VALUE 'N'.
               88  NO-MORE-WORK        VALUE 'Y'.
           05  TAXC-ARCHIVE-PRESENT    PIC X VALUE 'Y'.
               88  ARCHIVE-PRESENT     VALUE 'Y'.
           05  TAXC-HISTORY-PRESENT    PIC X VALUE 'Y'.
               88  HISTORY-PRESENT     VALUE 'Y'.
           05  TAXC-ACCOUNT-FOUND      PIC X VALUE 'N'.
               88  TAXC-ACCOUNT-OK     VALUE 'Y'.
           05  TAXC-CUSTOMER-FOUND     PIC X VALUE 'N'.
               88  TAXC-CUSTOMER-OK    VALUE 'Y'.
           05  TAXC-AGREED-FLAG        PIC X VALUE 'Y'.
               88  TAXC-ALL-AGREED     VALUE 'Y'.
           05  TAXC-MONTH-NUM          PIC 9(02).
           05  TAXC-MONTH-INDEX        PIC 9(02).
           05  TAXC-CUSTOMER-WORK      PIC X(15).
           05  TAXC-CURRENT-CUSTOMER   PIC X(15) VALUE SPACES.
           05  TAXC-MONTH-NET          PIC S9(13)V99.
           05  TAXC-LIVE-READ          PIC 9(09) VALUE ZERO.
           05  TAXC-ARCHIVE-READ       PIC 9(09) VALUE ZERO.
           05  TAXC-INTEREST-ITEMS     PIC 9(07) VALUE ZERO.
           05  TAXC-TAX-ITEMS          PIC 9(07) VALUE ZERO.
           05  TAXC-ITEMS-SKIPPED      PIC 9(07) VALUE ZERO.
           05  TAXC-CUSTOMERS          PIC 9(07) VALUE ZERO.
           05  TAXC-CIF-MISSING        PIC 9(07) VALUE ZERO.
           05  TAXC-MONTHS-DIFFERENT   PIC 9(02) VALUE ZERO.
      *    ONE CUSTOMER'S CERTIFICATE, BUILT UP MONTH BY MONTH
           05  TAXC-CERT-GROSS         PIC 9(13)V99.
           05  TAXC-CERT-TAX           PIC 9(13)V99.
           05  TAXC-CERT-MONTHS        PIC X(12).
      *    YEAR TOTALS OVER ALL CERTIFICATES
           05  TAXC-GRAND-GROSS        PIC 9(13)V99 VALUE ZERO.
           05  TAXC-GRAND-TAX          PIC 9(13)V99 VALUE ZERO.
           05  TAXC-GRAND-NET          PIC S9(13)V99 VALUE ZERO.
           05  TAXC-REMIT-TOTAL        PIC 9(13)V99 VALUE ZERO.
           05  TAXC-MONTH-TAX-TOTAL    PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           IF TAXC-YEAR-OK
               PERFORM 2000-SCAN-LIVE-LOG
                   UNTIL NO-MORE-TRANSACTIONS
               PERFORM 2500-SCAN-ARCHIVE
                   UNTIL NO-MORE-ARCHIVE
               PERFORM 3000-PRINT-CERTIFICATES
               PERFORM 4000-AGREE-WITH-REMITTANCES
               PERFORM 8000-PRINT-RUN-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE-RUN
           GOBACK.

      *****************************************************************
      * INITIALIZATION                                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'ANNUAL WITHHOLDING TAX CERTIFICATES'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT TRANSACTION-LOG
           OPEN INPUT TRANS-ARCHIVE-FILE
           IF FILE-STATUS-ARCH NOT = '00'
               DISPLAY 'NO TRANSACTION ARCHIVE FILE PRESENT - LIVE '
                       'LOG ONLY'
               MOVE 'N' TO TAXC-ARCHIVE-PRESENT
               MOVE 'Y' TO END-OF-ARCHIVE
           END-IF
           OPEN INPUT TAX-REMIT-HISTORY-FILE
           IF FILE-STATUS-TAXH NOT = '00'
               MOVE 'N' TO TAXC-HISTORY-PRESENT
           END-IF
           PERFORM 1100-OPEN-AUDIT-LOG
           PERFORM 1150-OPEN-WORK-FILE
           OPEN OUTPUT TAX-CERT-FILE

           PERFORM 1200-CLEAR-MONTH-ROW
               VARYING TAXC-MONTH-INDEX FROM 1 BY 1
               UNTIL TAXC-MONTH-INDEX > 12

           PERFORM 1300-GET-TAX-YEAR

           IF TAXC-YEAR-OK
               MOVE LOW-VALUES TO TRANS-ID
               START TRANSACTION-LOG KEY IS GREATER THAN TRANS-ID
                   INVALID KEY
                       MOVE 'Y' TO END-OF-TRANSACTION-LOG
               END-START
           END-IF.

      *    AUDIT-LOG IS INDEXED; CREATE ON FIRST USE AND OPEN I-O.
       1100-OPEN-AUDIT-LOG.
           OPEN I-O AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN I-O AUDIT-LOG
           END-IF.

      *    THE WORK FILE IS REBUILT FROM EMPTY ON EVERY RUN, SO A
      *    RE-RUN NEVER ADDS THE YEAR IN TWICE.
       1150-OPEN-WORK-FILE.
           OPEN OUTPUT TAX-CERT-WORK-FILE
           CLOSE TAX-CERT-WORK-FILE
           OPEN I-O TAX-CERT-WORK-FILE.

       1200-CLEAR-MONTH-ROW.
           MOVE ZERO TO TAXM-ITEM-COUNT(TAXC-MONTH-INDEX)
           MOVE ZERO TO TAXM-TAX-AMOUNT(TAXC-MONTH-INDEX)
           MOVE ZERO TO TAXM-REMIT-COUNT(TAXC-MONTH-INDEX)
           MOVE ZERO TO TAXM-REMIT-AMOUNT(TAXC-MONTH-INDEX)
           MOVE 'N' TO TAXM-REMIT-FOUND(TAXC-MONTH-INDEX).

      *    A BLANK REPLY DEFAULTS TO THE PREVIOUS YEAR, THE USUAL
      *    CASE FOR A RUN MADE AFTER THE DECEMBER REMITTANCE.
       1300-GET-TAX-YEAR.
           MOVE 'N' TO TAXC-YEAR-VALID
           DISPLAY 'ENTER TAX YEAR (YYYY, BLANK = PREVIOUS YEAR): '
           ACCEPT TAXC-YEAR

           IF TAXC-YEAR = SPACES
               MOVE TODAY-DATE(1:4) TO TAXC-YEAR-NUM
               SUBTRACT 1 FROM TAXC-YEAR-NUM
               MOVE TAXC-YEAR-NUM TO TAXC-YEAR
               DISPLAY 'DEFAULTED TO PREVIOUS YEAR ' TAXC-YEAR
           END-IF

           IF TAXC-YEAR IS NOT NUMERIC
               DISPLAY 'INVALID TAX YEAR - RUN ABANDONED'
           ELSE
               IF TAXC-YEAR > TODAY-DATE(1:4)
                   DISPLAY 'TAX YEAR IS IN THE FUTURE - RUN ABANDONED'
               ELSE
                   MOVE 'Y' TO TAXC-YEAR-VALID
                   DISPLAY 'CERTIFYING INTEREST AND TAX FOR '
                           TAXC-YEAR
                   IF TAXC-YEAR = TODAY-DATE(1:4)
                       DISPLAY 'WARNING: CURRENT YEAR - '
                               'CERTIFICATES COVER THE YEAR TO DATE'
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * GATHER THE YEAR'S INTEREST AND TAX ENTRIES                     *
      *****************************************************************
       2000-SCAN-LIVE-LOG.
           READ TRANSACTION-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTION-LOG
               NOT AT END
                   ADD 1 TO TAXC-LIVE-READ
                   PERFORM 2100-EVALUATE-TRANSACTION
           END-READ.

       2100-EVALUATE-TRANSACTION.
           IF (TRANS-INTEREST OR TRANS-TAX)
              AND TRANS-SUCCESS
              AND TRANS-TIMESTAMP(1:4) = TAXC-YEAR
              AND TRANS-TIMESTAMP(5:2) IS NUMERIC
               MOVE TRANS-TIMESTAMP(5:2) TO TAXC-MONTH-NUM
               PERFORM 2200-LOOKUP-ACCOUNT-CUSTOMER
               IF TAXC-ACCOUNT-OK
                  AND TAXC-MONTH-NUM > ZERO
                  AND TAXC-MONTH-NUM NOT > 12
                   PERFORM 2300-ADD-TO-WORK-FILE
               ELSE
                   ADD 1 TO TAXC-ITEMS-SKIPPED
               END-IF
           END-IF.

      *    SAME KEYED ACCOUNT READ AS TAXREMIT'S BRANCH LOOKUP, SO AN
      *    ENTRY TAXREMIT SKIPPED FOR A MISSING ACCOUNT IS SKIPPED
      *    HERE TOO AND THE MONTHLY TOTALS STILL AGREE.
       2200-LOOKUP-ACCOUNT-CUSTOMER.
           MOVE 'N' TO TAXC-ACCOUNT-FOUND
           MOVE TRANS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'EXCEPTION: ACCOUNT NOT FOUND FOR TAX '
                           'CERTIFICATE - TRANS ' TRANS-ID
               NOT INVALID KEY
                   MOVE CUSTOMER-ID TO TAXC-CUSTOMER-WORK
                   MOVE 'Y' TO TAXC-ACCOUNT-FOUND
           END-READ.

       2300-ADD-TO-WORK-FILE.
           MOVE TAXC-CUSTOMER-WORK TO TCW-CUSTOMER-ID
           MOVE TRANS-TIMESTAMP(5:2) TO TCW-MONTH
           READ TAX-CERT-WORK-FILE
               INVALID KEY
                   MOVE ZERO TO TCW-INTEREST-COUNT
                   MOVE ZERO TO TCW-GROSS-INTEREST
                   MOVE ZERO TO TCW-TAX-COUNT
                   MOVE ZERO TO TCW-TAX-WITHHELD
                   PERFORM 2400-ACCUMULATE-ENTRY
                   WRITE TAX-CERT-WORK-RECORD
               NOT INVALID KEY
                   PERFORM 2400-ACCUMULATE-ENTRY
                   REWRITE TAX-CERT-WORK-RECORD
           END-READ.

       2400-ACCUMULATE-ENTRY.
           IF TRANS-INTEREST
               ADD 1 TO TCW-INTEREST-COUNT
               ADD TRANS-AMOUNT TO TCW-GROSS-INTEREST
               ADD 1 TO TAXC-INTEREST-ITEMS
           ELSE
               ADD 1 TO TCW-TAX-COUNT
               ADD TRANS-AMOUNT TO TCW-TAX-WITHHELD
               ADD 1 TO TAXC-TAX-ITEMS
               ADD 1 TO TAXM-ITEM-COUNT(TAXC-MONTH-NUM)
               ADD TRANS-AMOUNT TO TAXM-TAX-AMOUNT(TAXC-MONTH-NUM)
           END-IF.

      *    ARCHIVE RECORDS ARE BYTE-FOR-BYTE TRANSACTION-RECORD
      *    IMAGES, SO EACH IS READ BACK UNDER THE TRANREC LAYOUT AND
      *    GOES THROUGH THE SAME SELECTION AS A LIVE ENTRY.
       2500-SCAN-ARCHIVE.
           READ TRANS-ARCHIVE-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE 'Y' TO END-OF-ARCHIVE
               NOT AT END
                   ADD 1 TO TAXC-ARCHIVE-READ
                   PERFORM 2100-EVALUATE-TRANSACTION
           END-READ.

      *****************************************************************
      * PRINT ONE CERTIFICATE PER CUSTOMER - THE WORK FILE COMES BACK *
      * IN CUSTOMER / MONTH ORDER, SO A CHANGE OF CUSTOMER-ID CLOSES  *
      * ONE CERTIFICATE AND OPENS THE NEXT                             *
      *****************************************************************
       3000-PRINT-CERTIFICATES.
           MOVE LOW-VALUES TO TCW-KEY
           START TAX-CERT-WORK-FILE KEY IS GREATER THAN TCW-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WORK-FILE
           END-START

           PERFORM 3100-NEXT-WORK-RECORD UNTIL NO-MORE-WORK

           IF TAXC-CUSTOMERS > ZERO
               PERFORM 3400-CLOSE-CERTIFICATE
           END-IF.

       3100-NEXT-WORK-RECORD.
           READ TAX-CERT-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-WORK-FILE
               NOT AT END
                   IF TAXC-CUSTOMERS = ZERO
                      OR TCW-CUSTOMER-ID NOT = TAXC-CURRENT-CUSTOMER
                       IF TAXC-CUSTOMERS > ZERO
                           PERFORM 3400-CLOSE-CERTIFICATE
                       END-IF
                       PERFORM 3200-OPEN-CERTIFICATE
                   END-IF
                   PERFORM 3300-PRINT-MONTH-LINE
           END-READ.

      *    A CUSTOMER-ID NOT ON THE CIF FILE STILL GETS ITS
      *    CERTIFICATE AND EXTRACT LINE, WITH NAME AND DOCUMENT LEFT
      *    BLANK, SO THE EXTRACT STILL TOTALS TO THE REMITTANCES.
       3200-OPEN-CERTIFICATE.
           ADD 1 TO TAXC-CUSTOMERS
           MOVE TCW-CUSTOMER-ID TO TAXC-CURRENT-CUSTOMER
           MOVE ZERO TO TAXC-CERT-GROSS
           MOVE ZERO TO TAXC-CERT-TAX
           MOVE 'NNNNNNNNNNNN' TO TAXC-CERT-MONTHS

           MOVE 'N' TO TAXC-CUSTOMER-FOUND
           MOVE TCW-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-LEGAL-NAME
                   MOVE SPACES TO CUST-DOC-NUMBER
                   MOVE SPACES TO CUST-ADDRESS
                   ADD 1 TO TAXC-CIF-MISSING
               NOT INVALID KEY
                   MOVE 'Y' TO TAXC-CUSTOMER-FOUND
           END-READ

           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY 'BUKTI POTONG PPH PASAL 4 AYAT 2 - BUNGA SIMPANAN'
           DISPLAY 'WITHHOLDING TAX CERTIFICATE - TAX YEAR ' TAXC-YEAR
           DISPLAY '========================================='
           DISPLAY 'CUSTOMER ID:   ' TCW-CUSTOMER-ID
           DISPLAY 'LEGAL NAME:    ' CUST-LEGAL-NAME
           DISPLAY 'DOCUMENT NO:   ' CUST-DOC-NUMBER
           DISPLAY 'ADDRESS:       ' CUST-ADDRESS
           IF NOT TAXC-CUSTOMER-OK
               DISPLAY 'EXCEPTION: CUSTOMER ' TCW-CUSTOMER-ID
                       ' NOT ON CIF FILE'
           END-IF
           DISPLAY '-----------------------------------------'
           DISPLAY 'MONTH  GROSS INTEREST    TAX WITHHELD      '
                   'NET INTEREST'.

       3300-PRINT-MONTH-LINE.
           MOVE TCW-MONTH TO TAXC-MONTH-NUM
           MOVE 'Y' TO TAXC-CERT-MONTHS(TAXC-MONTH-NUM:1)
           ADD TCW-GROSS-INTEREST TO TAXC-CERT-GROSS
           ADD TCW-TAX-WITHHELD TO TAXC-CERT-TAX
           COMPUTE TAXC-MONTH-NET =
               TCW-GROSS-INTEREST - TCW-TAX-WITHHELD
           DISPLAY TAXC-YEAR TCW-MONTH ' '
                   TCW-GROSS-INTEREST '  ' TCW-TAX-WITHHELD '  '
                   TAXC-MONTH-NET.

       3400-CLOSE-CERTIFICATE.
           MOVE 'D' TO TXC-REC-TYPE
           MOVE TAXC-YEAR TO TXC-TAX-YEAR
           MOVE TAXC-CURRENT-CUSTOMER TO TXC-CUSTOMER-ID
           MOVE CUST-DOC-NUMBER TO TXC-DOC-NUMBER
           MOVE CUST-LEGAL-NAME TO TXC-LEGAL-NAME
           MOVE TAXC-CERT-MONTHS TO TXC-MONTHS-INVOLVED
           MOVE TAXC-CERT-GROSS TO TXC-GROSS-INTEREST
           MOVE TAXC-CERT-TAX TO TXC-TAX-WITHHELD
           COMPUTE TXC-NET-INTEREST =
               TAXC-CERT-GROSS - TAXC-CERT-TAX
           WRITE TAX-CERT-RECORD

           ADD TAXC-CERT-GROSS TO TAXC-GRAND-GROSS
           ADD TAXC-CERT-TAX TO TAXC-GRAND-TAX
           ADD TXC-NET-INTEREST TO TAXC-GRAND-NET

           DISPLAY '-----------------------------------------'
           DISPLAY 'MONTHS INVOLVED:      ' TAXC-CERT-MONTHS
           DISPLAY 'TOTAL GROSS INTEREST: ' TAXC-CERT-GROSS
           DISPLAY 'TOTAL TAX WITHHELD:   ' TAXC-CERT-TAX
           DISPLAY 'TOTAL NET INTEREST:   ' TXC-NET-INTEREST.

      *****************************************************************
      * AGREE THE YEAR'S TAX, MONTH BY MONTH, WITH THE TWELVE FIGURES *
      * TAXREMIT REMITTED. A MONTH WITH NO REMITTANCE HISTORY AGREES  *
      * ONLY IF NO TAX WAS WITHHELD IN IT.                             *
      *****************************************************************
       4000-AGREE-WITH-REMITTANCES.
           MOVE 'Y' TO TAXC-AGREED-FLAG
           DISPLAY ' '
           DISPLAY 'AGREEMENT WITH MONTHLY TAX REMITTANCES - '
                   TAXC-YEAR
           DISPLAY '---------------------------------'
           DISPLAY 'MONTH   CERTIFIED TAX     REMITTED TAX'
           IF NOT HISTORY-PRESENT
               DISPLAY 'NO TAX REMITTANCE HISTORY FILE PRESENT'
           END-IF

           PERFORM 4100-AGREE-ONE-MONTH
               VARYING TAXC-MONTH-INDEX FROM 1 BY 1
               UNTIL TAXC-MONTH-INDEX > 12

           IF TAXC-MONTH-TAX-TOTAL NOT = TAXC-GRAND-TAX
              OR TAXC-REMIT-TOTAL NOT = TAXC-GRAND-TAX
               MOVE 'N' TO TAXC-AGREED-FLAG
           END-IF

           DISPLAY 'YEAR   ' TAXC-GRAND-TAX '  ' TAXC-REMIT-TOTAL
           IF TAXC-ALL-AGREED
               DISPLAY 'CERTIFICATES AGREE WITH ALL TWELVE '
                       'REMITTANCES'
           ELSE
               DISPLAY '*** CERTIFICATES DO NOT AGREE WITH THE '
                       'REMITTANCES - ' TAXC-MONTHS-DIFFERENT
                       ' MONTH(S) DIFFER ***'
           END-IF

           MOVE 'T' TO TXC-CTL-REC-TYPE
           MOVE TAXC-YEAR TO TXC-CTL-TAX-YEAR
           MOVE TAXC-CUSTOMERS TO TXC-CTL-CUSTOMER-COUNT
           MOVE TAXC-GRAND-GROSS TO TXC-CTL-GROSS-INTEREST
           MOVE TAXC-GRAND-TAX TO TXC-CTL-TAX-WITHHELD
           MOVE TAXC-GRAND-NET TO TXC-CTL-NET-INTEREST
           MOVE TAXC-AGREED-FLAG TO TXC-CTL-AGREED-FLAG
           MOVE SPACES TO TXC-CTL-FILLER
           WRITE TAX-CERT-CONTROL-RECORD.

       4100-AGREE-ONE-MONTH.
           ADD TAXM-TAX-AMOUNT(TAXC-MONTH-INDEX)
               TO TAXC-MONTH-TAX-TOTAL
           IF HISTORY-PRESENT
               MOVE TAXC-YEAR TO TAXH-REMIT-MONTH(1:4)
               MOVE TAXC-MONTH-INDEX TO TAXH-REMIT-MONTH(5:2)
               READ TAX-REMIT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO TAXM-REMIT-FOUND(TAXC-MONTH-INDEX)
                       MOVE TAXH-ITEM-COUNT
                            TO TAXM-REMIT-COUNT(TAXC-MONTH-INDEX)
                       MOVE TAXH-TAX-AMOUNT
                            TO TAXM-REMIT-AMOUNT(TAXC-MONTH-INDEX)
                       ADD TAXH-TAX-AMOUNT TO TAXC-REMIT-TOTAL
               END-READ
           END-IF

           IF TAXM-TAX-AMOUNT(TAXC-MONTH-INDEX)
                  NOT = TAXM-REMIT-AMOUNT(TAXC-MONTH-INDEX)
              OR TAXM-ITEM-COUNT(TAXC-MONTH-INDEX)
                  NOT = TAXM-REMIT-COUNT(TAXC-MONTH-INDEX)
               MOVE 'N' TO TAXC-AGREED-FLAG
               ADD 1 TO TAXC-MONTHS-DIFFERENT
               IF TAXM-REMITTED(TAXC-MONTH-INDEX)
                   DISPLAY TAXC-YEAR TAXC-MONTH-INDEX ' '
                           TAXM-TAX-AMOUNT(TAXC-MONTH-INDEX) '  '
                           TAXM-REMIT-AMOUNT(TAXC-MONTH-INDEX)
                           '  *** DIFFERS ***'
               ELSE
                   DISPLAY TAXC-YEAR TAXC-MONTH-INDEX ' '
                           TAXM-TAX-AMOUNT(TAXC-MONTH-INDEX)
                           '  *** NO REMITTANCE ON FILE ***'
               END-IF
           ELSE
               DISPLAY TAXC-YEAR TAXC-MONTH-INDEX ' '
                       TAXM-TAX-AMOUNT(TAXC-MONTH-INDEX) '  '
                       TAXM-REMIT-AMOUNT(TAXC-MONTH-INDEX)
           END-IF.

      *****************************************************************
      * SUMMARY                                                        *
      *****************************************************************
       8000-PRINT-RUN-SUMMARY.
           DISPLAY ' '
           DISPLAY 'TAX CERTIFICATE RUN SUMMARY - ' TAXC-YEAR
           DISPLAY '---------------------------------'
           DISPLAY 'LIVE LOG RECORDS READ:  ' TAXC-LIVE-READ
           DISPLAY 'ARCHIVE RECORDS READ:   ' TAXC-ARCHIVE-READ
           DISPLAY 'INTEREST ENTRIES:       ' TAXC-INTEREST-ITEMS
           DISPLAY 'TAX ENTRIES:            ' TAXC-TAX-ITEMS
           DISPLAY 'SKIPPED/EXCEPTIONS:     ' TAXC-ITEMS-SKIPPED
           DISPLAY 'CERTIFICATES PRINTED:   ' TAXC-CUSTOMERS
           DISPLAY 'CUSTOMERS NOT ON CIF:   ' TAXC-CIF-MISSING
           DISPLAY 'TOTAL GROSS INTEREST:   ' TAXC-GRAND-GROSS
           DISPLAY 'TOTAL TAX WITHHELD:     ' TAXC-GRAND-TAX
           DISPLAY 'TOTAL NET INTEREST:     ' TAXC-GRAND-NET
           DISPLAY 'TOTAL TAX REMITTED:     ' TAXC-REMIT-TOTAL
           DISPLAY 'AGREED WITH REMITTANCE: ' TAXC-AGREED-FLAG
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'TAX_CERT' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           STRING 'YEAR=' TAXC-YEAR
                  ' CUSTOMERS=' TAXC-CUSTOMERS
                  ' TAX=' TAXC-GRAND-TAX
                  ' REMITTED=' TAXC-REMIT-TOTAL
                  ' AGREED=' TAXC-AGREED-FLAG
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
           STRING 'TXC' AUDIT-TIMESTAMP-WORK(1:8)
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
           CLOSE TRANSACTION-LOG
           IF ARCHIVE-PRESENT
               CLOSE TRANS-ARCHIVE-FILE
           END-IF
           IF HISTORY-PRESENT
               CLOSE TAX-REMIT-HISTORY-FILE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE TAX-CERT-WORK-FILE
           CLOSE TAX-CERT-FILE
           DISPLAY 'TAX CERTIFICATE RUN COMPLETE'.

      * Made with Bob
