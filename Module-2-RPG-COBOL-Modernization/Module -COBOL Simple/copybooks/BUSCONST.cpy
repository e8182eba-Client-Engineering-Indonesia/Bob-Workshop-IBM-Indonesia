                                       VALUE 500000000.00.
           05  AML-NEAR-THRESHOLD-PCT  PIC 9(03) VALUE 080.
           05  AML-STRUCTURE-MIN-ITEMS PIC 9(02) VALUE 02.
      *    FALLBACK ANNUAL DEBIT INTEREST RATE ON OVERDRAWN CHECKING
      *    BALANCES, USED BY INTRUN WHEN THE RATE TABLE HAS NO ACTIVE
      *    ROW FOR ACCOUNT TYPE 'O'.
           05  OD-DEBIT-INTEREST-RATE  PIC 9(02)V9(4) VALUE 18.0000.
      *    MOST LEAVES ONE CHEQUE BOOK ISSUE OR ONE STOP-PAYMENT RANGE
      *    MAY COVER IN A SINGLE TELLER ENTRY.
           05  MAX-CHEQUE-RANGE-LEAVES PIC 9(03) VALUE 100.
      *    CUSTOMER ALERT EXTRACT (ALERTEXT). A CASH WITHDRAWAL OR
      *    OUTWARD TRANSFER AT OR ABOVE THE THRESHOLD IS ALERTED;
      *    A FIXED DEPOSIT IS ALERTED EACH NIGHT ONCE ITS MATURITY
      *    DATE FALLS WITHIN THE NOTICE WINDOW. A PHONE NUMBER NEEDS
      *    AT LEAST THE MINIMUM DIGIT COUNT TO BE USABLE.
           05  ALERT-AMOUNT-THRESHOLD  PIC 9(13)V99
                                       VALUE 5000000.00.
           05  ALERT-FD-NOTICE-DAYS    PIC 9(03) VALUE 007.
           05  ALERT-MIN-PHONE-DIGITS  PIC 9(02) VALUE 08.
      *    MAKER-CHECKER QUEUE. A PENDING MASTER-DATA CHANGE NOT
      *    APPROVED OR REJECTED WITHIN THIS MANY CALENDAR DAYS OF
      *    BEING KEYED EXPIRES AND MUST BE KEYED AGAIN.
           05  PEND-EXPIRY-DAYS        PIC 9(03) VALUE 005.
      *    CROSS-FILE INTEGRITY SCAN (XREFSCAN). WHEN 'Y' A SEVERE
      *    FINDING ENDS THE SCAN WITH A NON-ZERO RETURN CODE SO EODRUN
      *    STOPS THE WINDOW THE SAME WAY A FILEPROOF BREAK DOES; 'N'
      *    REPORTS SEVERE FINDINGS WITHOUT HOLDING UP THE NIGHT.
           05  XREF-STOP-ON-SEVERE     PIC X(01) VALUE 'Y'.
               88  XREF-SEVERE-STOPS-EOD VALUE 'Y'.
