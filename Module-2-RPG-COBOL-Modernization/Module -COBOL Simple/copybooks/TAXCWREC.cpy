      *****************************************************************
      * TAXCWREC.cpy                                                  *
      * TAX CERTIFICATE WORK RECORD - THE YEAR'S GROSS INTEREST AND   *
      * WITHHOLDING TAX FOR ONE CUSTOMER IN ONE MONTH, SUMMED OVER    *
      * ALL OF THE CUSTOMER'S ACCOUNTS FROM BOTH THE LIVE LOG AND THE *
      * ARCHIVE. REBUILT FROM EMPTY ON EVERY TAXCERT RUN.             *
      *****************************************************************
       01  TAX-CERT-WORK-RECORD.
           05  TCW-KEY.
               10  TCW-CUSTOMER-ID     PIC X(15).
               10  TCW-MONTH           PIC X(02).
           05  TCW-INTEREST-COUNT      PIC 9(07).
           05  TCW-GROSS-INTEREST      PIC 9(13)V99.
           05  TCW-TAX-COUNT           PIC 9(07).
           05  TCW-TAX-WITHHELD        PIC 9(13)V99.
