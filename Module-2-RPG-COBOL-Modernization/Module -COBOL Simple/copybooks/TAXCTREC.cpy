      *****************************************************************
      * TAXCTREC.cpy                                                  *
      * RECORD LAYOUTS FOR THE ANNUAL WITHHOLDING TAX CERTIFICATE     *
      * (BUKTI POTONG) SUMMARY EXTRACT WRITTEN BY TAXCERT. ONE DETAIL *
      * LINE PER CUSTOMER CERTIFIED, FOLLOWED BY A SINGLE CONTROL     *
      * TOTAL LINE (SAME PATTERN AS THE TAX REMITTANCE EXTRACT). THE  *
      * MONTHS-INVOLVED FLAGS HOLD 'Y' IN THE POSITION OF EACH MONTH  *
      * (1 = JANUARY) THAT CARRIED INTEREST OR TAX, 'N' OTHERWISE.    *
      * THE TRAILER'S AGREED FLAG IS 'Y' WHEN THE TAX TOTAL FOR EACH  *
      * OF THE TWELVE MONTHS MATCHED THE TAXREMIT HISTORY.            *
      *****************************************************************
       01  TAX-CERT-RECORD.
           05  TXC-REC-TYPE            PIC X(01) VALUE 'D'.
           05  TXC-TAX-YEAR            PIC X(04).
           05  TXC-CUSTOMER-ID         PIC X(15).
           05  TXC-DOC-NUMBER          PIC X(20).
           05  TXC-LEGAL-NAME          PIC X(50).
           05  TXC-MONTHS-INVOLVED     PIC X(12).
           05  TXC-GROSS-INTEREST      PIC 9(13)V99.
           05  TXC-TAX-WITHHELD        PIC 9(13)V99.
           05  TXC-NET-INTEREST        PIC S9(13)V99.
           05  FILLER                  PIC X(03).

       01  TAX-CERT-CONTROL-RECORD.
           05  TXC-CTL-REC-TYPE        PIC X(01) VALUE 'T'.
           05  TXC-CTL-TAX-YEAR        PIC X(04).
           05  TXC-CTL-CUSTOMER-COUNT  PIC 9(07).
           05  TXC-CTL-GROSS-INTEREST  PIC 9(13)V99.
           05  TXC-CTL-TAX-WITHHELD    PIC 9(13)V99.
           05  TXC-CTL-NET-INTEREST    PIC S9(13)V99.
           05  TXC-CTL-AGREED-FLAG     PIC X(01).
           05  TXC-CTL-FILLER          PIC X(92).
