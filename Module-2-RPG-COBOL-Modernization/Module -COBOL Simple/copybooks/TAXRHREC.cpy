      *****************************************************************
      * TAXRHREC.cpy                                                  *
      * TAX REMITTANCE HISTORY - ONE RECORD PER MONTH KEEPING THE     *
      * CONTROL TOTALS TAXREMIT SENT TO THE TAX OFFICE, SINCE THE     *
      * EXTRACT FILE ITSELF IS REPLACED EVERY MONTH. THE YEAR-END     *
      * TAX CERTIFICATE RUN (TAXCERT) AGREES ITS TOTALS WITH THE      *
      * TWELVE RECORDS FOR THE YEAR. A RE-RUN OF A MONTH REPLACES     *
      * THAT MONTH'S RECORD.                                          *
      *****************************************************************
       01  TAX-REMIT-HISTORY-RECORD.
           05  TAXH-REMIT-MONTH        PIC X(06).
           05  TAXH-BRANCH-COUNT       PIC 9(07).
           05  TAXH-ITEM-COUNT         PIC 9(07).
           05  TAXH-TAX-AMOUNT         PIC 9(13)V99.
           05  TAXH-RUN-DATE           PIC X(08).
