      *****************************************************************
      * TAXCWSEL.cpy - FILE-CONTROL ENTRY FOR THE TAX CERTIFICATE     *
      * WORK FILE, KEYED BY CUSTOMER + MONTH SO ONE SEQUENTIAL PASS   *
      * PRESENTS EACH CUSTOMER'S MONTHS TOGETHER AND IN ORDER         *
      *****************************************************************
           SELECT TAX-CERT-WORK-FILE ASSIGN TO 'TAXCWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCW-KEY
               FILE STATUS IS FILE-STATUS-TAXCW.
