      *****************************************************************
      * TAXCTSEL.cpy - FILE-CONTROL ENTRY FOR THE ANNUAL TAX          *
      * CERTIFICATE SUMMARY EXTRACT                                   *
      *****************************************************************
           SELECT TAX-CERT-FILE ASSIGN TO 'TAXCERT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS-TAXC.
