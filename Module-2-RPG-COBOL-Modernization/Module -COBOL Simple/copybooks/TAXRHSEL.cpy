      *****************************************************************
      * TAXRHSEL.cpy - FILE-CONTROL ENTRY FOR THE TAX REMITTANCE      *
      * HISTORY, KEYED BY REMITTANCE MONTH                            *
      *****************************************************************
           SELECT TAX-REMIT-HISTORY-FILE ASSIGN TO 'TAXRHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXH-REMIT-MONTH
               FILE STATUS IS FILE-STATUS-TAXH.
