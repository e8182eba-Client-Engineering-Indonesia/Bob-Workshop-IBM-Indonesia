      *****************************************************************
      * ALERTSEL.cpy - FILE-CONTROL ENTRY FOR THE CUSTOMER ALERT      *
      * EXTRACT HANDED TO THE SMS / E-MAIL GATEWAY                    *
      *****************************************************************
           SELECT ALERT-FILE ASSIGN TO 'ALERTS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS-ALERT.
