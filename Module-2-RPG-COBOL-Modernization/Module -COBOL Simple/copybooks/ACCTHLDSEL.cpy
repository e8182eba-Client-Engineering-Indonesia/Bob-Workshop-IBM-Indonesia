      *****************************************************************
      * ACCTHLDSEL.cpy - FILE-CONTROL ENTRY FOR THE ACCOUNT-HOLDER    *
      * RELATIONSHIP FILE. THE PRIMARY KEY (ACCOUNT + CUSTOMER) LETS  *
      * THE MANDATE CHECK LIST ONE ACCOUNT'S HOLDERS WITH A START;    *
      * THE ALTERNATE KEY ON CUSTOMER LETS STATEMENT AND AMLSCAN FIND *
      * EVERY ACCOUNT A CUSTOMER IS LINKED TO.                        *
      *****************************************************************
           SELECT ACCOUNT-HOLDER-FILE ASSIGN TO 'ACCTHLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHLD-KEY
               ALTERNATE RECORD KEY IS AHLD-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS-ACCTHLD.
