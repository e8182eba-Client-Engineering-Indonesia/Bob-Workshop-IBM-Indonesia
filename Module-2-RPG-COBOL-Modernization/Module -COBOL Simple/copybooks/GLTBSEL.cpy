      *****************************************************************
      * GLTBSEL.cpy - FILE-CONTROL ENTRY FOR THE DAILY TRIAL BALANCE  *
      * FILE DELIVERED BY THE GENERAL LEDGER                          *
      *****************************************************************
           SELECT GL-TRIAL-BALANCE-FILE ASSIGN TO 'GLTB.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS-GLTB.
