      *****************************************************************
      * PENDCHGSEL.cpy - FILE-CONTROL ENTRY FOR THE PENDING MASTER-   *
      * DATA CHANGE FILE. KEYED BY PENDING ID (TIME-ORDERED, SO A     *
      * FORWARD SCAN READS OLDEST FIRST), WITH AN ALTERNATE KEY ON    *
      * STATUS SO THE CHECKER'S QUEUE CAN START STRAIGHT AT THE       *
      * ITEMS STILL PENDING.                                          *
      *****************************************************************
           SELECT PENDING-CHANGE-FILE ASSIGN TO 'PENDCHG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               ALTERNATE RECORD KEY IS PEND-STATUS
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS-PENDCHG.
