      *****************************************************************
      * WLINSEL.cpy - FILE-CONTROL ENTRY FOR THE PUBLISHED WATCHLIST  *
      * FILE COMPLIANCE RECEIVES FROM THE REGULATOR                   *
      *****************************************************************
           SELECT WATCHLIST-INPUT-FILE ASSIGN TO 'WLINPUT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS-WLIN.
