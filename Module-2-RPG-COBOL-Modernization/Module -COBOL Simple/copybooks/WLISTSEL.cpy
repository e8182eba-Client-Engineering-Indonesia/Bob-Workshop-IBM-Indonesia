      *****************************************************************
      * WLISTSEL.cpy - FILE-CONTROL ENTRY FOR THE SANCTIONS AND       *
      * TERRORIST-FINANCING WATCHLIST. ALTERNATE KEYS ON THE          *
      * NORMALISED NAME AND THE DOCUMENT NUMBER SO A SCREEN IS TWO    *
      * KEYED LOOKUPS INSTEAD OF A PASS OVER THE WHOLE LIST.          *
      *****************************************************************
           SELECT WATCHLIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-KEY
               ALTERNATE RECORD KEY IS WL-MATCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS WL-DOC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS-WLIST.
