      *****************************************************************
      * WLISTREC.cpy                                                  *
      * SHARED WATCHLIST RECORD LAYOUT                                *
      * ONE RECORD PER LISTED PERSON OR ENTITY, KEYED BY THE LIST IT  *
      * CAME FROM (E.G. DTTOT, UNSC) AND THAT LIST'S OWN ENTRY ID.    *
      * LOADED BY COMPLIANCE FROM THE REGULATOR'S PUBLISHED FILE      *
      * (WLLOAD). WL-MATCH-NAME IS WL-NAME UPPER-CASED WITH           *
      * PUNCTUATION DROPPED AND RUNS OF SPACES SQUEEZED TO ONE, THE   *
      * SAME FORM THE SCREENING PATHS PUT A CUSTOMER OR BENEFICIARY   *
      * NAME INTO BEFORE LOOKING IT UP. AN ENTRY DROPPED FROM A LATER *
      * EDITION OF ITS LIST IS KEPT AS DELISTED, NOT DELETED, SO PAST *
      * SCREENING DECISIONS STILL RESOLVE TO THE ENTRY THEY CITED.    *
      *****************************************************************
       01  WATCHLIST-RECORD.
           05  WL-ENTRY-KEY.
               10  WL-LIST-SOURCE      PIC X(10).
               10  WL-ENTRY-ID         PIC X(15).
           05  WL-NAME                 PIC X(50).
           05  WL-MATCH-NAME           PIC X(50).
           05  WL-DOC-NUMBER           PIC X(20).
           05  WL-BIRTH-DATE           PIC X(10).
           05  WL-LIST-DATE            PIC X(08).
           05  WL-LOADED-DATE          PIC X(08).
           05  WL-STATUS               PIC X(01).
               88  WL-LISTED           VALUE 'A'.
               88  WL-DELISTED         VALUE 'D'.
