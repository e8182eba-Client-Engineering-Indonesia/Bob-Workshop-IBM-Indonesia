      *****************************************************************
      * WLINREC.cpy                                                   *
      * RECORD LAYOUTS FOR THE PUBLISHED WATCHLIST FILE. ONE HEADER   *
      * NAMING THE LIST AND ITS EDITION DATE, WITH THE ENTRY COUNT    *
      * THE LOAD MUST PROVE AGAINST, FOLLOWED BY ONE DETAIL PER       *
      * LISTED PERSON OR ENTITY. A FILE CARRIES ONE LIST EDITION IN   *
      * FULL. BOTH LAYOUTS ARE PADDED TO THE SAME 100-BYTE LENGTH.    *
      *****************************************************************
       01  WATCHLIST-INPUT-HEADER.
           05  WLIN-HDR-REC-TYPE       PIC X(01).
               88  WLIN-HEADER         VALUE 'H'.
           05  WLIN-HDR-LIST-SOURCE    PIC X(10).
           05  WLIN-HDR-LIST-DATE      PIC X(08).
           05  WLIN-HDR-RECORD-COUNT   PIC 9(07).
           05  WLIN-HDR-FILLER         PIC X(74).

       01  WATCHLIST-INPUT-DETAIL.
           05  WLIN-DTL-REC-TYPE       PIC X(01).
               88  WLIN-DETAIL         VALUE 'D'.
           05  WLIN-DTL-ENTRY-ID       PIC X(15).
           05  WLIN-DTL-NAME           PIC X(50).
           05  WLIN-DTL-DOC-NUMBER     PIC X(20).
           05  WLIN-DTL-BIRTH-DATE     PIC X(10).
           05  WLIN-DTL-FILLER         PIC X(04).
