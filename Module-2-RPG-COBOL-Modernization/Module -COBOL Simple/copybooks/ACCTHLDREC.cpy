      *****************************************************************
      * ACCTHLDREC.cpy                                                *
      * SHARED ACCOUNT-HOLDER RELATIONSHIP RECORD LAYOUT              *
      * ONE RECORD PER CIF CUSTOMER LINKED TO AN ACCOUNT, SO A JOINT  *
      * (HUSBAND-AND-WIFE) ACCOUNT OR A COMPANY ACCOUNT WITH SEVERAL  *
      * DIRECTORS RECORDS EVERY PARTY. ACCOUNT-RECORD'S CUSTOMER-ID   *
      * STAYS THE PRIMARY HOLDER; ACCOUNT OPENING WRITES THE MATCHING *
      * 'P' LINK. A REMOVED LINK IS KEPT (STATUS 'R') AS HISTORY.     *
      * THE ACCOUNT'S ACCOUNT-MANDATE SAYS WHETHER ANY ONE HOLDER MAY *
      * SIGN OR ALL OF THEM MUST.                                     *
      *****************************************************************
       01  ACCOUNT-HOLDER-RECORD.
           05  AHLD-KEY.
               10  AHLD-ACCOUNT        PIC X(10).
               10  AHLD-CUSTOMER-ID    PIC X(15).
           05  AHLD-ROLE               PIC X(01).
               88  AHLD-PRIMARY        VALUE 'P'.
               88  AHLD-JOINT          VALUE 'J'.
               88  AHLD-SIGNATORY      VALUE 'S'.
           05  AHLD-STATUS             PIC X(01).
               88  AHLD-ACTIVE         VALUE 'A'.
               88  AHLD-REMOVED        VALUE 'R'.
           05  AHLD-ADDED-DATE         PIC X(10).
           05  AHLD-ADDED-BY           PIC X(10).
           05  AHLD-REMOVED-DATE       PIC X(10).
