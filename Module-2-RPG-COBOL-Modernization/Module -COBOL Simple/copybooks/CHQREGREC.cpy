      *****************************************************************
      * CHQREGREC.cpy                                                 *
      * SHARED CHEQUE REGISTER RECORD LAYOUT                          *
      * ONE RECORD PER CHEQUE LEAF ISSUED ON A CHECKING ACCOUNT,      *
      * WRITTEN WHEN THE TELLER ISSUES THE BOOK. A LEAF IS ISSUED     *
      * UNTIL INWARD CLEARING PAYS IT ('P') OR A STOP-PAYMENT IS      *
      * PLACED ON IT ('S'); LIFTING THE STOP PUTS IT BACK TO ISSUED.  *
      * CHQ-BOOK-FIRST-SERIAL TIES EVERY LEAF BACK TO ITS BOOK. THE   *
      * STOP AND PAID FIELDS ARE KEPT AFTER A STOP IS LIFTED SO THE   *
      * HISTORY SURVIVES ON THE RECORD AS WELL AS IN THE AUDIT LOG.   *
      *****************************************************************
       01  CHEQUE-REGISTER-RECORD.
           05  CHQ-KEY.
               10  CHQ-ACCOUNT         PIC X(10).
               10  CHQ-SERIAL          PIC 9(08).
           05  CHQ-STATUS              PIC X(01).
               88  CHQ-ISSUED          VALUE 'I'.
               88  CHQ-PAID            VALUE 'P'.
               88  CHQ-STOPPED         VALUE 'S'.
           05  CHQ-BOOK-FIRST-SERIAL   PIC 9(08).
           05  CHQ-ISSUE-DATE          PIC X(10).
           05  CHQ-ISSUED-BY           PIC X(10).
           05  CHQ-STOP-DATE           PIC X(10).
           05  CHQ-STOP-BY             PIC X(10).
           05  CHQ-STOP-REASON         PIC X(20).
           05  CHQ-PAID-DATE           PIC X(10).
           05  CHQ-PAID-AMOUNT         PIC 9(13)V99.
           05  CHQ-PAID-REFERENCE      PIC X(20).
