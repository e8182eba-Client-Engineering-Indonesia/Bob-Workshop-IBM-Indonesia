      *****************************************************************
      * ALERTREC.cpy                                                  *
      * RECORD LAYOUTS FOR THE NIGHTLY CUSTOMER ALERT EXTRACT. ONE    *
      * HEADER LINE, ONE DETAIL LINE PER CUSTOMER EVENT, AND A        *
      * CONTROL TRAILER (SAME IDEA AS GLFEEDREC) SO THE GATEWAY CAN   *
      * CONFIRM IT RECEIVED EVERY ALERT THAT WAS CUT.                 *
      *****************************************************************
       01  ALERT-HEADER-RECORD.
           05  ALRT-HDR-REC-TYPE       PIC X(01) VALUE 'H'.
           05  ALRT-HDR-FILE-DATE      PIC X(08).
           05  ALRT-HDR-SOURCE         PIC X(10).
           05  ALRT-HDR-FILLER         PIC X(108).

       01  ALERT-DETAIL-RECORD.
           05  ALRT-REC-TYPE           PIC X(01) VALUE 'D'.
           05  ALRT-EVENT-DATE         PIC X(08).
           05  ALRT-CUSTOMER-ID        PIC X(15).
           05  ALRT-PHONE              PIC X(15).
           05  ALRT-ACCOUNT            PIC X(10).
           05  ALRT-EVENT-CODE         PIC X(03).
               88  ALRT-CASH-WITHDRAWAL VALUE 'WDL'.
               88  ALRT-TRANSFER-OUT   VALUE 'TRF'.
               88  ALRT-FEE-POSTED     VALUE 'FEE'.
               88  ALRT-FD-MATURING    VALUE 'FDM'.
               88  ALRT-LOAN-MISSED    VALUE 'LNM'.
               88  ALRT-ACCOUNT-DORMANT VALUE 'DRM'.
               88  ALRT-HOLD-PLACED    VALUE 'HLD'.
           05  ALRT-AMOUNT             PIC 9(13)V99.
           05  ALRT-MESSAGE            PIC X(60).

       01  ALERT-CONTROL-RECORD.
           05  ALRT-CTL-REC-TYPE       PIC X(01) VALUE 'T'.
           05  ALRT-CTL-RECORD-COUNT   PIC 9(07).
           05  ALRT-CTL-TOTAL-AMOUNT   PIC 9(13)V99.
           05  ALRT-CTL-FILLER         PIC X(104).
