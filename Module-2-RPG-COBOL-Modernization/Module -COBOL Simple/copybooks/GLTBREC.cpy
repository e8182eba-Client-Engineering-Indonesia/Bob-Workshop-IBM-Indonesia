      *****************************************************************
      * GLTBREC.cpy                                                   *
      * RECORD LAYOUTS FOR THE DAILY TRIAL BALANCE FILE RECEIVED FROM *
      * THE GENERAL LEDGER. ONE HEADER RECORD (TRIAL BALANCE DATE,    *
      * RECORD COUNT AND THE SUM OF THE BALANCES IGNORING SIGN, WHICH *
      * THE RECONCILIATION MUST PROVE AGAINST) FOLLOWED BY ONE DETAIL *
      * PER BRANCH AND GL CODE. EACH BALANCE IS UNSIGNED WITH A       *
      * SEPARATE DEBIT/CREDIT INDICATOR. BOTH LAYOUTS ARE PADDED TO   *
      * THE SAME 40-BYTE LENGTH.                                      *
      *****************************************************************
       01  GL-TB-HEADER-RECORD.
           05  GLTB-HDR-REC-TYPE       PIC X(01).
               88  GLTB-HEADER         VALUE 'H'.
           05  GLTB-HDR-TB-DATE        PIC X(08).
           05  GLTB-HDR-RECORD-COUNT   PIC 9(07).
           05  GLTB-HDR-TOTAL-AMOUNT   PIC 9(15)V99.
           05  GLTB-HDR-FILLER         PIC X(07).

       01  GL-TB-DETAIL-RECORD.
           05  GLTB-DTL-REC-TYPE       PIC X(01).
               88  GLTB-DETAIL         VALUE 'D'.
           05  GLTB-DTL-BRANCH-CODE    PIC X(05).
           05  GLTB-DTL-GL-CODE        PIC X(10).
           05  GLTB-DTL-BALANCE        PIC 9(15)V99.
           05  GLTB-DTL-DC-FLAG        PIC X(01).
               88  GLTB-DEBIT-BALANCE  VALUE 'D'.
               88  GLTB-CREDIT-BALANCE VALUE 'C'.
           05  GLTB-DTL-FILLER         PIC X(06).
