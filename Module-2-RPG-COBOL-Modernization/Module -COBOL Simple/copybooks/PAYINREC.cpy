      *****************************************************************
      * PAYINREC.cpy                                                  *
      * RECORD LAYOUTS FOR THE CORPORATE PAYROLL UPLOAD FILE. ONE     *
      * HEADER RECORD NAMING THE CORPORATE FUNDING ACCOUNT, THE VALUE *
      * DATE AND THE CONTROL COUNT AND AMOUNT TOTAL THE RUN MUST      *
      * PROVE AGAINST, FOLLOWED BY ONE DETAIL RECORD PER EMPLOYEE     *
      * CREDIT. BOTH LAYOUTS ARE PADDED TO THE SAME 62-BYTE LENGTH.   *
      *****************************************************************
       01  PAYROLL-HEADER-RECORD.
           05  PAY-HDR-REC-TYPE        PIC X(01).
               88  PAY-HEADER          VALUE 'H'.
           05  PAY-HDR-FUNDING-ACCOUNT PIC X(10).
           05  PAY-HDR-VALUE-DATE      PIC X(08).
           05  PAY-HDR-RECORD-COUNT    PIC 9(07).
           05  PAY-HDR-TOTAL-AMOUNT    PIC 9(13)V99.
           05  PAY-HDR-BATCH-REFERENCE PIC X(20).
           05  PAY-HDR-FILLER          PIC X(01).

       01  PAYROLL-DETAIL-RECORD.
           05  PAY-DTL-REC-TYPE        PIC X(01).
               88  PAY-DETAIL          VALUE 'D'.
           05  PAY-DTL-ACCOUNT         PIC X(10).
           05  PAY-DTL-AMOUNT          PIC 9(13)V99.
           05  PAY-DTL-EMPLOYEE-REF    PIC X(20).
           05  PAY-DTL-FILLER          PIC X(16).
