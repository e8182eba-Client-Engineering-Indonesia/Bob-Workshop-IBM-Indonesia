      *****************************************************************
      * PAYRJREC.cpy                                                  *
      * RECORD LAYOUT FOR THE PAYROLL REJECTION FILE SENT BACK TO THE *
      * CORPORATE CLIENT - ONE RECORD PER EMPLOYEE LINE THAT COULD    *
      * NOT BE CREDITED, CARRYING THE ORIGINAL LINE PLUS A REASON     *
      * CODE. WHEN THE WHOLE FILE IS REFUSED (CONTROL TOTALS, VALUE   *
      * DATE OR FUNDING) ONE FURTHER RECORD WITH A BLANK EMPLOYEE     *
      * ACCOUNT CARRIES THE FILE-LEVEL REASON.                        *
      *****************************************************************
       01  PAYROLL-REJECT-RECORD.
           05  PRJ-FUNDING-ACCOUNT     PIC X(10).
           05  PRJ-BATCH-REFERENCE     PIC X(20).
           05  PRJ-ACCOUNT             PIC X(10).
           05  PRJ-AMOUNT              PIC 9(13)V99.
           05  PRJ-EMPLOYEE-REF        PIC X(20).
           05  PRJ-REASON-CODE         PIC X(04).
           05  PRJ-REASON-TEXT         PIC X(30).
