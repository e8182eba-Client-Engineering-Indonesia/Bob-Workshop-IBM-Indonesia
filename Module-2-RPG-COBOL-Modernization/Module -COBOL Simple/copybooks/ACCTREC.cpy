               88  SAVINGS-ACCOUNT     VALUE 'S'.
               88  CHECKING-ACCOUNT    VALUE 'C'.
               88  FIXED-DEPOSIT       VALUE 'F'.
      *    SIGNED SO A CHECKING ACCOUNT DRAWING ON ITS SANCTIONED
      *    OVERDRAFT CARRIES A NEGATIVE LEDGER BALANCE; EVERY OTHER
      *    ACCOUNT STAYS AT OR ABOVE ZERO AS BEFORE.
           05  ACCOUNT-BALANCE         PIC S9(13)V99.
           05  ACCOUNT-STATUS          PIC X(01).
               88  ACTIVE-ACCOUNT      VALUE 'A'.
               88  INACTIVE-ACCOUNT    VALUE 'I'.
           05  FD-AUTO-ROLLOVER        PIC X(01).
               88  FD-ROLLOVER-YES     VALUE 'Y'.
               88  FD-ROLLOVER-NO      VALUE 'N'.
      *    SANCTIONED OVERDRAFT FACILITY - CHECKING ACCOUNTS ONLY.
      *    A ZERO LIMIT MEANS NO FACILITY. A BLANK EXPIRY MEANS THE
      *    LIMIT STANDS UNTIL WITHDRAWN; PAST ITS EXPIRY THE LIMIT
      *    NO LONGER COUNTS TOWARD THE AVAILABLE BALANCE.
           05  OD-LIMIT                PIC 9(13)V99.
           05  OD-EXPIRY-DATE          PIC X(10).
      *    SIGNING MANDATE FOR ACCOUNTS WITH MORE THAN ONE HOLDER ON
      *    THE ACCOUNT-HOLDER FILE (ACCTHLDREC). EITHER-OR-SURVIVOR
      *    (BLANK ON ACCOUNTS OPENED BEFORE MANDATES WERE RECORDED)
      *    LETS ANY ONE HOLDER SIGN; ALL-TO-SIGN NEEDS EVERY ACTIVE
      *    JOINT HOLDER AND SIGNATORY TO CO-SIGN A DEBIT OR CLOSURE.
           05  ACCOUNT-MANDATE         PIC X(01).
               88  MANDATE-EITHER-OR   VALUE 'E' SPACE.
               88  MANDATE-ALL-TO-SIGN VALUE 'A'.
