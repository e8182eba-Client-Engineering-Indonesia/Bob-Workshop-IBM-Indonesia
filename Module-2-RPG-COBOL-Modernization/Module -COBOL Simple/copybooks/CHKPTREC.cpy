           05  CHKPT-COUNTER-4         PIC 9(07).
           05  CHKPT-AMOUNT-1          PIC 9(13)V99.
           05  CHKPT-AMOUNT-2          PIC 9(13)V99.
           05  CHKPT-AMOUNT-3          PIC 9(13)V99.
           05  CHKPT-STATUS            PIC X(01).
               88  CHKPT-IN-PROGRESS   VALUE 'I'.
               88  CHKPT-COMPLETE      VALUE 'C'.
