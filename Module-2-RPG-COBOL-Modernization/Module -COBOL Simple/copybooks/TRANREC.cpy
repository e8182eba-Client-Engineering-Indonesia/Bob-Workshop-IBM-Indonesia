      *        SERVICE FEE OR CHARGE - DEBITS THE ACCOUNT. POSTED BY
      *        THE MONTHLY FEE-ASSESSMENT BATCH (FEERUN) FROM THE
      *        MAINTAINABLE FEE SCHEDULE FILE (FEESCHREC), AND FLOWS
      *        TO THE FEE INCOME GL THROUGH GLFEED. INTRUN ALSO POSTS
      *        DEBIT INTEREST ON AN OVERDRAWN CHECKING BALANCE AS AN
      *        'F' CHARGE.
               88  TRANS-FEE           VALUE 'F'.
           05  TRANS-AMOUNT            PIC 9(13)V99.
           05  TRANS-STATUS            PIC X(01).
